      *   FORWARD IN SUSPENSE) OR W (WRITE OFF WITH A REASON).
      *   A CORRECTED COUNT OR AMOUNT OF ZERO MEANS "RELEASE THE
      *   SUSPENDED FIGURE UNCHANGED" - ZERO ITSELF CANNOT BE KEYED
      *   AS A CORRECTION.  THE OPERATOR ID IS WHO AUTHORIZED THE
      *   DISPOSITION; A RELEASE OR WRITE-OFF IS CHECKED AGAINST THE
      *   OPERATOR AUTHORITY FILE.
      *
      *   DP-SUSP-REF, WHEN KEYED, IS THE SUSPENSE REFERENCE OF THE
      *   ONE ITEM THE DISPOSITION IS FOR, AND IS MATCHED IN PLACE
      *   OF CATEGORY, DATE AND REASON.  IT WAS ADDED AT THE END OF
      *   THE RECORD; LEFT BLANK (OR ON A RECORD KEYED IN THE OLD
      *   LAYOUT) THE DISPOSITION MATCHES BY CATEGORY, DATE AND
      *   REASON AS BEFORE.
      ******************************************************************
       01  DISPOSITION-RECORD.
           05  DP-CATEGORY-CODE        PIC X(4).
           05  DP-WRITEOFF-REASON      PIC X(30).
           05  DP-CORRECTED-AMOUNT     PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  DP-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(8).
           05  DP-SUSP-REF             PIC X(23).
