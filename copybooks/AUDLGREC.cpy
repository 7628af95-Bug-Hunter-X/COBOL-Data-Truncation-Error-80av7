      ******************************************************************
      * AUDLGREC - AUDIT TRAIL RECORD AS WRITTEN BEFORE THE AREA-2
      *   BEFORE/AFTER COLUMNS WERE WIDENED TO NINE DIGITS.  HELD IN
      *   WORKING STORAGE ONLY: A READER THAT FINDS AR-LAYOUT-VERSION
      *   BLANK MOVES THE RECORD HERE, BUILDS THE CURRENT LAYOUT IN
      *   AUDIT-WIDENED-RECORD AND MOVES THAT BACK OVER THE RECORD
      *   IT READ, SO AN UNCONVERTED GENERATION OF THE TRAIL READS
      *   ALONGSIDE CONVERTED ONES.
      *
      *   ONLY THE TWO AREA-2 COLUMNS CHANGED WIDTH.  EVERYTHING
      *   BEFORE THEM AND EVERYTHING AFTER THEM MOVES ACROSS AS ONE
      *   GROUP, BYTE FOR BYTE, SO A COLUMN THE OLD RECORD LEFT BLANK
      *   (AMOUNTS ON A RECORD OLDER THAN THE AMOUNT COLUMNS) IS
      *   STILL BLANK - AND STILL FAILS ITS IS NUMERIC TEST - AFTER
      *   THE RE-MAP.  NOTHING IS EVER WRITTEN IN THE OLD LAYOUT.
      ******************************************************************
       01  AUDIT-LEGACY-RECORD.
           05  AL-LEADING-FIELDS.
               10  AL-RUN-TIMESTAMP    PIC X(26).
               10  AL-JOB-ID           PIC X(8).
               10  AL-AREA-1-ADDED     PIC 9(7).
           05  AL-AREA-2-BEFORE        PIC 9(5).
           05  AL-AREA-2-AFTER         PIC 9(5).
           05  AL-CARRIED-FIELDS.
               10  AL-PRIOR-AREA-1     PIC 9(5).
               10  AL-AMOUNT-ADDED     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  AL-AMOUNT-BEFORE    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  AL-AMOUNT-AFTER     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  AL-RECORD-TYPE      PIC X(1).
               10  AL-ADJ-CATEGORY     PIC X(4).
               10  AL-ADJ-COUNT        PIC S9(7)
                                       SIGN LEADING SEPARATE.
               10  AL-ADJ-APPROVER     PIC X(8).
               10  AL-ADJ-REASON       PIC X(2).
               10  AL-ENTITY-CODE      PIC X(3).
           05  FILLER                  PIC X(3).

       01  AUDIT-WIDENED-RECORD.
           05  AW-LEADING-FIELDS       PIC X(41).
           05  AW-AREA-2-BEFORE        PIC 9(9).
           05  AW-AREA-2-AFTER         PIC 9(9).
           05  AW-CARRIED-FIELDS       PIC X(77).
           05  AW-LAYOUT-VERSION       PIC X(1).
               88  AW-WIDE-LAYOUT      VALUE 'W'.
           05  FILLER                  PIC X(3).
