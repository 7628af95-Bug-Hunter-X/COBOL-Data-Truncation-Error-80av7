      ******************************************************************
      * CTLREC - INDEPENDENT CONTROL TOTAL RECORD SUPPLIED BY THE
      *   UPSTREAM SOURCE SYSTEM FOR TIE-OUT RECONCILIATION.
      *
      *   THE CONTROL TOTAL IS NINE DIGITS, LIKE THE CUMULATIVE TOTAL
      *   IT IS RECONCILED AGAINST, AND THE SOURCE MARKS THE RECORD
      *   WITH CT-LAYOUT-VERSION 'W'.  A RECORD SENT IN THE OLDER
      *   SEVEN-DIGIT LAYOUT HAS THAT BYTE BLANK AND IS READ THROUGH
      *   CT-LEGACY-FIGURES.  THE RECORD LENGTH DID NOT CHANGE.
      ******************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CT-SOURCE-ID            PIC X(8).
           05  CT-CONTROL-FIGURES.
               10  CT-CONTROL-TOTAL    PIC 9(9).
               10  CT-CONTROL-AMOUNT   PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(100).
               10  CT-LAYOUT-VERSION   PIC X(1).
                   88  CT-WIDE-LAYOUT  VALUE 'W'.
           05  CT-LEGACY-FIGURES REDEFINES CT-CONTROL-FIGURES.
               10  CT-OLD-CONTROL-TOTAL PIC 9(7).
               10  CT-OLD-CONTROL-AMOUNT PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(103).
