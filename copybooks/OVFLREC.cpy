      *   COLUMNS; THE FIELD NAME SAYS WHICH TOTAL WAS HIT.  AN
      *   OVERFLOW MEANS A REAL TOTAL WAS WRONG, SO THE LOG SURVIVES
      *   ACROSS RUNS UNTIL THE REVIEW JOB DISPOSES OF EACH ENTRY.
      *
      *   WHERE THE ATTEMPTED COUNT CANNOT BE HELD IN THE UNSIGNED
      *   NINE-DIGIT OL-ATTEMPTED-VALUE IT GOES IN OL-ATTEMPTED-AMOUNT
      *   INSTEAD, AND OL-ATTEMPTED-VALUE IS LEFT ZERO: A NET
      *   ADJUSTMENT OR PRIOR-DAY REVERSAL THAT WOULD DRIVE THE COUNT
      *   TOTAL NEGATIVE OR PAST ITS LIMIT LOGS ITS SIGNED NET CHANGE
      *   THERE, AND A PERIOD OR YEAR CLOSE LOGS THE CLOSING BALANCE
      *   THE LEDGER COULD NOT HOLD.  OL-OLD-VALUE IS THE TOTAL OR
      *   OPENING BALANCE AS IT STOOD.
      *
      *   THE VALUE COLUMNS ARE NINE DIGITS WIDE, MATCHING THE
      *   CUMULATIVE COUNT.  AN ENTRY LOGGED BEFORE THE WIDENING
      *   CARRIED THEM AT SEVEN DIGITS AND HAS OL-LAYOUT-VERSION
      *   BLANK; A READER THAT FINDS IT SO TAKES THE FIGURES FROM
      *   OL-LEGACY-FIGURES.
      ******************************************************************
       01  OVERFLOW-LOG-RECORD.
           05  OL-RUN-DATE             PIC X(8).
           05  OL-FIELD-NAME           PIC X(10).
           05  OL-LOG-FIGURES.
               10  OL-OLD-VALUE        PIC 9(9).
               10  OL-ATTEMPTED-VALUE  PIC 9(9).
               10  OL-OLD-AMOUNT       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  OL-ATTEMPTED-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  OL-LAYOUT-VERSION   PIC X(1).
                   88  OL-WIDE-LAYOUT  VALUE 'W'.
               10  FILLER              PIC X(63).
           05  OL-LEGACY-FIGURES REDEFINES OL-LOG-FIGURES.
               10  OL-LEGACY-OLD-VALUE PIC 9(7).
               10  OL-LEGACY-ATTEMPTED-VALUE
                                       PIC 9(7).
               10  OL-LEGACY-OLD-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  OL-LEGACY-ATTEMPTED-AMOUNT
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(68).
