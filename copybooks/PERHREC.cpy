      *   BOTH COUNTS AND AMOUNTS, FOLLOWED BY ONE CATEGORY RECORD
      *   (C) PER BREAKDOWN CATEGORY WITH ITS PERIOD-TO-DATE TOTALS,
      *   GIVING FINANCE A CLEAN MONTHLY CUT FOR THE LEDGER CLOSE.
      *
      *   THE CLOSE OF A FISCAL YEAR'S FINAL PERIOD ALSO WRITES ONE
      *   ANNUAL SUMMARY RECORD (Y) FOR THE YEAR - ITS OPENING
      *   BALANCE, THE YEAR'S ACTIVITY AND ITS CLOSING BALANCE, WITH
      *   THE NUMBER OF PERIOD CLOSES ROLLED INTO IT - FOLLOWED BY ONE
      *   ANNUAL CATEGORY RECORD (A) PER CATEGORY.  PH-PERIOD-ID ON
      *   BOTH IS THE LAST PERIOD OF THE YEAR.
      *
      *   THE OPENING, ACTIVITY AND CLOSING COUNTS ON THE SUMMARY
      *   RECORDS (S AND Y) ARE NINE DIGITS WIDE, LIKE THE CUMULATIVE
      *   TOTAL THEY COME FROM, AND EVERY RECORD CARRIES
      *   PH-LAYOUT-VERSION IN THE LAST BYTE OF ITS BODY.  A SUMMARY
      *   WRITTEN BEFORE THE WIDENING CARRIED THEM AT SEVEN DIGITS
      *   AND HAS THAT BYTE BLANK; A READER THAT FINDS IT SO TAKES
      *   THE FIGURES FROM PH-LEGACY-SUMMARY-DATA OR
      *   PH-LEGACY-YEAR-DATA.  THE CATEGORY RECORDS DID NOT CHANGE.
      ******************************************************************
       01  PERIOD-HISTORY-RECORD.
           05  PH-PERIOD-ID            PIC X(6).
           05  PH-RECORD-TYPE          PIC X(1).
               88  PH-SUMMARY-REC      VALUE 'S'.
               88  PH-CATEGORY-REC     VALUE 'C'.
               88  PH-YEAR-SUMMARY-REC VALUE 'Y'.
               88  PH-YEAR-CATEGORY-REC VALUE 'A'.
           05  PH-RECORD-BODY          PIC X(85).
           05  PH-LAYOUT-DATA REDEFINES PH-RECORD-BODY.
               10  FILLER              PIC X(84).
               10  PH-LAYOUT-VERSION   PIC X(1).
                   88  PH-WIDE-LAYOUT  VALUE 'W'.
           05  PH-SUMMARY-DATA REDEFINES PH-RECORD-BODY.
               10  PH-OPENING-BALANCE  PIC 9(9).
               10  PH-PERIOD-ACTIVITY  PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  PH-CLOSING-BALANCE  PIC 9(9).
               10  PH-OPENING-AMOUNT   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-ACTIVITY-AMOUNT  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-CLOSING-AMOUNT   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(9).
           05  PH-LEGACY-SUMMARY-DATA REDEFINES PH-RECORD-BODY.
               10  PH-OLD-OPENING-BALANCE PIC 9(7).
               10  PH-OLD-PERIOD-ACTIVITY PIC S9(7)
                                       SIGN LEADING SEPARATE.
               10  PH-OLD-CLOSING-BALANCE PIC 9(7).
               10  PH-OLD-OPENING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-OLD-ACTIVITY-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-OLD-CLOSING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(15).
           05  PH-CATEGORY-DATA REDEFINES PH-RECORD-BODY.
               10  PH-CAT-CODE         PIC X(4).
               10  PH-CAT-PERIOD-AMOUNT PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(58).
           05  PH-YEAR-SUMMARY-DATA REDEFINES PH-RECORD-BODY.
               10  PH-YR-FISCAL-YEAR   PIC X(4).
               10  PH-YR-PERIODS       PIC 9(2).
               10  PH-YR-OPENING-BALANCE PIC 9(9).
               10  PH-YR-ACTIVITY      PIC 9(11).
               10  PH-YR-CLOSING-BALANCE PIC 9(9).
               10  PH-YR-OPENING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-YR-ACTIVITY-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-YR-CLOSING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(2).
           05  PH-LEGACY-YEAR-DATA REDEFINES PH-RECORD-BODY.
               10  FILLER              PIC X(6).
               10  PH-OLD-YR-OPENING-BALANCE PIC 9(7).
               10  PH-OLD-YR-ACTIVITY  PIC 9(11).
               10  PH-OLD-YR-CLOSING-BALANCE PIC 9(7).
               10  PH-OLD-YR-OPENING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-OLD-YR-ACTIVITY-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  PH-OLD-YR-CLOSING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(6).
           05  PH-YEAR-CATEGORY-DATA REDEFINES PH-RECORD-BODY.
               10  PH-YC-FISCAL-YEAR   PIC X(4).
               10  PH-YC-CAT-CODE      PIC X(4).
               10  PH-YC-COUNT         PIC 9(11).
               10  PH-YC-AMOUNT        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(50).
