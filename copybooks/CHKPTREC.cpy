      *   COMBINED CK-AREA-2 / CK-AMOUNT-AREA-2.  A CHECKPOINT
      *   WRITTEN BEFORE THE ENTITY SECTION EXISTED READS AS ZERO
      *   ENTITIES AND STARTS THE SPLIT FRESH.
      *
      *   THE CUMULATIVE COUNTS (CK-AREA-2 AND CK-ENT-AREA-2) ARE
      *   NINE DIGITS WIDE.  A CHECKPOINT WRITTEN BEFORE THE WIDENING
      *   CARRIED THEM AT FIVE DIGITS AND IS SHORTER, SO IT READS WITH
      *   CK-LAYOUT-VERSION BLANK; A READER THAT FINDS IT SO RE-MAPS
      *   THE RECORD THROUGH THE OLD LAYOUT (COPYBOOK CHKLGREC)
      *   BEFORE USING ANY FIELD PAST CK-AREA-1.
      *
      *   A BUSINESS DAY MAY BE POSTED IN SEVERAL NUMBERED CYCLES.
      *   CK-CYCLE-NUMBER IS THE LAST CYCLE POSTED ON CK-RUN-DATE; A
      *   CHECKPOINT WRITTEN BEFORE CYCLES EXISTED CARRIES IT BLANK
      *   AND READS AS CYCLE 1.
      *
      *   THE YEAR-TO-DATE SECTION ACCUMULATES EACH PERIOD CLOSE OF
      *   THE FISCAL YEAR: THE YEAR'S OPENING BALANCES, ITS ACTIVITY
      *   SO FAR, THE LAST PERIOD ROLLED IN AND EACH CATEGORY'S
      *   ANNUAL TOTALS.  THE YEAR-END CLOSE WRITES THEM TO THE
      *   PERIOD HISTORY AND CLEARS THE SECTION.  A CHECKPOINT
      *   WRITTEN BEFORE THE SECTION EXISTED IS SHORTER AND READS IT
      *   BLANK, SO THE YEAR-TO-DATE FIGURES START AT THE NEXT CLOSE.
      *
      *   THE PERIOD AND YEAR OPENING COUNTS ARE NINE DIGITS WIDE AND
      *   SIT AT THE END OF THE RECORD.  THEIR OLD SEVEN-DIGIT SLOTS
      *   (CK-OLD-AREA-2-OPENING, CK-OLD-YTD-AREA-2-OPENING) ARE NO
      *   LONGER WRITTEN; A CHECKPOINT WRITTEN BEFORE THE MOVE IS
      *   SHORTER AND READS THE NEW FIELDS BLANK, SO A READER THAT
      *   FINDS THEM NOT NUMERIC TAKES THE OPENING FROM THE OLD SLOT.
      ******************************************************************
       01  CHKPT-RECORD.
           05  CK-RUN-DATE             PIC X(8).
           05  CK-AREA-1               PIC 9(7).
           05  CK-AREA-2               PIC 9(9).
           05  CK-AMOUNT-AREA-1        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  CK-AMOUNT-AREA-2        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  CK-PERIOD-ID            PIC X(6).
           05  CK-OLD-AREA-2-OPENING   PIC 9(7).
           05  CK-AMOUNT-OPENING       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  CK-CAT-COUNT            PIC 9(3).
           05  CK-ENT-COUNT            PIC 9(2).
           05  CK-ENT-ENTRY OCCURS 5 TIMES.
               10  CK-ENT-CODE         PIC X(3).
               10  CK-ENT-AREA-2       PIC 9(9).
               10  CK-ENT-AMOUNT-AREA-2 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  CK-LAYOUT-VERSION       PIC X(1).
               88  CK-WIDE-LAYOUT      VALUE 'W'.
           05  CK-CYCLE-NUMBER         PIC 9(2).
           05  FILLER                  PIC X(7).
           05  CK-YTD-FISCAL-YEAR      PIC X(4).
           05  CK-YTD-LAST-PERIOD-ID   PIC X(6).
           05  CK-YTD-PERIODS          PIC 9(2).
           05  CK-OLD-YTD-AREA-2-OPENING PIC 9(7).
           05  CK-YTD-AMOUNT-OPENING   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  CK-YTD-ACTIVITY         PIC 9(11).
           05  CK-YTD-AMOUNT-ACTIVITY  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  CK-YTD-CAT-COUNT        PIC 9(3).
           05  CK-YTD-CAT-ENTRY OCCURS 50 TIMES.
               10  CK-YTD-CAT-CODE     PIC X(4).
               10  CK-YTD-CAT-TRAN-COUNT PIC 9(11).
               10  CK-YTD-CAT-AMOUNT   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(5).
           05  CK-AREA-2-OPENING       PIC 9(9).
           05  CK-YTD-AREA-2-OPENING   PIC 9(9).
