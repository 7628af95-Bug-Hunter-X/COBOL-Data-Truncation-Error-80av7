      *   CATEGORY'S LATEST PERIOD TOTAL MOVED MORE THAN A
      *   CONFIGURABLE PERCENTAGE AGAINST ITS OWN TRAILING AVERAGE.
      *
      *   THE FISCAL YEAR-END CLOSE ALSO APPENDS AN ANNUAL SUMMARY (Y)
      *   AND PER-CATEGORY ANNUAL (A) RECORD SET.  THE PACK ENDS WITH
      *   A YEAR-OVER-YEAR COMPARISON OF THE LAST 10 FISCAL YEARS ON
      *   FILE: EACH YEAR'S FIGURES WITH THE PERCENTAGE CHANGE IN
      *   ACTIVITY FROM THE PRIOR YEAR, AND EACH CATEGORY'S ANNUAL
      *   TOTALS SET AGAINST THE PRIOR YEAR'S.  THE COMPARISON'S
      *   FIGURES ARE FOR INFORMATION AND DO NOT RAISE THE RETURN
      *   CODE; AN ANNUAL CATEGORY THE TABLE HAS NO ROOM FOR IS A
      *   FILE ERROR (RC 16), THE SAME AS A FULL PERIOD OR CATEGORY
      *   TABLE.
      *
      *   SUMMARY RECORDS WRITTEN BEFORE THE PERIOD LEDGER WAS
      *   WIDENED CARRY SEVEN-DIGIT COUNTS; THEY ARE WIDENED AS READ,
      *   SO A HISTORY SPANNING THE CHANGE REPORTS AS ONE.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-09-02  INITIAL VERSION.
      *   MAINT      2026-10-15  YEAR-OVER-YEAR COMPARISON FROM THE
      *                          ANNUAL SUMMARY AND CATEGORY RECORDS
      *                          WRITTEN BY THE FISCAL YEAR-END CLOSE.
      *   MAINT      2026-10-15  NINE-DIGIT OPENING/ACTIVITY/CLOSING
      *                          COUNTS; SEVEN-DIGIT SUMMARY RECORDS ARE
      *                          WIDENED AS READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERHRPT.
           05  WS-PER-ENTRY OCCURS 60 TIMES.
               10  WS-PER-ID           PIC X(6).
               10  WS-PER-CLOSE-DATE   PIC X(8).
               10  WS-PER-OPENING      PIC 9(9).
               10  WS-PER-ACTIVITY     PIC S9(9).
               10  WS-PER-CLOSING      PIC 9(9).
               10  WS-PER-OPEN-AMT     PIC S9(13)V99.
               10  WS-PER-ACT-AMT      PIC S9(13)V99.
               10  WS-PER-CLOSE-AMT    PIC S9(13)V99.
       01  WS-CAT-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-CAT-FOUND            VALUE 'Y'.

      ******************************************************************
      * FISCAL YEAR TABLE, ONE ENTRY PER YEAR-END CLOSE IN FILE ORDER,
      * EACH WITH ITS ANNUAL CATEGORY TOTALS.  WITH 10 YEARS ALREADY
      * HELD THE OLDEST DROPS OFF THE FRONT, AS THE CATEGORY TREND
      * DOES.  A YEAR CLOSED AGAIN REPLACES ITS EARLIER ENTRY.
      ******************************************************************
       01  WS-YEAR-TABLE.
           05  WS-YR-COUNT             PIC 9(3) VALUE 0.
           05  WS-YR-ENTRY OCCURS 10 TIMES.
               10  WS-YR-FISCAL-YEAR   PIC X(4).
               10  WS-YR-PERIODS       PIC 9(2).
               10  WS-YR-OPENING       PIC 9(9).
               10  WS-YR-ACTIVITY      PIC 9(11).
               10  WS-YR-CLOSING       PIC 9(9).
               10  WS-YR-OPEN-AMT      PIC S9(13)V99.
               10  WS-YR-ACT-AMT       PIC S9(13)V99.
               10  WS-YR-CLOSE-AMT     PIC S9(13)V99.
               10  WS-YR-CAT-COUNT     PIC 9(3).
               10  WS-YR-CAT-ENTRY OCCURS 50 TIMES.
                   15  WS-YR-CAT-CODE  PIC X(4).
                   15  WS-YR-CAT-TRAN-COUNT PIC 9(11).
                   15  WS-YR-CAT-AMT   PIC S9(13)V99.
       01  WS-YR-IDX                   PIC 9(3) VALUE 0.
       01  WS-YR-PRIOR-IDX             PIC 9(3) VALUE 0.
       01  WS-YR-CAT-IDX               PIC 9(3) VALUE 0.
       01  WS-YR-PRIOR-CAT-IDX         PIC 9(3) VALUE 0.
       01  WS-YR-KEY                   PIC X(4) VALUE SPACES.
       01  WS-YR-FOUND-SW              PIC X(1) VALUE 'N'.
           88  WS-YR-FOUND             VALUE 'Y'.
       01  WS-YR-CUR-COUNT             PIC 9(11) VALUE 0.
       01  WS-YR-CUR-AMT               PIC S9(13)V99 VALUE 0.
       01  WS-YR-PRIOR-COUNT           PIC 9(11) VALUE 0.
       01  WS-YR-PRIOR-AMT             PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * TREND ARITHMETIC WORK FIELDS
      ******************************************************************
       01  WS-FLAGGED-COUNT            PIC 9(3) VALUE 0.
       01  WS-TREND-LINE-POS           PIC 9(3) VALUE 0.

      ******************************************************************
      * LEGACY SUMMARY RECORD WORK FIELDS (SEVEN-DIGIT LAYOUT)
      ******************************************************************
       01  WS-LEGACY-OPENING           PIC 9(9) VALUE 0.
       01  WS-LEGACY-ACTIVITY          PIC S9(9) VALUE 0.
       01  WS-LEGACY-YR-ACTIVITY       PIC 9(11) VALUE 0.
       01  WS-LEGACY-CLOSING           PIC 9(9) VALUE 0.
       01  WS-LEGACY-OPEN-AMOUNT       PIC S9(13)V99 VALUE 0.
       01  WS-LEGACY-ACT-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-LEGACY-CLOSE-AMOUNT      PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-OPENING-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-ACTIVITY-EDIT            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-CLOSING-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT                 PIC -ZZ,ZZ9.
       01  WS-AVG-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-PERIODS-EDIT             PIC ZZ9.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-TREND-VAL-EDIT           PIC ZZZZZZZZ9.
       01  WS-YR-PERIODS-EDIT          PIC Z9.
       01  WS-YR-ACTIVITY-EDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-YR-PRIOR-COUNT-EDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-YR-PRIOR-AMT-EDIT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS)
           PERFORM 2000-LOAD-PERIOD-HISTORY
           PERFORM 3000-WRITE-PERIOD-SUMMARY
           PERFORM 3500-WRITE-CATEGORY-TRENDS
           PERFORM 3800-WRITE-YEAR-OVER-YEAR
           PERFORM 4000-WRITE-SUMMARY-LINES
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           END-IF.

       2100-STORE-ONE-RECORD.
           IF (PH-SUMMARY-REC OR PH-YEAR-SUMMARY-REC)
                   AND NOT PH-WIDE-LAYOUT
               PERFORM 2150-WIDEN-LEGACY-SUMMARY
           END-IF
           EVALUATE TRUE
               WHEN PH-SUMMARY-REC
                   PERFORM 2200-STORE-PERIOD-SUMMARY
               WHEN PH-CATEGORY-REC
                   PERFORM 2300-STORE-CATEGORY-PERIOD
               WHEN PH-YEAR-SUMMARY-REC
                   PERFORM 2400-STORE-YEAR-SUMMARY
               WHEN PH-YEAR-CATEGORY-REC
                   PERFORM 2450-STORE-YEAR-CATEGORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 2150 - A SUMMARY RECORD WRITTEN IN THE SEVEN-DIGIT LAYOUT IS
      * RE-MAPPED INTO THE NINE-DIGIT ONE BEFORE IT IS STORED.  A
      * FIGURE THAT IS NOT NUMERIC IS CARRIED AS ZERO, AS THE STORE
      * PARAGRAPHS WOULD HAVE TAKEN IT.  THE FISCAL YEAR AND PERIOD
      * COUNT AT THE FRONT OF A YEAR SUMMARY DID NOT MOVE.
      ******************************************************************
       2150-WIDEN-LEGACY-SUMMARY.
           MOVE 0 TO WS-LEGACY-OPENING WS-LEGACY-ACTIVITY
                     WS-LEGACY-YR-ACTIVITY WS-LEGACY-CLOSING
                     WS-LEGACY-OPEN-AMOUNT WS-LEGACY-ACT-AMOUNT
                     WS-LEGACY-CLOSE-AMOUNT
           IF PH-SUMMARY-REC
               IF PH-OLD-OPENING-BALANCE IS NUMERIC
                   MOVE PH-OLD-OPENING-BALANCE TO WS-LEGACY-OPENING
               END-IF
               IF PH-OLD-PERIOD-ACTIVITY IS NUMERIC
                   MOVE PH-OLD-PERIOD-ACTIVITY TO WS-LEGACY-ACTIVITY
               END-IF
               IF PH-OLD-CLOSING-BALANCE IS NUMERIC
                   MOVE PH-OLD-CLOSING-BALANCE TO WS-LEGACY-CLOSING
               END-IF
               IF PH-OLD-OPENING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-OPENING-AMOUNT TO WS-LEGACY-OPEN-AMOUNT
               END-IF
               IF PH-OLD-ACTIVITY-AMOUNT IS NUMERIC
                   MOVE PH-OLD-ACTIVITY-AMOUNT TO WS-LEGACY-ACT-AMOUNT
               END-IF
               IF PH-OLD-CLOSING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-CLOSING-AMOUNT TO WS-LEGACY-CLOSE-AMOUNT
               END-IF
               MOVE SPACES TO PH-SUMMARY-DATA
               MOVE WS-LEGACY-OPENING TO PH-OPENING-BALANCE
               MOVE WS-LEGACY-ACTIVITY TO PH-PERIOD-ACTIVITY
               MOVE WS-LEGACY-CLOSING TO PH-CLOSING-BALANCE
               MOVE WS-LEGACY-OPEN-AMOUNT TO PH-OPENING-AMOUNT
               MOVE WS-LEGACY-ACT-AMOUNT TO PH-ACTIVITY-AMOUNT
               MOVE WS-LEGACY-CLOSE-AMOUNT TO PH-CLOSING-AMOUNT
           ELSE
               IF PH-OLD-YR-OPENING-BALANCE IS NUMERIC
                   MOVE PH-OLD-YR-OPENING-BALANCE TO WS-LEGACY-OPENING
               END-IF
               IF PH-OLD-YR-ACTIVITY IS NUMERIC
                   MOVE PH-OLD-YR-ACTIVITY TO WS-LEGACY-YR-ACTIVITY
               END-IF
               IF PH-OLD-YR-CLOSING-BALANCE IS NUMERIC
                   MOVE PH-OLD-YR-CLOSING-BALANCE TO WS-LEGACY-CLOSING
               END-IF
               IF PH-OLD-YR-OPENING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-YR-OPENING-AMOUNT
                       TO WS-LEGACY-OPEN-AMOUNT
               END-IF
               IF PH-OLD-YR-ACTIVITY-AMOUNT IS NUMERIC
                   MOVE PH-OLD-YR-ACTIVITY-AMOUNT
                       TO WS-LEGACY-ACT-AMOUNT
               END-IF
               IF PH-OLD-YR-CLOSING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-YR-CLOSING-AMOUNT
                       TO WS-LEGACY-CLOSE-AMOUNT
               END-IF
               MOVE SPACES TO PH-RECORD-BODY (7:)
               MOVE WS-LEGACY-OPENING TO PH-YR-OPENING-BALANCE
               MOVE WS-LEGACY-YR-ACTIVITY TO PH-YR-ACTIVITY
               MOVE WS-LEGACY-CLOSING TO PH-YR-CLOSING-BALANCE
               MOVE WS-LEGACY-OPEN-AMOUNT TO PH-YR-OPENING-AMOUNT
               MOVE WS-LEGACY-ACT-AMOUNT TO PH-YR-ACTIVITY-AMOUNT
               MOVE WS-LEGACY-CLOSE-AMOUNT TO PH-YR-CLOSING-AMOUNT
           END-IF
           SET PH-WIDE-LAYOUT TO TRUE.

       2200-STORE-PERIOD-SUMMARY.
           IF WS-PER-COUNT < 60
               ADD 1 TO WS-PER-COUNT
               MOVE 0 TO WS-CAT-PER-AMT (WS-CAT-IDX, WS-CAT-PER-IDX)
           END-IF.

      ******************************************************************
      * 2400 - ANNUAL RECORDS.  THE SUMMARY (Y) AND ITS CATEGORY (A)
      * RECORDS ARE TIED TOGETHER BY THE FISCAL YEAR THEY CARRY.
      ******************************************************************
       2400-STORE-YEAR-SUMMARY.
           MOVE PH-YR-FISCAL-YEAR TO WS-YR-KEY
           PERFORM 2410-FIND-YEAR-ENTRY
           IF WS-YR-FOUND
               MOVE 0 TO WS-YR-CAT-COUNT (WS-YR-IDX)
           END-IF
           IF PH-YR-PERIODS IS NUMERIC
               MOVE PH-YR-PERIODS TO WS-YR-PERIODS (WS-YR-IDX)
           END-IF
           IF PH-YR-OPENING-BALANCE IS NUMERIC
               MOVE PH-YR-OPENING-BALANCE
                   TO WS-YR-OPENING (WS-YR-IDX)
           END-IF
           IF PH-YR-ACTIVITY IS NUMERIC
               MOVE PH-YR-ACTIVITY TO WS-YR-ACTIVITY (WS-YR-IDX)
           END-IF
           IF PH-YR-CLOSING-BALANCE IS NUMERIC
               MOVE PH-YR-CLOSING-BALANCE
                   TO WS-YR-CLOSING (WS-YR-IDX)
           END-IF
           IF PH-YR-OPENING-AMOUNT IS NUMERIC
               MOVE PH-YR-OPENING-AMOUNT
                   TO WS-YR-OPEN-AMT (WS-YR-IDX)
           END-IF
           IF PH-YR-ACTIVITY-AMOUNT IS NUMERIC
               MOVE PH-YR-ACTIVITY-AMOUNT
                   TO WS-YR-ACT-AMT (WS-YR-IDX)
           END-IF
           IF PH-YR-CLOSING-AMOUNT IS NUMERIC
               MOVE PH-YR-CLOSING-AMOUNT
                   TO WS-YR-CLOSE-AMT (WS-YR-IDX)
           END-IF.

       2410-FIND-YEAR-ENTRY.
           MOVE 'N' TO WS-YR-FOUND-SW
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-COUNT
                   OR WS-YR-FOUND
               IF WS-YR-FISCAL-YEAR (WS-YR-IDX) = WS-YR-KEY
                   SET WS-YR-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-YR-IDX
               END-IF
           END-PERFORM
           IF NOT WS-YR-FOUND
               IF WS-YR-COUNT = 10
                   PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                           UNTIL WS-YR-IDX > 9
                       MOVE WS-YR-ENTRY (WS-YR-IDX + 1)
                           TO WS-YR-ENTRY (WS-YR-IDX)
                   END-PERFORM
                   MOVE 9 TO WS-YR-COUNT
               END-IF
               ADD 1 TO WS-YR-COUNT
               MOVE WS-YR-COUNT TO WS-YR-IDX
               MOVE WS-YR-KEY TO WS-YR-FISCAL-YEAR (WS-YR-IDX)
               MOVE 0 TO WS-YR-PERIODS (WS-YR-IDX)
               MOVE 0 TO WS-YR-OPENING (WS-YR-IDX)
               MOVE 0 TO WS-YR-ACTIVITY (WS-YR-IDX)
               MOVE 0 TO WS-YR-CLOSING (WS-YR-IDX)
               MOVE 0 TO WS-YR-OPEN-AMT (WS-YR-IDX)
               MOVE 0 TO WS-YR-ACT-AMT (WS-YR-IDX)
               MOVE 0 TO WS-YR-CLOSE-AMT (WS-YR-IDX)
               MOVE 0 TO WS-YR-CAT-COUNT (WS-YR-IDX)
           END-IF.

       2450-STORE-YEAR-CATEGORY.
           MOVE PH-YC-FISCAL-YEAR TO WS-YR-KEY
           PERFORM 2410-FIND-YEAR-ENTRY
           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-YR-CAT-IDX FROM 1 BY 1
                   UNTIL WS-YR-CAT-IDX > WS-YR-CAT-COUNT (WS-YR-IDX)
                   OR WS-CAT-FOUND
               IF WS-YR-CAT-CODE (WS-YR-IDX, WS-YR-CAT-IDX)
                       = PH-YC-CAT-CODE
                   SET WS-CAT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-YR-CAT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-CAT-FOUND
               IF WS-YR-CAT-COUNT (WS-YR-IDX) < 50
                   ADD 1 TO WS-YR-CAT-COUNT (WS-YR-IDX)
                   MOVE WS-YR-CAT-COUNT (WS-YR-IDX) TO WS-YR-CAT-IDX
                   MOVE PH-YC-CAT-CODE
                       TO WS-YR-CAT-CODE (WS-YR-IDX, WS-YR-CAT-IDX)
               ELSE
                   MOVE 0 TO WS-YR-CAT-IDX
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-YR-CAT-IDX > 0
               IF PH-YC-COUNT IS NUMERIC
                   MOVE PH-YC-COUNT TO WS-YR-CAT-TRAN-COUNT
                       (WS-YR-IDX, WS-YR-CAT-IDX)
               ELSE
                   MOVE 0 TO WS-YR-CAT-TRAN-COUNT
                       (WS-YR-IDX, WS-YR-CAT-IDX)
               END-IF
               IF PH-YC-AMOUNT IS NUMERIC
                   MOVE PH-YC-AMOUNT
                       TO WS-YR-CAT-AMT (WS-YR-IDX, WS-YR-CAT-IDX)
               ELSE
                   MOVE 0
                       TO WS-YR-CAT-AMT (WS-YR-IDX, WS-YR-CAT-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * 3000 - PERIOD-OVER-PERIOD SUMMARY.  EACH PERIOD PRINTS A
      * COUNT LINE AND AN AMOUNT LINE; THE PERCENTAGE IS THE CHANGE
           ELSE
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'PERIOD  CLOSED         OPENING      ACTIVITY'
                      '       CLOSING  CHG PCT'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 3800 - YEAR-OVER-YEAR COMPARISON.  EACH FISCAL YEAR PRINTS A
      * COUNT LINE AND AN AMOUNT LINE SET, LIKE THE PERIOD SUMMARY,
      * WITH THE CHANGE IN ACTIVITY AGAINST THE PRIOR YEAR ON FILE.
      * EVERY YEAR AFTER THE FIRST THEN SETS ITS CATEGORY TOTALS
      * AGAINST THE PRIOR YEAR'S - A CATEGORY SEEN ONLY IN THE PRIOR
      * YEAR IS LISTED WITH A ZERO CURRENT FIGURE.
      ******************************************************************
       3800-WRITE-YEAR-OVER-YEAR.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'YEAR-OVER-YEAR COMPARISON'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-YR-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'NO FISCAL YEAR-END CLOSES ON FILE'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           ELSE
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'FISCAL  PERIODS      OPENING        ACTIVITY'
                      '      CLOSING  CHG PCT'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
               PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                       UNTIL WS-YR-IDX > WS-YR-COUNT
                   PERFORM 3810-WRITE-ONE-YEAR
               END-PERFORM
               IF WS-YR-COUNT = 1
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING 'ONE FISCAL YEAR ON FILE - NO PRIOR YEAR TO '
                          'COMPARE CATEGORIES AGAINST'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               END-IF
               PERFORM VARYING WS-YR-IDX FROM 2 BY 1
                       UNTIL WS-YR-IDX > WS-YR-COUNT
                   PERFORM 3850-WRITE-CATEGORY-COMPARISON
               END-PERFORM
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       3810-WRITE-ONE-YEAR.
           MOVE 'N' TO WS-PCT-VALID-SW
           IF WS-YR-IDX > 1
               IF WS-YR-ACTIVITY (WS-YR-IDX - 1) NOT = 0
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       (WS-YR-ACTIVITY (WS-YR-IDX)
                        - WS-YR-ACTIVITY (WS-YR-IDX - 1)) * 100
                       / WS-YR-ACTIVITY (WS-YR-IDX - 1)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PCT-CHANGE
                   END-COMPUTE
                   SET WS-PCT-VALID TO TRUE
               END-IF
           END-IF

           MOVE WS-YR-PERIODS (WS-YR-IDX) TO WS-YR-PERIODS-EDIT
           MOVE WS-YR-OPENING (WS-YR-IDX) TO WS-OPENING-EDIT
           MOVE WS-YR-ACTIVITY (WS-YR-IDX) TO WS-YR-ACTIVITY-EDIT
           MOVE WS-YR-CLOSING (WS-YR-IDX) TO WS-CLOSING-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF WS-PCT-VALID
               MOVE WS-PCT-CHANGE TO WS-PCT-EDIT
               STRING WS-YR-FISCAL-YEAR (WS-YR-IDX)
                      '         ' WS-YR-PERIODS-EDIT
                      '  ' WS-OPENING-EDIT
                      '  ' WS-YR-ACTIVITY-EDIT
                      '  ' WS-CLOSING-EDIT
                      '  ' WS-PCT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               STRING WS-YR-FISCAL-YEAR (WS-YR-IDX)
                      '         ' WS-YR-PERIODS-EDIT
                      '  ' WS-OPENING-EDIT
                      '  ' WS-YR-ACTIVITY-EDIT
                      '  ' WS-CLOSING-EDIT
                      '      N/A'
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           MOVE WS-YR-OPEN-AMT (WS-YR-IDX) TO WS-AMOUNT-EDIT
           STRING '        AMOUNTS   OPEN '
                  WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           MOVE WS-YR-ACT-AMT (WS-YR-IDX) TO WS-AMOUNT-EDIT
           STRING '                  ACTV '
                  WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           MOVE WS-YR-CLOSE-AMT (WS-YR-IDX) TO WS-AMOUNT-EDIT
           STRING '                  CLSE '
                  WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       3850-WRITE-CATEGORY-COMPARISON.
           COMPUTE WS-YR-PRIOR-IDX = WS-YR-IDX - 1
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CATEGORY TOTALS - FISCAL YEAR '
                  WS-YR-FISCAL-YEAR (WS-YR-IDX)
                  ' AGAINST ' WS-YR-FISCAL-YEAR (WS-YR-PRIOR-IDX)
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CATEGORY     PRIOR COUNT      YEAR COUNT  CHG PCT'
                  '            PRIOR AMOUNT            YEAR AMOUNT'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           PERFORM VARYING WS-YR-CAT-IDX FROM 1 BY 1
                   UNTIL WS-YR-CAT-IDX > WS-YR-CAT-COUNT (WS-YR-IDX)
               MOVE WS-YR-CAT-TRAN-COUNT (WS-YR-IDX, WS-YR-CAT-IDX)
                   TO WS-YR-CUR-COUNT
               MOVE WS-YR-CAT-AMT (WS-YR-IDX, WS-YR-CAT-IDX)
                   TO WS-YR-CUR-AMT
               MOVE WS-YR-CAT-CODE (WS-YR-IDX, WS-YR-CAT-IDX)
                   TO WS-YR-KEY
               MOVE 0 TO WS-YR-PRIOR-COUNT
               MOVE 0 TO WS-YR-PRIOR-AMT
               PERFORM VARYING WS-YR-PRIOR-CAT-IDX FROM 1 BY 1
                       UNTIL WS-YR-PRIOR-CAT-IDX
                           > WS-YR-CAT-COUNT (WS-YR-PRIOR-IDX)
                   IF WS-YR-CAT-CODE
                           (WS-YR-PRIOR-IDX, WS-YR-PRIOR-CAT-IDX)
                           = WS-YR-KEY
                       MOVE WS-YR-CAT-TRAN-COUNT
                               (WS-YR-PRIOR-IDX, WS-YR-PRIOR-CAT-IDX)
                           TO WS-YR-PRIOR-COUNT
                       MOVE WS-YR-CAT-AMT
                               (WS-YR-PRIOR-IDX, WS-YR-PRIOR-CAT-IDX)
                           TO WS-YR-PRIOR-AMT
                   END-IF
               END-PERFORM
               PERFORM 3860-WRITE-ONE-CATEGORY-YEAR
           END-PERFORM

           PERFORM VARYING WS-YR-PRIOR-CAT-IDX FROM 1 BY 1
                   UNTIL WS-YR-PRIOR-CAT-IDX
                       > WS-YR-CAT-COUNT (WS-YR-PRIOR-IDX)
               MOVE WS-YR-CAT-CODE
                       (WS-YR-PRIOR-IDX, WS-YR-PRIOR-CAT-IDX)
                   TO WS-YR-KEY
               MOVE 'N' TO WS-CAT-FOUND-SW
               PERFORM VARYING WS-YR-CAT-IDX FROM 1 BY 1
                       UNTIL WS-YR-CAT-IDX > WS-YR-CAT-COUNT (WS-YR-IDX)
                   IF WS-YR-CAT-CODE (WS-YR-IDX, WS-YR-CAT-IDX)
                           = WS-YR-KEY
                       SET WS-CAT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CAT-FOUND
                   MOVE WS-YR-CAT-TRAN-COUNT
                           (WS-YR-PRIOR-IDX, WS-YR-PRIOR-CAT-IDX)
                       TO WS-YR-PRIOR-COUNT
                   MOVE WS-YR-CAT-AMT
                           (WS-YR-PRIOR-IDX, WS-YR-PRIOR-CAT-IDX)
                       TO WS-YR-PRIOR-AMT
                   MOVE 0 TO WS-YR-CUR-COUNT
                   MOVE 0 TO WS-YR-CUR-AMT
                   PERFORM 3860-WRITE-ONE-CATEGORY-YEAR
               END-IF
           END-PERFORM.

       3860-WRITE-ONE-CATEGORY-YEAR.
           MOVE WS-YR-PRIOR-COUNT TO WS-YR-PRIOR-COUNT-EDIT
           MOVE WS-YR-CUR-COUNT TO WS-YR-ACTIVITY-EDIT
           MOVE WS-YR-PRIOR-AMT TO WS-YR-PRIOR-AMT-EDIT
           MOVE WS-YR-CUR-AMT TO WS-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF WS-YR-PRIOR-COUNT NOT = 0
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-YR-CUR-COUNT - WS-YR-PRIOR-COUNT) * 100
                   / WS-YR-PRIOR-COUNT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PCT-CHANGE
               END-COMPUTE
               MOVE WS-PCT-CHANGE TO WS-PCT-EDIT
               STRING WS-YR-KEY
                      '      ' WS-YR-PRIOR-COUNT-EDIT
                      '  ' WS-YR-ACTIVITY-EDIT
                      '  ' WS-PCT-EDIT
                      '  ' WS-YR-PRIOR-AMT-EDIT
                      ' ' WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               STRING WS-YR-KEY
                      '      ' WS-YR-PRIOR-COUNT-EDIT
                      '  ' WS-YR-ACTIVITY-EDIT
                      '      N/A'
                      '  ' WS-YR-PRIOR-AMT-EDIT
                      ' ' WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4000 SERIES - RUN SUMMARY
      ******************************************************************
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'FISCAL YEARS ON FILE  . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-FLAGGED-COUNT > 0
               MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
