      *   OR A MISSED RUN), AND VERIFIES THE FINAL RECONSTRUCTED
      *   FIGURE AGAINST THE CURRENT CHECKPOINT.  ADJUSTMENT MEMOS
      *   (TYPE A) ARE LISTED WITH APPROVER AND REASON BUT DO NOT
      *   MOVE THE CHAIN; NOR DO REVERSAL MEMOS (TYPE V), WHICH ARE
      *   LISTED WITH THE ORIGINAL RUN AND BATCH THEY TAKE BACK OUT.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *                          ARE - THEY ARE STILL LISTED, BUT
      *                          ONE RUN WITH THREE ENTITIES IS ONE
      *                          RUN, NOT FOUR.
      *   MAINT      2026-10-15  THE CUMULATIVE CONTROL TOTAL IS NOW
      *                          NINE DIGITS.  CHAIN FIGURES AND EDITS
      *                          WIDENED; TRAIL RECORDS AND A
      *                          CHECKPOINT STILL IN THE FIVE-DIGIT
      *                          LAYOUT ARE RE-MAPPED AS THEY ARE
      *                          READ, SO OLD AND NEW GENERATIONS OF
      *                          THE TRAIL REPLAY AS ONE CHAIN.
      *   MAINT      2026-10-15  LIST TRANTOT'S PRIOR-DAY REVERSAL
      *                          MEMOS (TYPE V) OFF THE CHAIN, LIKE
      *                          ADJUSTMENTS, WITH THE ORIGINAL RUN,
      *                          JOB, SOURCE AND BUSINESS DATE.
      *   MAINT      2026-10-15  LIST TRANTOT'S SUSPENSE RELEASE MEMOS
      *                          (TYPE S) OFF THE CHAIN WITH THE
      *                          ITEM'S SUSPENSE REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ.
      ******************************************************************
       01  WS-CHAIN-STARTED-SW         PIC X(1) VALUE 'N'.
           88  WS-CHAIN-STARTED        VALUE 'Y'.
       01  WS-PREV-AFTER               PIC 9(9) VALUE 0.
       01  WS-PREV-AMOUNT-AFTER        PIC S9(13)V99 VALUE 0.
       01  WS-PREV-AMOUNT-VALID-SW     PIC X(1) VALUE 'N'.
           88  WS-PREV-AMOUNT-VALID    VALUE 'Y'.
      ******************************************************************
       01  WS-ASOF-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-ASOF-FOUND           VALUE 'Y'.
       01  WS-ASOF-TOTAL               PIC 9(9) VALUE 0.
       01  WS-ASOF-AMOUNT              PIC S9(13)V99 VALUE 0.
       01  WS-ASOF-TIMESTAMP           PIC X(26) VALUE SPACES.

       01  WS-RECORDS-READ             PIC 9(7) VALUE 0.
       01  WS-RUNS-IN-RANGE            PIC 9(7) VALUE 0.
       01  WS-GAP-COUNT                PIC 9(5) VALUE 0.
       01  WS-LAST-AFTER               PIC 9(9) VALUE 0.
       01  WS-LAST-AMOUNT-AFTER        PIC S9(13)V99 VALUE 0.
       01  WS-LAST-AMOUNT-VALID-SW     PIC X(1) VALUE 'N'.
           88  WS-LAST-AMOUNT-VALID    VALUE 'Y'.
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-ADDED-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-BEFORE-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01  WS-AFTER-EDIT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZZ,ZZ9.
       01  WS-ADJ-COUNT-EDIT           PIC -Z,ZZZ,ZZ9.

      ******************************************************************
      * FIVE-DIGIT LAYOUTS OF THE TRAIL AND CHECKPOINT RECORDS, FOR
      * RE-MAPPING ANYTHING WRITTEN BEFORE THE TOTAL WAS WIDENED.
      ******************************************************************
       COPY CHKLGREC.
       COPY AUDLGREC.
       01  WS-CK-ENT-IDX               PIC 9(2) VALUE 0.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS)
      ******************************************************************
                       AT END
                           SET AUDIN-EOF TO TRUE
                       NOT AT END
                           IF NOT AR-WIDE-LAYOUT
                               PERFORM 2050-WIDEN-LEGACY-AUDIT
                           END-IF
                           PERFORM 2100-PROCESS-ONE-RECORD
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * 2050 - A TRAIL RECORD WRITTEN BEFORE THE AREA-2 COLUMNS WERE
      * WIDENED READS WITH ITS LAYOUT BYTE BLANK AND IS RE-MAPPED
      * INTO THE CURRENT LAYOUT BEFORE IT JOINS THE CHAIN.  AN
      * ARCHIVED PERIOD AND THE LIVE TRAIL MAY BE CONCATENATED ACROSS
      * THE CONVERSION WITHOUT BREAKING THE BEFORE/AFTER CHAIN.
      ******************************************************************
       2050-WIDEN-LEGACY-AUDIT.
           MOVE AUDIT-RECORD TO AUDIT-LEGACY-RECORD
           MOVE SPACES TO AUDIT-WIDENED-RECORD
           MOVE AL-LEADING-FIELDS TO AW-LEADING-FIELDS
           IF AL-AREA-2-BEFORE IS NUMERIC
               MOVE AL-AREA-2-BEFORE TO AW-AREA-2-BEFORE
           ELSE
               MOVE 0 TO AW-AREA-2-BEFORE
           END-IF
           IF AL-AREA-2-AFTER IS NUMERIC
               MOVE AL-AREA-2-AFTER TO AW-AREA-2-AFTER
           ELSE
               MOVE 0 TO AW-AREA-2-AFTER
           END-IF
           MOVE AL-CARRIED-FIELDS TO AW-CARRIED-FIELDS
           SET AW-WIDE-LAYOUT TO TRUE
           MOVE AUDIT-WIDENED-RECORD TO AUDIT-RECORD.

       2100-PROCESS-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE AR-RUN-TIMESTAMP (1:8) TO WS-RECORD-DATE
           IF AR-ADJUSTMENT OR AR-REVERSAL OR AR-SUSPENSE-POSTED
               IF WS-RECORD-DATE >= WS-FROM-DATE
                   AND WS-RECORD-DATE <= WS-TO-DATE
                   EVALUATE TRUE
                       WHEN AR-REVERSAL
                           PERFORM 2350-WRITE-REVERSAL-LINE
                       WHEN AR-SUSPENSE-POSTED
                           PERFORM 2370-WRITE-RELEASE-LINE
                       WHEN OTHER
                           PERFORM 2300-WRITE-ADJUSTMENT-LINE
                   END-EVALUATE
               END-IF
           ELSE
               PERFORM 2200-CHECK-CHAIN
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       2350-WRITE-REVERSAL-LINE.
           MOVE AR-ADJ-COUNT TO WS-ADJ-COUNT-EDIT
           MOVE AR-AMOUNT-ADDED TO WS-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING AR-RUN-TIMESTAMP (1:17)
                  '  ' AR-JOB-ID
                  '  RVS  ' AR-ADJ-CATEGORY
                  ' ' WS-ADJ-COUNT-EDIT
                  ' ' WS-AMOUNT-EDIT
                  '  ' AR-ENTITY-CODE
                  '  ORIG ' AR-ORIG-RUN-TIMESTAMP
                  ' ' AR-ORIG-JOB-ID
                  ' ' AR-ORIG-SOURCE-ID
                  ' ' AR-ORIG-BUS-DATE
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 2370 - A SUSPENSE RELEASE MEMO: ONE ITEM RELEASED FROM
      * SUSPENSE THAT POSTED IN THE RUN, WITH ITS REFERENCE.
      ******************************************************************
       2370-WRITE-RELEASE-LINE.
           MOVE AR-ADJ-COUNT TO WS-ADJ-COUNT-EDIT
           MOVE AR-AMOUNT-ADDED TO WS-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING AR-RUN-TIMESTAMP (1:17)
                  '  ' AR-JOB-ID
                  '  REL  ' AR-ADJ-CATEGORY
                  ' ' WS-ADJ-COUNT-EDIT
                  ' ' WS-AMOUNT-EDIT
                  '  ' AR-ENTITY-CODE
                  '  REF ' AR-SUSP-REF
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       2400-WRITE-RUN-LINE.
           MOVE AR-AREA-1-ADDED TO WS-ADDED-EDIT
           MOVE AR-AREA-2-BEFORE TO WS-BEFORE-EDIT
               END-READ
               IF NOT CHKIN-EOF
                   SET WS-CHKPT-PRESENT TO TRUE
                   IF NOT CK-WIDE-LAYOUT
                       PERFORM 3050-WIDEN-LEGACY-CHECKPOINT
                   END-IF
               END-IF
               CLOSE CHKIN
           ELSE
               PERFORM 3100-VERIFY-CHECKPOINT-AMOUNT
           END-IF.

      ******************************************************************
      * 3050 - A CHECKPOINT STILL IN THE FIVE-DIGIT LAYOUT IS
      * RE-MAPPED INTO THE CURRENT ONE BEFORE IT IS COMPARED.
      ******************************************************************
       3050-WIDEN-LEGACY-CHECKPOINT.
           MOVE CHKPT-RECORD TO CHKPT-LEGACY-RECORD
           MOVE SPACES TO CHKPT-WIDENED-RECORD
           MOVE CL-LEADING-FIELDS TO CW-LEADING-FIELDS
           IF CL-AREA-2 IS NUMERIC
               MOVE CL-AREA-2 TO CW-AREA-2
           ELSE
               MOVE 0 TO CW-AREA-2
           END-IF
           MOVE CL-CARRIED-FIELDS TO CW-CARRIED-FIELDS
           IF CL-ENT-COUNT IS NUMERIC
               MOVE CL-ENT-COUNT TO CW-ENT-COUNT
           ELSE
               MOVE 0 TO CW-ENT-COUNT
           END-IF
           PERFORM VARYING WS-CK-ENT-IDX FROM 1 BY 1
                   UNTIL WS-CK-ENT-IDX > 5
               MOVE CL-ENT-CODE (WS-CK-ENT-IDX)
                   TO CW-ENT-CODE (WS-CK-ENT-IDX)
               IF CL-ENT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   MOVE CL-ENT-AREA-2 (WS-CK-ENT-IDX)
                       TO CW-ENT-AREA-2 (WS-CK-ENT-IDX)
               ELSE
                   MOVE 0 TO CW-ENT-AREA-2 (WS-CK-ENT-IDX)
               END-IF
               IF CL-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   MOVE CL-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX)
                       TO CW-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX)
               ELSE
                   MOVE 0 TO CW-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX)
               END-IF
           END-PERFORM
           SET CW-WIDE-LAYOUT TO TRUE
           MOVE CHKPT-WIDENED-RECORD TO CHKPT-RECORD.

      ******************************************************************
      * 3100 - THE AMOUNT FIGURE IS VERIFIED THE SAME WAY, WHEN BOTH
      * THE TRAIL AND THE CHECKPOINT CARRY ONE - RECORDS AND
