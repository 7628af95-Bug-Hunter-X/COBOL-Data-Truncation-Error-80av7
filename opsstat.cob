      *   WHEN SOMETHING SMELLED WRONG) PLUS EYEBALLING THE OVERFLOW
      *   LOG.  THIS JOB READS THE CHECKPOINT (CHKIN), THE AUDIT
      *   TRAIL (AUDIN), THE SUSPENSE FILE (SUSPIN), THE SETTLEMENT
      *   OPEN-ITEM FILE (SOPNIN) AND THE
      *   OVERFLOW LOG (OVFIN), AND PRINTS A ONE-PAGE STATE OF THE
      *   DAY FOR THE DUTY OPERATOR: DID TODAY POST, CURRENT GRAND
      *   TOTALS, SUSPENSE ITEM COUNT AND OLDEST AGE, EXTRACTS STILL
      *                          NEVER RAISES A WEEKEND FALSE ALARM
      *                          OR DISAGREES WITH THE DETAIL
      *                          REPORTS ON THE UNACK COUNTS.
      *   MAINT      2026-10-15  THE CUMULATIVE CONTROL TOTAL IS NOW
      *                          NINE DIGITS.  GRAND TOTAL AND ITS
      *                          EDIT WIDENED; A CHECKPOINT OR TRAIL
      *                          RECORD STILL IN THE FIVE-DIGIT LAYOUT
      *                          IS RE-MAPPED AS IT IS READ.
      *   MAINT      2026-10-15  A PRIOR-DAY REVERSAL MEMO (TYPE V)
      *                          IS NOT A RUN OF ITS OWN.
      *   MAINT      2026-10-15  TAKE THE SETTLEMENT STATE FROM THE
      *                          OPEN-ITEM FILE SETLACK MAINTAINS
      *                          (SOPNIN), WHICH ALREADY CARRIES EACH
      *                          EXTRACT'S ACK STATE, INSTEAD OF
      *                          REREADING THE WHOLE SETLIN AND ACKIN
      *                          HISTORY.
      *   MAINT      2026-10-15  A SUSPENSE RELEASE MEMO (TYPE S) IS
      *                          NOT A RUN OF ITS OWN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSSTAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.

           SELECT SOPNIN ASSIGN TO SOPNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOPNIN-STATUS.

           SELECT OVFIN ASSIGN TO OVFIN
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  SOPNIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SOPNIN-RECORD               PIC X(240).

       FD  OVFIN
           LABEL RECORDS ARE STANDARD
       01  WS-CHKIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-AUDIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-SUSPIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-SOPNIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-OVFIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-CALIN-STATUS             PIC X(2) VALUE '00'.
           88  AUDIN-EOF               VALUE 'Y'.
       01  WS-EOF-SUSPIN               PIC X(1) VALUE 'N'.
           88  SUSPIN-EOF              VALUE 'Y'.
       01  WS-EOF-SOPNIN               PIC X(1) VALUE 'N'.
           88  SOPNIN-EOF              VALUE 'Y'.
       01  WS-EOF-OVFIN                PIC X(1) VALUE 'N'.
           88  OVFIN-EOF               VALUE 'Y'.
       01  WS-EOF-CALIN                PIC X(1) VALUE 'N'.
       01  WS-POSTED-TODAY-SW          PIC X(1) VALUE 'N'.
           88  WS-POSTED-TODAY         VALUE 'Y'.
       01  WS-CHKPT-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-GRAND-TOTAL              PIC 9(9) VALUE 0.
       01  WS-GRAND-AMOUNT             PIC S9(13)V99 VALUE 0.

      ******************************************************************
       01  WS-SUSP-OLDEST-AGE          PIC S9(5) VALUE 0.

      ******************************************************************
      * SETTLEMENT STATE, FROM THE OPEN-ITEM FILE.  SETLACK HAS
      * ALREADY APPLIED THE ACKNOWLEDGEMENTS AND SUPERSEDES; WHAT THE
      * OPERATOR NEEDS IS THE UNACKNOWLEDGED AND REJECTED COUNTS, NOT
      * THE FULL MATCHING REPORT SETLACK PRINTS.
      ******************************************************************
       COPY SOPNREC.
       01  WS-EXT-COUNT                PIC 9(5) VALUE 0.
       01  WS-UNACK-COUNT              PIC 9(5) VALUE 0.
       01  WS-UNACK-OVER-CUTOFF        PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

      ******************************************************************
      * OVERFLOW LOG STATE
      ******************************************************************
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-AGE-EDIT                 PIC ZZ,ZZ9.
       01  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * FIVE-DIGIT LAYOUTS OF THE CHECKPOINT AND TRAIL RECORDS, FOR
      * RE-MAPPING ANYTHING WRITTEN BEFORE THE TOTAL WAS WIDENED.
      ******************************************************************
       COPY CHKLGREC.
       COPY AUDLGREC.
       01  WS-CK-ENT-IDX               PIC 9(2) VALUE 0.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS) - THE SINGLE
      * WORST-CASE CODE THE SCHEDULER ALERTS ON.
               END-READ
               IF NOT CHKIN-EOF
                   SET WS-CHKPT-PRESENT TO TRUE
                   IF NOT CK-WIDE-LAYOUT
                       PERFORM 2050-WIDEN-LEGACY-CHECKPOINT
                   END-IF
                   MOVE CK-RUN-DATE TO WS-CHKPT-RUN-DATE
                   MOVE CK-AREA-2 TO WS-GRAND-TOTAL
                   IF CK-AMOUNT-AREA-2 IS NUMERIC
               END-IF
           END-IF.

      ******************************************************************
      * 2050 - A CHECKPOINT STILL IN THE FIVE-DIGIT LAYOUT IS
      * RE-MAPPED INTO THE CURRENT ONE BEFORE ITS TOTALS ARE TAKEN.
      ******************************************************************
       2050-WIDEN-LEGACY-CHECKPOINT.
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
      * 3000 - ONE PASS DOWN THE AUDIT TRAIL FOR THE TAIL: THE LAST
      * RECORD'S TIMESTAMP AND JOB, AND HOW MANY CHAIN RECORDS CARRY
                       AT END
                           SET AUDIN-EOF TO TRUE
                       NOT AT END
                           IF NOT AR-WIDE-LAYOUT
                               PERFORM 3050-WIDEN-LEGACY-AUDIT
                           END-IF
                           PERFORM 3100-NOTE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * 3050 - A TRAIL RECORD WRITTEN BEFORE THE AREA-2 COLUMNS WERE
      * WIDENED HAS ITS RECORD TYPE EIGHT BYTES EARLIER; IT IS
      * RE-MAPPED INTO THE CURRENT LAYOUT BEFORE IT IS CLASSIFIED.
      ******************************************************************
       3050-WIDEN-LEGACY-AUDIT.
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

       3100-NOTE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-RECORDS-READ
           MOVE AR-RUN-TIMESTAMP TO WS-LAST-AUDIT-TIMESTAMP
           MOVE AR-JOB-ID TO WS-LAST-AUDIT-JOB
           IF NOT AR-ADJUSTMENT AND NOT AR-ARCHIVE-ANCHOR
                   AND NOT AR-ENTITY-SUMMARY AND NOT AR-REVERSAL
                   AND NOT AR-SUSPENSE-POSTED
               IF AR-RUN-TIMESTAMP (1:8) = WS-RUN-DATE-YYYYMMDD
                   ADD 1 TO WS-AUDIT-TODAY-RUNS
               END-IF
           END-IF.

      ******************************************************************
      * 5000 - SETTLEMENT LOOP STATE: EVERY ITEM ON THE OPEN-ITEM
      * FILE CARRIES ITS ACK STATE, SO REJECTS ARE COUNTED AND THE
      * UNACKNOWLEDGED ONES AGED.  THE FILE IS OPTIONAL HERE (STATUS
      * 35) - THE OPERATOR VIEW MUST STILL PRINT ON A MORNING WHERE
      * IT IS MISSING, WITH THE GAP ON THE PAGE INSTEAD OF A DEAD JOB.
      ******************************************************************
       5000-SCAN-SETTLEMENTS.
           OPEN INPUT SOPNIN
           IF WS-SOPNIN-STATUS = '00'
               PERFORM UNTIL SOPNIN-EOF
                   READ SOPNIN INTO SETTLEMENT-OPEN-ITEM
                       AT END
                           SET SOPNIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 5100-NOTE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE SOPNIN
           ELSE
               IF WS-SOPNIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 5100 - A REJECT STILL OPEN (NOT SUPERSEDED) IS AN ALERT; AN
      * UNACKNOWLEDGED EXTRACT IS AGED AGAINST THE CUTOFF.  MATCHED,
      * MISMATCHED AND SUPERSEDED ITEMS ADD NOTHING HERE.
      ******************************************************************
       5100-NOTE-OPEN-ITEM.
           ADD 1 TO WS-EXT-COUNT
           EVALUATE TRUE
               WHEN SO-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   IF WS-RC-ALERT > WS-RETURN-CODE
                       MOVE WS-RC-ALERT TO WS-RETURN-CODE
                   END-IF
               WHEN SO-UNACKNOWLEDGED
                   ADD 1 TO WS-UNACK-COUNT
                   PERFORM 5350-AGE-ONE-EXTRACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5350-AGE-ONE-EXTRACT.
           IF SO-RUN-DATE IS NUMERIC
               MOVE SO-RUN-DATE TO WS-ITEM-DATE-NUM
               COMPUTE WS-ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-NUM)
               IF WS-CAL-LOADED
