      ******************************************************************
      * PROGRAM-ID. SETLLOD
      *
      *   ONE-TIME LOAD OF THE SETTLEMENT OPEN-ITEM FILE.
      *
      *   SETLACK USED TO REREAD EVERY EXTRACT EVER WRITTEN (SETLIN,
      *   THE CONCATENATION OF EVERY SETLOUT AND REXOUT GENERATION)
      *   AND EVERY ACKNOWLEDGEMENT EVER RETURNED (ACKIN) ON EVERY
      *   RUN.  IT NOW CARRIES AN OPEN-ITEM FILE FORWARD INSTEAD, AND
      *   THIS JOB BUILDS THE FIRST GENERATION OF IT FROM THAT
      *   HISTORY: EACH BATCH BECOMES ONE ITEM WITH ITS TRAILER
      *   FIGURES, THE ACKNOWLEDGEMENTS ARE SCORED EXACTLY AS SETLACK
      *   SCORES THEM, AND THE RE-EXTRACT SUPERSEDE LINKS ARE SET
      *   BOTH WAYS.  ITEMS MATCHED OR SUPERSEDED LONGER AGO THAN THE
      *   RETENTION PERIOD GO STRAIGHT TO THE CLOSED-ITEM HISTORY
      *   (SCLSOUT); EVERYTHING ELSE GOES TO THE OPEN-ITEM FILE
      *   (SOPNOUT) IN CONTROL-KEY SEQUENCE, READY TO BE SETLACK'S
      *   FIRST SOPNIN.
      *
      *   THE STATE DATE OF A LOADED ITEM IS THE DAY IT REACHED ITS
      *   STATE: THE GL POSTING DATE ON THE DECIDING ACKNOWLEDGEMENT,
      *   THE RUN DATE OF THE RE-EXTRACT THAT SUPERSEDED IT, OR ITS
      *   OWN RUN DATE WHILE IT IS STILL UNACKNOWLEDGED.
      *
      *   THE OPTIONAL PARM IS "ASOFDATE,RETAINDAYS" WITH THE SAME
      *   MEANING AND DEFAULTS AS ON SETLACK.  THE TIE-OUT PROVES
      *   EVERY BATCH LOADED WAS WRITTEN TO ONE FILE OR THE OTHER,
      *   WITH ITS CLOSING AMOUNT.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-10-15  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLLOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETLIN ASSIGN TO SETLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLIN-STATUS.

           SELECT ACKIN ASSIGN TO ACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKIN-STATUS.

           SELECT SOPNOUT ASSIGN TO SOPNOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOPNOUT-STATUS.

           SELECT SCLSOUT ASSIGN TO SCLSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCLSOUT-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETLIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SETLREC.

       FD  ACKIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY ACKREC.

      ******************************************************************
      * THE OPEN-ITEM FILES ARE PLAIN BUFFERS; EVERY ITEM IS WRITTEN
      * FROM THE WORKING-STORAGE COPY OF SOPNREC.
      ******************************************************************
       FD  SOPNOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SOPNOUT-RECORD              PIC X(240).

       FD  SCLSOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SCLSOUT-RECORD              PIC X(240).

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PRTLINE.

       WORKING-STORAGE SECTION.
       01  WS-SETLIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-ACKIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-SOPNOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-SCLSOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.

       01  WS-EOF-SETLIN               PIC X(1) VALUE 'N'.
           88  SETLIN-EOF              VALUE 'Y'.
       01  WS-EOF-ACKIN                PIC X(1) VALUE 'N'.
           88  ACKIN-EOF               VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
       01  WS-RUN-DATE-YYYYMMDD        PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT             PIC S9(9) COMP VALUE 0.
       01  WS-JOB-NAME                 PIC X(8) VALUE 'SETLLOD'.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 1.

       01  WS-PARM-WORK-FIELDS.
           05  WS-PARM-BUFFER          PIC X(40) VALUE SPACES.
           05  WS-PARM-ASOF-TEXT       PIC X(8) VALUE SPACES.
           05  WS-PARM-RETAIN-TEXT     PIC X(3) VALUE SPACES.
       01  WS-RETAIN-DAYS              PIC 9(3) VALUE 30.

      ******************************************************************
      * ITEM TABLE, ONE ENTRY PER BATCH, KEPT IN CONTROL-KEY SEQUENCE
      * AS IT LOADS.  THE STATES ARE THOSE SETLACK USES: U
      * UNACKNOWLEDGED, M MATCHED, R REJECTED, X ACCEPTED WITH AN
      * AMOUNT MISMATCH, S SUPERSEDED.  THE TABLE IS SIZED FOR THE
      * WHOLE HISTORY; A HISTORY THAT DOES NOT FIT IS A HARD ERROR
      * AND NOTHING IS WRITTEN.
      ******************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITM-COUNT            PIC 9(4) VALUE 0.
           05  WS-ITM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITM-KEY          PIC X(26).
               10  WS-ITM-ENTITY       PIC X(3).
               10  WS-ITM-RUN-DATE     PIC X(8).
               10  WS-ITM-REPLACES     PIC X(26).
               10  WS-ITM-REPLACED-BY  PIC X(26).
               10  WS-ITM-REVERSES     PIC X(26).
               10  WS-ITM-DET-COUNT    PIC 9(3).
               10  WS-ITM-DAY-COUNT    PIC 9(7).
               10  WS-ITM-DAY-AMOUNT   PIC S9(13)V99.
               10  WS-ITM-CLOSING      PIC 9(9).
               10  WS-ITM-AMOUNT       PIC S9(13)V99.
               10  WS-ITM-STATUS       PIC X(1).
               10  WS-ITM-DET-ACKED    PIC 9(3).
               10  WS-ITM-POSTING-REF  PIC X(12).
               10  WS-ITM-REJ-REASON   PIC X(20).
               10  WS-ITM-STATE-DATE   PIC X(8).
       01  WS-ITM-IDX                  PIC 9(4) VALUE 0.
       01  WS-ITM-SCAN-IDX             PIC 9(4) VALUE 0.
       01  WS-ITM-MATCH-IDX            PIC 9(4) VALUE 0.
       01  WS-ITM-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-ITM-FOUND            VALUE 'Y'.
       01  WS-SLOT-KEY                 PIC X(26) VALUE SPACES.
       01  WS-SLOT-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-SLOT-FOUND           VALUE 'Y'.
       01  WS-DUP-KEY                  PIC X(26) VALUE SPACES.
       01  WS-TABLE-FULL-SW            PIC X(1) VALUE 'N'.
           88  WS-TABLE-FULL           VALUE 'Y'.
       01  WS-ACK-DATE-WORK            PIC X(8) VALUE SPACES.
       01  WS-STATE-DATE-NUM           PIC 9(8) VALUE 0.
       01  WS-STATE-DATE-INT           PIC S9(9) COMP VALUE 0.

       COPY SOPNREC.

      ******************************************************************
      * LOAD AND TIE-OUT COUNTERS.  BATCHES LOADED MUST EQUAL ITEMS
      * WRITTEN OPEN PLUS ITEMS WRITTEN CLOSED, AND THE CLOSING
      * AMOUNTS LOADED MUST EQUAL THE AMOUNTS WRITTEN.
      ******************************************************************
       01  WS-SETLIN-READ-COUNT        PIC 9(7) VALUE 0.
       01  WS-BATCHES-LOADED           PIC 9(7) VALUE 0.
       01  WS-DUP-BATCH-COUNT          PIC 9(7) VALUE 0.
       01  WS-ACKS-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-ORPHAN-ACK-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNACK-COUNT              PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
       01  WS-SUPERSEDED-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPEN-WRITTEN             PIC 9(7) VALUE 0.
       01  WS-CLOSED-WRITTEN           PIC 9(7) VALUE 0.
       01  WS-WRITTEN-TOTAL            PIC 9(7) VALUE 0.
       01  WS-AMOUNT-LOADED            PIC S9(15)V99 VALUE 0.
       01  WS-AMOUNT-WRITTEN           PIC S9(15)V99 VALUE 0.

      ******************************************************************
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-OUT-EDIT          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS)
      ******************************************************************
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RC-REVIEW                PIC 9(2) VALUE 04.
       01  WS-RC-OUT-OF-BALANCE        PIC 9(2) VALUE 12.
       01  WS-RC-FILE-ERROR            PIC 9(2) VALUE 16.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EXTRACTS
           PERFORM 3000-MATCH-ACKNOWLEDGEMENTS
           PERFORM 3200-MARK-SUPERSEDES
           PERFORM 4000-WRITE-ITEM-FILES
           PERFORM 6000-WRITE-TIE-OUT
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YYYYMMDD
           IF LS-PARM-LENGTH > 0 AND LS-PARM-LENGTH <= 40
               MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-BUFFER
               UNSTRING WS-PARM-BUFFER DELIMITED BY ','
                   INTO WS-PARM-ASOF-TEXT WS-PARM-RETAIN-TEXT
               END-UNSTRING
               IF WS-PARM-ASOF-TEXT NOT = SPACES
                   MOVE WS-PARM-ASOF-TEXT TO WS-RUN-DATE-YYYYMMDD
               END-IF
               IF WS-PARM-RETAIN-TEXT NOT = SPACES
                   MOVE WS-PARM-RETAIN-TEXT TO WS-RETAIN-DAYS
               END-IF
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           OPEN OUTPUT PRTOUT
           PERFORM 6050-CHECK-PRTOUT-STATUS
           PERFORM 6100-WRITE-REPORT-HEADER.

      ******************************************************************
      * 2000 - LOAD THE WHOLE EXTRACT HISTORY.  SETLIN IS REQUIRED -
      * AN OPEN-ITEM FILE BUILT FROM NOTHING WOULD START SETLACK OFF
      * WITH A FALSELY CLEAN PICTURE.
      ******************************************************************
       2000-LOAD-EXTRACTS.
           OPEN INPUT SETLIN
           IF WS-SETLIN-STATUS = '00'
               PERFORM UNTIL SETLIN-EOF
                   READ SETLIN INTO SETTLEMENT-RECORD
                       AT END
                           SET SETLIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SETLIN-READ-COUNT
                           PERFORM 2100-STORE-EXTRACT
                   END-READ
               END-PERFORM
               CLOSE SETLIN
           ELSE
               SET WS-TABLE-FULL TO TRUE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2050 - MAKE ROOM FOR AN ITEM IN CONTROL-KEY SEQUENCE, AS
      * SETLACK DOES: EVERY ENTRY WITH A HIGHER KEY MOVES UP ONE
      * PLACE AND WS-ITM-IDX IS LEFT ON THE FREED SLOT.
      ******************************************************************
       2050-OPEN-TABLE-SLOT.
           MOVE WS-ITM-COUNT TO WS-ITM-SCAN-IDX
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SLOT-FOUND
               IF WS-ITM-SCAN-IDX = 0
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   IF WS-ITM-KEY (WS-ITM-SCAN-IDX) > WS-SLOT-KEY
                       MOVE WS-ITM-ENTRY (WS-ITM-SCAN-IDX)
                           TO WS-ITM-ENTRY (WS-ITM-SCAN-IDX + 1)
                       SUBTRACT 1 FROM WS-ITM-SCAN-IDX
                   ELSE
                       SET WS-SLOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-ITM-COUNT
           COMPUTE WS-ITM-IDX = WS-ITM-SCAN-IDX + 1.

      ******************************************************************
      * 2100 - EACH BATCH LOADS AS ONE ITEM: THE HEADER OPENS IT AND
      * THE TRAILER FILLS IN ITS FIGURES; THE DETAILS NEED NO ITEM.
      * A RECORD WHOSE TYPE BYTE IS NOT H/D/T IS A LEGACY
      * SINGLE-RECORD EXTRACT.  A KEY SEEN BEFORE (A GENERATION
      * CONCATENATED TWICE) IS COUNTED AND ITS RECORDS IGNORED.
      ******************************************************************
       2100-STORE-EXTRACT.
           EVALUATE TRUE
               WHEN SE-HEADER-REC
                   PERFORM 2150-STORE-BATCH-HEADER
               WHEN SE-TRAILER-REC
                   PERFORM 2200-APPLY-BATCH-TRAILER
               WHEN SE-DETAIL-REC
                   CONTINUE
               WHEN OTHER
                   PERFORM 2250-STORE-LEGACY-EXTRACT
           END-EVALUATE.

       2150-STORE-BATCH-HEADER.
           MOVE SPACES TO WS-DUP-KEY
           PERFORM 2170-FIND-EXTRACT-KEY
           EVALUATE TRUE
               WHEN WS-ITM-FOUND
                   MOVE SE-CONTROL-KEY TO WS-DUP-KEY
                   ADD 1 TO WS-DUP-BATCH-COUNT
               WHEN WS-ITM-COUNT < 5000
                   PERFORM 2180-ADD-ITEM
                   MOVE SE-HDR-ENTITY-CODE TO WS-ITM-ENTITY (WS-ITM-IDX)
                   MOVE SE-HDR-REPLACES-KEY
                       TO WS-ITM-REPLACES (WS-ITM-IDX)
                   MOVE SE-HDR-REVERSES-KEY
                       TO WS-ITM-REVERSES (WS-ITM-IDX)
               WHEN OTHER
                   SET WS-TABLE-FULL TO TRUE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.

       2170-FIND-EXTRACT-KEY.
           MOVE 'N' TO WS-ITM-FOUND-SW
           PERFORM VARYING WS-ITM-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ITM-SCAN-IDX > WS-ITM-COUNT
                   OR WS-ITM-FOUND
               IF WS-ITM-KEY (WS-ITM-SCAN-IDX) = SE-CONTROL-KEY
                   SET WS-ITM-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2180-ADD-ITEM.
           ADD 1 TO WS-BATCHES-LOADED
           MOVE SE-CONTROL-KEY TO WS-SLOT-KEY
           PERFORM 2050-OPEN-TABLE-SLOT
           MOVE SE-CONTROL-KEY TO WS-ITM-KEY (WS-ITM-IDX)
           MOVE SPACES TO WS-ITM-ENTITY (WS-ITM-IDX)
           MOVE SE-RUN-DATE TO WS-ITM-RUN-DATE (WS-ITM-IDX)
           MOVE SPACES TO WS-ITM-REPLACES (WS-ITM-IDX)
           MOVE SPACES TO WS-ITM-REPLACED-BY (WS-ITM-IDX)
           MOVE SPACES TO WS-ITM-REVERSES (WS-ITM-IDX)
           MOVE 0 TO WS-ITM-DET-COUNT (WS-ITM-IDX)
           MOVE 0 TO WS-ITM-DAY-COUNT (WS-ITM-IDX)
           MOVE 0 TO WS-ITM-DAY-AMOUNT (WS-ITM-IDX)
           MOVE 0 TO WS-ITM-CLOSING (WS-ITM-IDX)
           MOVE 0 TO WS-ITM-AMOUNT (WS-ITM-IDX)
           MOVE 'U' TO WS-ITM-STATUS (WS-ITM-IDX)
           MOVE 0 TO WS-ITM-DET-ACKED (WS-ITM-IDX)
           MOVE SPACES TO WS-ITM-POSTING-REF (WS-ITM-IDX)
           MOVE SPACES TO WS-ITM-REJ-REASON (WS-ITM-IDX)
           MOVE SE-RUN-DATE TO WS-ITM-STATE-DATE (WS-ITM-IDX).

       2200-APPLY-BATCH-TRAILER.
           IF SE-CONTROL-KEY NOT = WS-DUP-KEY
               PERFORM 2170-FIND-EXTRACT-KEY
           ELSE
               MOVE 'N' TO WS-ITM-FOUND-SW
           END-IF
           IF WS-ITM-FOUND
               MOVE WS-ITM-SCAN-IDX TO WS-ITM-IDX
               IF SE-TRL-DAY-COUNT IS NUMERIC
                   MOVE SE-TRL-DAY-COUNT
                       TO WS-ITM-DAY-COUNT (WS-ITM-IDX)
               END-IF
               IF SE-TRL-DAY-AMOUNT IS NUMERIC
                   MOVE SE-TRL-DAY-AMOUNT
                       TO WS-ITM-DAY-AMOUNT (WS-ITM-IDX)
               END-IF
               IF SE-TRL-WIDE-LAYOUT
                   IF SE-TRL-CLOSING-TOTAL IS NUMERIC
                       MOVE SE-TRL-CLOSING-TOTAL
                           TO WS-ITM-CLOSING (WS-ITM-IDX)
                   END-IF
                   IF SE-TRL-CLOSING-AMOUNT IS NUMERIC
                       MOVE SE-TRL-CLOSING-AMOUNT
                           TO WS-ITM-AMOUNT (WS-ITM-IDX)
                   END-IF
               ELSE
                   IF SE-TRL-OLD-CLOSING-TOTAL IS NUMERIC
                       MOVE SE-TRL-OLD-CLOSING-TOTAL
                           TO WS-ITM-CLOSING (WS-ITM-IDX)
                   END-IF
                   IF SE-TRL-OLD-CLOSING-AMOUNT IS NUMERIC
                       MOVE SE-TRL-OLD-CLOSING-AMOUNT
                           TO WS-ITM-AMOUNT (WS-ITM-IDX)
                   END-IF
               END-IF
               IF SE-TRL-DETAIL-COUNT IS NUMERIC
                   MOVE SE-TRL-DETAIL-COUNT
                       TO WS-ITM-DET-COUNT (WS-ITM-IDX)
               END-IF
           END-IF.

       2250-STORE-LEGACY-EXTRACT.
           PERFORM 2170-FIND-EXTRACT-KEY
           EVALUATE TRUE
               WHEN WS-ITM-FOUND
                   ADD 1 TO WS-DUP-BATCH-COUNT
               WHEN WS-ITM-COUNT < 5000
                   PERFORM 2180-ADD-ITEM
                   MOVE SE-ENTITY-CODE TO WS-ITM-ENTITY (WS-ITM-IDX)
                   MOVE SE-REPLACES-KEY TO WS-ITM-REPLACES (WS-ITM-IDX)
                   IF SE-CLOSING-TOTAL IS NUMERIC
                       MOVE SE-CLOSING-TOTAL
                           TO WS-ITM-CLOSING (WS-ITM-IDX)
                   END-IF
                   IF SE-CLOSING-AMOUNT IS NUMERIC
                       MOVE SE-CLOSING-AMOUNT
                           TO WS-ITM-AMOUNT (WS-ITM-IDX)
                   END-IF
               WHEN OTHER
                   SET WS-TABLE-FULL TO TRUE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 3000 - SCORE THE WHOLE ACKNOWLEDGEMENT HISTORY THE WAY SETLACK
      * SCORES A DAY'S ACKNOWLEDGEMENTS.  ACKIN IS OPTIONAL (STATUS
      * 35) - A SITE WHOSE GL HAS NEVER ANSWERED LOADS EVERY ITEM
      * UNACKNOWLEDGED.  AN ACK MATCHING NO BATCH IS COUNTED.
      ******************************************************************
       3000-MATCH-ACKNOWLEDGEMENTS.
           OPEN INPUT ACKIN
           IF WS-ACKIN-STATUS = '00'
               PERFORM UNTIL ACKIN-EOF
                   READ ACKIN INTO ACKNOWLEDGEMENT-RECORD
                       AT END
                           SET ACKIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACKS-READ-COUNT
                           PERFORM 3100-APPLY-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACKIN
           ELSE
               IF WS-ACKIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3100 - AS IN SETLACK: A BLANK CATEGORY CODE ANSWERS THE BATCH,
      * A FILLED ONE TICKS OFF A DETAIL, AND A REJECT AT EITHER LEVEL
      * REJECTS THE BATCH.  THE ACK'S POSTING DATE (OR, WITHOUT ONE,
      * THE AS-OF DATE) BECOMES THE STATE DATE WHEN THE STATE MOVES.
      ******************************************************************
       3100-APPLY-ONE-ACK.
           MOVE 'N' TO WS-ITM-FOUND-SW
           PERFORM VARYING WS-ITM-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ITM-SCAN-IDX > WS-ITM-COUNT
                   OR WS-ITM-FOUND
               IF WS-ITM-KEY (WS-ITM-SCAN-IDX) = AK-CONTROL-KEY
                   SET WS-ITM-FOUND TO TRUE
                   MOVE WS-ITM-SCAN-IDX TO WS-ITM-MATCH-IDX
               END-IF
           END-PERFORM
           IF NOT WS-ITM-FOUND
               ADD 1 TO WS-ORPHAN-ACK-COUNT
           ELSE
               IF AK-POSTING-DATE IS NUMERIC
                   MOVE AK-POSTING-DATE TO WS-ACK-DATE-WORK
               ELSE
                   MOVE WS-RUN-DATE-YYYYMMDD TO WS-ACK-DATE-WORK
               END-IF
               MOVE AK-POSTING-REF
                   TO WS-ITM-POSTING-REF (WS-ITM-MATCH-IDX)
               IF AK-CAT-CODE NOT = SPACES
                   PERFORM 3150-APPLY-DETAIL-ACK
               ELSE
                   PERFORM 3160-APPLY-BATCH-ACK
               END-IF
           END-IF.

       3150-APPLY-DETAIL-ACK.
           EVALUATE TRUE
               WHEN AK-ACCEPTED
                   ADD 1 TO WS-ITM-DET-ACKED (WS-ITM-MATCH-IDX)
                   IF WS-ITM-STATUS (WS-ITM-MATCH-IDX) = 'U'
                       AND WS-ITM-DET-COUNT (WS-ITM-MATCH-IDX) > 0
                       AND WS-ITM-DET-ACKED (WS-ITM-MATCH-IDX)
                           >= WS-ITM-DET-COUNT (WS-ITM-MATCH-IDX)
                       MOVE 'M' TO WS-ITM-STATUS (WS-ITM-MATCH-IDX)
                       MOVE WS-ACK-DATE-WORK
                           TO WS-ITM-STATE-DATE (WS-ITM-MATCH-IDX)
                   END-IF
               WHEN AK-REJECTED
                   MOVE 'R' TO WS-ITM-STATUS (WS-ITM-MATCH-IDX)
                   MOVE AK-REJECT-REASON
                       TO WS-ITM-REJ-REASON (WS-ITM-MATCH-IDX)
                   MOVE WS-ACK-DATE-WORK
                       TO WS-ITM-STATE-DATE (WS-ITM-MATCH-IDX)
               WHEN OTHER
                   MOVE 'R' TO WS-ITM-STATUS (WS-ITM-MATCH-IDX)
                   MOVE 'UNRECOGNIZED ACK STATUS'
                       TO WS-ITM-REJ-REASON (WS-ITM-MATCH-IDX)
                   MOVE WS-ACK-DATE-WORK
                       TO WS-ITM-STATE-DATE (WS-ITM-MATCH-IDX)
           END-EVALUATE.

       3160-APPLY-BATCH-ACK.
           EVALUATE TRUE
               WHEN AK-ACCEPTED
                   IF AK-POSTED-AMOUNT IS NUMERIC
                       AND AK-POSTED-AMOUNT NOT =
                           WS-ITM-AMOUNT (WS-ITM-MATCH-IDX)
                       MOVE 'X' TO WS-ITM-STATUS (WS-ITM-MATCH-IDX)
                   ELSE
                       MOVE 'M' TO WS-ITM-STATUS (WS-ITM-MATCH-IDX)
                   END-IF
               WHEN AK-REJECTED
                   MOVE 'R' TO WS-ITM-STATUS (WS-ITM-MATCH-IDX)
                   MOVE AK-REJECT-REASON
                       TO WS-ITM-REJ-REASON (WS-ITM-MATCH-IDX)
               WHEN OTHER
                   MOVE 'R' TO WS-ITM-STATUS (WS-ITM-MATCH-IDX)
                   MOVE 'UNRECOGNIZED ACK STATUS'
                       TO WS-ITM-REJ-REASON (WS-ITM-MATCH-IDX)
           END-EVALUATE
           MOVE WS-ACK-DATE-WORK
               TO WS-ITM-STATE-DATE (WS-ITM-MATCH-IDX).

      ******************************************************************
      * 3200 - SET THE SUPERSEDE LINKS: A BATCH NAMED IN ANOTHER'S
      * REPLACES KEY IS SUPERSEDED, AS OF THE REPLACEMENT'S RUN DATE,
      * AND CARRIES THE REPLACEMENT'S KEY.
      ******************************************************************
       3200-MARK-SUPERSEDES.
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-REPLACES (WS-ITM-IDX) NOT = SPACES
                   PERFORM 3250-MARK-ONE-SUPERSEDE
               END-IF
           END-PERFORM.

       3250-MARK-ONE-SUPERSEDE.
           PERFORM VARYING WS-ITM-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ITM-SCAN-IDX > WS-ITM-COUNT
               IF WS-ITM-KEY (WS-ITM-SCAN-IDX)
                       = WS-ITM-REPLACES (WS-ITM-IDX)
                   MOVE 'S' TO WS-ITM-STATUS (WS-ITM-SCAN-IDX)
                   MOVE WS-ITM-KEY (WS-ITM-IDX)
                       TO WS-ITM-REPLACED-BY (WS-ITM-SCAN-IDX)
                   MOVE WS-ITM-RUN-DATE (WS-ITM-IDX)
                       TO WS-ITM-STATE-DATE (WS-ITM-SCAN-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 4000 - WRITE THE ITEMS IN KEY SEQUENCE: MATCHED OR SUPERSEDED
      * LONGER AGO THAN THE RETENTION PERIOD TO THE CLOSED-ITEM
      * HISTORY, EVERYTHING ELSE TO THE OPEN-ITEM FILE.  NOTHING IS
      * WRITTEN WHEN THE HISTORY COULD NOT BE LOADED IN FULL - A
      * PARTIAL OPEN-ITEM FILE MUST NEVER BECOME SETLACK'S INPUT.
      ******************************************************************
       4000-WRITE-ITEM-FILES.
           IF NOT WS-TABLE-FULL
               OPEN OUTPUT SOPNOUT
               OPEN OUTPUT SCLSOUT
               IF WS-SOPNOUT-STATUS = '00'
                       AND WS-SCLSOUT-STATUS = '00'
                   PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                           UNTIL WS-ITM-IDX > WS-ITM-COUNT
                       PERFORM 4100-WRITE-ONE-ITEM
                   END-PERFORM
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE SOPNOUT
               CLOSE SCLSOUT
           END-IF.

       4100-WRITE-ONE-ITEM.
           ADD WS-ITM-AMOUNT (WS-ITM-IDX) TO WS-AMOUNT-LOADED
           EVALUATE WS-ITM-STATUS (WS-ITM-IDX)
               WHEN 'M'
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN 'R'
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN 'X'
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN 'S'
                   ADD 1 TO WS-SUPERSEDED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNACK-COUNT
           END-EVALUATE
           MOVE SPACES TO SETTLEMENT-OPEN-ITEM
           MOVE WS-ITM-KEY (WS-ITM-IDX) TO SO-CONTROL-KEY
           MOVE WS-ITM-ENTITY (WS-ITM-IDX) TO SO-ENTITY-CODE
           MOVE WS-ITM-RUN-DATE (WS-ITM-IDX) TO SO-RUN-DATE
           MOVE WS-ITM-REPLACES (WS-ITM-IDX) TO SO-REPLACES-KEY
           MOVE WS-ITM-REPLACED-BY (WS-ITM-IDX) TO SO-REPLACED-BY-KEY
           MOVE WS-ITM-REVERSES (WS-ITM-IDX) TO SO-REVERSES-KEY
           MOVE WS-ITM-DET-COUNT (WS-ITM-IDX) TO SO-DETAIL-COUNT
           MOVE WS-ITM-DAY-COUNT (WS-ITM-IDX) TO SO-DAY-COUNT
           MOVE WS-ITM-DAY-AMOUNT (WS-ITM-IDX) TO SO-DAY-AMOUNT
           MOVE WS-ITM-CLOSING (WS-ITM-IDX) TO SO-CLOSING-TOTAL
           MOVE WS-ITM-AMOUNT (WS-ITM-IDX) TO SO-CLOSING-AMOUNT
           MOVE WS-ITM-STATUS (WS-ITM-IDX) TO SO-ACK-STATE
           MOVE WS-ITM-DET-ACKED (WS-ITM-IDX) TO SO-DETAILS-ACKED
           MOVE WS-ITM-POSTING-REF (WS-ITM-IDX) TO SO-POSTING-REF
           MOVE WS-ITM-REJ-REASON (WS-ITM-IDX) TO SO-REJECT-REASON
           MOVE WS-ITM-STATE-DATE (WS-ITM-IDX) TO SO-STATE-DATE
           MOVE 0 TO WS-STATE-DATE-INT
           IF (SO-MATCHED OR SO-SUPERSEDED)
                   AND SO-STATE-DATE IS NUMERIC
               MOVE SO-STATE-DATE TO WS-STATE-DATE-NUM
               COMPUTE WS-STATE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-STATE-DATE-NUM)
           END-IF
           IF WS-STATE-DATE-INT > 0
                   AND WS-RUN-DATE-INT - WS-STATE-DATE-INT
                       > WS-RETAIN-DAYS
               WRITE SCLSOUT-RECORD FROM SETTLEMENT-OPEN-ITEM
               IF WS-SCLSOUT-STATUS = '00'
                   ADD 1 TO WS-CLOSED-WRITTEN
                   ADD SO-CLOSING-AMOUNT TO WS-AMOUNT-WRITTEN
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               WRITE SOPNOUT-RECORD FROM SETTLEMENT-OPEN-ITEM
               IF WS-SOPNOUT-STATUS = '00'
                   ADD 1 TO WS-OPEN-WRITTEN
                   ADD SO-CLOSING-AMOUNT TO WS-AMOUNT-WRITTEN
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 6000 SERIES - TIE-OUT REPORT.  THE LOAD TIES WHEN EVERY BATCH
      * LOADED WAS WRITTEN TO ONE FILE OR THE OTHER AND THE CLOSING
      * AMOUNTS WRITTEN SUM TO THE AMOUNTS LOADED.  OUT OF BALANCE
      * FAILS THE STEP SO THE FILES ARE NOT PROMOTED.  ACKNOWLEDGEMENTS
      * MATCHING NO BATCH OR KEYS SEEN TWICE ASK FOR A REVIEW.
      ******************************************************************
       6000-WRITE-TIE-OUT.
           MOVE WS-SETLIN-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'EXTRACT RECORDS READ (SETLIN) . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-BATCHES-LOADED TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'BATCHES LOADED  . . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-DUP-BATCH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'BATCH KEYS SEEN MORE THAN ONCE  . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-ACKS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'ACKNOWLEDGEMENTS READ (ACKIN) . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-ORPHAN-ACK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'ACKNOWLEDGEMENTS MATCHING NO BATCH  . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           PERFORM 6200-WRITE-STATE-COUNTS
           PERFORM 6300-WRITE-TIE-OUT-VERDICT.

       6050-CHECK-PRTOUT-STATUS.
           IF WS-PRTOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       6100-WRITE-REPORT-HEADER.
           MOVE SPACES TO PRINT-LINE
           MOVE '1' TO PL-CARRIAGE-CONTROL
           STRING 'JOB: ' WS-JOB-NAME
                  '   AS-OF DATE: ' WS-RUN-DATE-YYYYMMDD
                  '   PAGE: ' WS-PAGE-NUMBER
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'SETTLEMENT OPEN-ITEM FILE LOAD - '
                  'TIE-OUT REPORT'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS.

       6200-WRITE-STATE-COUNTS.
           MOVE WS-UNACK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  UNACKNOWLEDGED  . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  MATCHED . . . . . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  REJECTED BY GL  . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  ACCEPTED WITH AMOUNT MISMATCH . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  SUPERSEDED BY RE-EXTRACT  . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-OPEN-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'ITEMS WRITTEN TO OPEN-ITEM FILE . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-CLOSED-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'ITEMS WRITTEN TO CLOSED-ITEM HISTORY  . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-AMOUNT-LOADED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-WRITTEN TO WS-AMOUNT-OUT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CLOSING AMOUNTS  LOADED ' WS-AMOUNT-EDIT
                  '   WRITTEN ' WS-AMOUNT-OUT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS.

       6300-WRITE-TIE-OUT-VERDICT.
           COMPUTE WS-WRITTEN-TOTAL = WS-OPEN-WRITTEN
               + WS-CLOSED-WRITTEN
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   STRING '*** EXTRACT HISTORY NOT LOADED IN FULL - '
                          'NO OPEN-ITEM FILE WRITTEN ***'
                          DELIMITED BY SIZE INTO PL-TEXT
               WHEN WS-WRITTEN-TOTAL = WS-BATCHES-LOADED
                       AND WS-AMOUNT-WRITTEN = WS-AMOUNT-LOADED
                   STRING 'TIED'
                          DELIMITED BY SIZE INTO PL-TEXT
               WHEN OTHER
                   IF WS-RC-OUT-OF-BALANCE > WS-RETURN-CODE
                       MOVE WS-RC-OUT-OF-BALANCE TO WS-RETURN-CODE
                   END-IF
                   STRING '*** OUT OF BALANCE - DO NOT PROMOTE THE '
                          'OPEN-ITEM FILE ***'
                          DELIMITED BY SIZE INTO PL-TEXT
           END-EVALUATE
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS
           IF WS-ORPHAN-ACK-COUNT > 0 OR WS-DUP-BATCH-COUNT > 0
               IF WS-RC-REVIEW > WS-RETURN-CODE
                   MOVE WS-RC-REVIEW TO WS-RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE PRTOUT.
