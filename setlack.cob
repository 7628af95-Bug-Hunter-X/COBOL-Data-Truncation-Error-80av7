      *
      *   TRANTOT FIRES A SETTLEMENT EXTRACT AT THE DOWNSTREAM
      *   GL-POSTING JOB EVERY RUN AND NOTHING EVER COMES BACK INTO
      *   THIS SYSTEM.  THIS JOB CARRIES THE SETTLEMENT OPEN-ITEM
      *   FILE FORWARD (SOPNIN -> SOPNOUT): IT ADDS THE DAY'S NEW
      *   EXTRACTS (SETLIN, THE SETLOUT AND REXOUT GENERATIONS WRITTEN
      *   SINCE THE LAST RUN), APPLIES THE DAY'S ACKNOWLEDGEMENTS FROM
      *   THE GL JOB (ACKIN) ON THE CONTROL KEY, AND REPORTS EVERY
      *   ITEM AS MATCHED, REJECTED OR UNACKNOWLEDGED WITH ITS AGE IN
      *   DAYS.  AN EXTRACT STILL UNACKNOWLEDGED PAST THE CUTOFF
      *   ESCALATES THE RETURN CODE SO THE SCHEDULER CAN RAISE IT
      *   BEFORE MONTH-END FINDS THE HOLE.  MATCHED AND SUPERSEDED
      *   ITEMS MOVE TO THE CLOSED-ITEM HISTORY (SCLSOUT) ONCE THEY
      *   HAVE BEEN CLOSED LONGER THAN THE RETENTION PERIOD.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *                          MATCHED BATCH TO REJECTED, SO THE
      *                          SUMMARY DOES NOT COUNT ONE BATCH
      *                          IN BOTH COLUMNS.
      *   MAINT      2026-10-15  THE TRAILER'S CLOSING TOTAL IS NOW
      *                          NINE DIGITS.  A TRAILER STILL IN THE
      *                          FIVE-DIGIT LAYOUT GIVES ITS CLOSING
      *                          FIGURES THROUGH SE-TRL-LEGACY-DATA,
      *                          SO OLD AND NEW SETLIN GENERATIONS
      *                          MATCH TOGETHER; CLOSING COLUMN
      *                          WIDENED.
      *   MAINT      2026-10-15  KEEP A SETTLEMENT OPEN-ITEM FILE
      *                          (SOPNIN -> SOPNOUT, LAYOUT SOPNREC)
      *                          IN CONTROL-KEY SEQUENCE INSTEAD OF
      *                          REREADING EVERY EXTRACT AND ACK EVER
      *                          WRITTEN: SETLIN AND ACKIN NOW CARRY
      *                          ONLY THE DAY'S NEW EXTRACTS AND
      *                          ACKNOWLEDGEMENTS.  AN EXTRACT ALREADY
      *                          ON FILE IS NOT ADDED TWICE.  ITEMS
      *                          MATCHED OR SUPERSEDED LONGER THAN THE
      *                          RETENTION PERIOD (THIRD PARM FIELD,
      *                          DEFAULT 30 DAYS) MOVE TO THE
      *                          CLOSED-ITEM HISTORY (SCLSOUT).  NO
      *                          NEW GENERATION IS WRITTEN WHEN THE
      *                          OPEN-ITEM FILE COULD NOT BE READ IN
      *                          FULL.
      *   MAINT      2026-10-15  APPEND TO THE CLOSED-ITEM HISTORY
      *                          INSTEAD OF REPLACING IT EACH RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLACK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKIN-STATUS.

           SELECT SOPNIN ASSIGN TO SOPNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOPNIN-STATUS.

           SELECT SOPNOUT ASSIGN TO SOPNOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOPNOUT-STATUS.

           SELECT SCLSOUT ASSIGN TO SCLSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCLSOUT-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.
           RECORDING MODE IS F.
           COPY ACKREC.

      ******************************************************************
      * THE OPEN-ITEM FILES ARE PLAIN BUFFERS; EVERY ITEM IS READ
      * INTO, AND WRITTEN FROM, THE WORKING-STORAGE COPY OF SOPNREC.
      ******************************************************************
       FD  SOPNIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SOPNIN-RECORD               PIC X(240).

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
       01  WS-ACKIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-CALIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-SOPNIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-SOPNOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-SCLSOUT-STATUS           PIC X(2) VALUE '00'.

       01  WS-EOF-SETLIN               PIC X(1) VALUE 'N'.
           88  SETLIN-EOF              VALUE 'Y'.
           88  ACKIN-EOF               VALUE 'Y'.
       01  WS-EOF-CALIN                PIC X(1) VALUE 'N'.
           88  CALIN-EOF               VALUE 'Y'.
       01  WS-EOF-SOPNIN               PIC X(1) VALUE 'N'.
           88  SOPNIN-EOF              VALUE 'Y'.

      ******************************************************************
      * BUSINESS-DAY CALENDAR, SHARED WITH TRANTOT AND SUSPREL.
           05  WS-PARM-BUFFER          PIC X(40) VALUE SPACES.
           05  WS-PARM-ASOF-TEXT       PIC X(8) VALUE SPACES.
           05  WS-PARM-CUTOFF-TEXT     PIC X(3) VALUE SPACES.
           05  WS-PARM-RETAIN-TEXT     PIC X(3) VALUE SPACES.
       01  WS-CUTOFF-DAYS              PIC 9(3) VALUE 3.
       01  WS-RETAIN-DAYS              PIC 9(3) VALUE 30.

      ******************************************************************
      * EXTRACT TABLE, LOADED FROM THE OPEN-ITEM FILE AND THEN FROM
      * THE DAY'S NEW EXTRACTS, AND KEPT IN CONTROL-KEY SEQUENCE SO
      * THE NEXT GENERATION GOES OUT IN KEY ORDER.  A NEW EXTRACT
      * STARTS AS U (UNACKNOWLEDGED) AND FLIPS TO M (MATCHED) OR R
      * (REJECTED) AS ACKNOWLEDGEMENTS ARRIVE; X MARKS AN ACCEPTED ACK
      * WHOSE POSTED AMOUNT DOES NOT AGREE WITH THE EXTRACT, AND S
      * MARKS AN EXTRACT SUPERSEDED BY A RE-EXTRACT - CLOSED, NOT
      * OPEN, AND TRACKED ON THE SUPERSEDE CHAIN SECTION INSTEAD.
      * THE LOADED STATUS IS THE STATE THE ITEM CAME IN WITH (BLANK
      * FOR A NEW EXTRACT); AN ITEM WHOSE STATE CHANGES THIS RUN TAKES
      * THE AS-OF DATE AS ITS STATE DATE.
      ******************************************************************
       01  WS-EXTRACT-TABLE.
           05  WS-EXT-COUNT            PIC 9(3) VALUE 0.
           05  WS-EXT-ENTRY OCCURS 500 TIMES.
               10  WS-EXT-KEY          PIC X(26).
               10  WS-EXT-RUN-DATE     PIC X(8).
               10  WS-EXT-CLOSING      PIC 9(9).
               10  WS-EXT-AMOUNT       PIC S9(13)V99.
               10  WS-EXT-STATUS       PIC X(1).
               10  WS-EXT-POSTING-REF  PIC X(12).
               10  WS-EXT-REJ-REASON   PIC X(20).
               10  WS-EXT-DET-COUNT    PIC 9(3).
               10  WS-EXT-DET-ACKED    PIC 9(3).
               10  WS-EXT-ENTITY       PIC X(3).
               10  WS-EXT-REVERSES     PIC X(26).
               10  WS-EXT-REPLACED-BY  PIC X(26).
               10  WS-EXT-DAY-COUNT    PIC 9(7).
               10  WS-EXT-DAY-AMOUNT   PIC S9(13)V99.
               10  WS-EXT-LOAD-STATUS  PIC X(1).
               10  WS-EXT-STATE-DATE   PIC X(8).
               10  WS-EXT-MOVED-SW     PIC X(1).
                   88  WS-EXT-MOVED    VALUE 'Y'.
       01  WS-EXT-IDX                  PIC 9(3) VALUE 0.
       01  WS-EXT-SCAN-IDX             PIC 9(3) VALUE 0.
       01  WS-EXT-FOUND-SW             PIC X(1) VALUE 'N'.
       01  WS-EXT-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-CHAIN-STATUS-TEXT        PIC X(16) VALUE SPACES.

      ******************************************************************
      * OPEN-ITEM FILE HANDLING.  THE SLOT KEY IS THE CONTROL KEY OF
      * THE ITEM BEING PLACED IN THE TABLE; THE DUPLICATE KEY IS A
      * NEW EXTRACT ALREADY ON FILE, WHOSE TRAILER IS THEN IGNORED.
      * THE NEXT GENERATION IS ONLY WRITTEN WHEN THE WHOLE OPEN-ITEM
      * FILE WAS READ AND EVERY ITEM FITTED IN THE TABLE - ANYTHING
      * LESS WOULD DROP OPEN ITEMS FOR GOOD.
      ******************************************************************
       COPY SOPNREC.
       01  WS-SLOT-KEY                 PIC X(26) VALUE SPACES.
       01  WS-SLOT-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-SLOT-FOUND           VALUE 'Y'.
       01  WS-DUP-KEY                  PIC X(26) VALUE SPACES.
       01  WS-ITEMS-INTACT-SW          PIC X(1) VALUE 'Y'.
           88  WS-ITEMS-INTACT         VALUE 'Y'.
       01  WS-STATE-DATE-NUM           PIC 9(8) VALUE 0.
       01  WS-STATE-DATE-INT           PIC S9(9) COMP VALUE 0.
       01  WS-ITEMS-LOADED-COUNT       PIC 9(5) VALUE 0.
       01  WS-NEW-EXTRACT-COUNT        PIC 9(5) VALUE 0.
       01  WS-DUP-EXTRACT-COUNT        PIC 9(5) VALUE 0.
       01  WS-ITEMS-CARRIED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ITEMS-CLOSED-COUNT       PIC 9(5) VALUE 0.

      ******************************************************************
      * MATCHING COUNTERS
      ******************************************************************
      ******************************************************************
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-AGE-EDIT                 PIC ZZ,ZZ9.
       01  WS-CLOSING-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OPEN-ITEMS
           PERFORM 2000-LOAD-EXTRACTS
           PERFORM 3000-MATCH-ACKNOWLEDGEMENTS
           PERFORM 3200-MARK-SUPERSEDES
           PERFORM 3500-AGE-UNACKNOWLEDGED
           PERFORM 3700-WRITE-OPEN-ITEMS
           PERFORM 4000-PRODUCE-REPORT
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000 - THE OPTIONAL PARM IS "ASOFDATE,CUTOFFDAYS,RETAINDAYS".
      * THE AS-OF DATE (YYYYMMDD, DEFAULT CURRENT DATE) DRIVES THE
      * AGING; THE CUTOFF (DEFAULT 3) IS THE AGE IN DAYS PAST WHICH AN
      * UNACKNOWLEDGED EXTRACT ESCALATES THE RETURN CODE; THE
      * RETENTION (DEFAULT 30) IS HOW MANY CALENDAR DAYS A MATCHED OR
      * SUPERSEDED ITEM STAYS ON THE OPEN-ITEM FILE.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-BUFFER
               UNSTRING WS-PARM-BUFFER DELIMITED BY ','
                   INTO WS-PARM-ASOF-TEXT WS-PARM-CUTOFF-TEXT
                        WS-PARM-RETAIN-TEXT
               END-UNSTRING
               IF WS-PARM-ASOF-TEXT NOT = SPACES
                   MOVE WS-PARM-ASOF-TEXT TO WS-RUN-DATE-YYYYMMDD
               IF WS-PARM-CUTOFF-TEXT NOT = SPACES
                   MOVE WS-PARM-CUTOFF-TEXT TO WS-CUTOFF-DAYS
               END-IF
               IF WS-PARM-RETAIN-TEXT NOT = SPACES
                   MOVE WS-PARM-RETAIN-TEXT TO WS-RETAIN-DAYS
               END-IF
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
           END-IF.

      ******************************************************************
      * 1500 - LOAD THE OPEN-ITEM FILE CARRIED FORWARD FROM THE LAST
      * RUN (THE FIRST GENERATION COMES FROM SETLLOD).  IT IS A
      * REQUIRED INPUT - WITHOUT IT EVERY OUTSTANDING ITEM WOULD
      * VANISH FROM THE REPORT AND FROM THE NEXT GENERATION - SO A
      * MISSING OR UNREADABLE FILE IS AN ERROR AND NO NEW GENERATION
      * IS WRITTEN.  EACH ITEM COMES IN WITH ITS STATE, WHICH SEEDS
      * THE MATCHING COUNTERS THE DAY'S ACKNOWLEDGEMENTS THEN MOVE.
      ******************************************************************
       1500-LOAD-OPEN-ITEMS.
           OPEN INPUT SOPNIN
           IF WS-SOPNIN-STATUS = '00'
               PERFORM UNTIL SOPNIN-EOF
                   READ SOPNIN INTO SETTLEMENT-OPEN-ITEM
                       AT END
                           SET SOPNIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1550-STORE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE SOPNIN
           ELSE
               MOVE 'N' TO WS-ITEMS-INTACT-SW
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       1550-STORE-OPEN-ITEM.
           IF WS-EXT-COUNT < 500
               ADD 1 TO WS-ITEMS-LOADED-COUNT
               MOVE SO-CONTROL-KEY TO WS-SLOT-KEY
               PERFORM 2050-OPEN-TABLE-SLOT
               MOVE SO-CONTROL-KEY TO WS-EXT-KEY (WS-EXT-IDX)
               MOVE SO-RUN-DATE TO WS-EXT-RUN-DATE (WS-EXT-IDX)
               MOVE SO-ENTITY-CODE TO WS-EXT-ENTITY (WS-EXT-IDX)
               MOVE SO-REPLACES-KEY TO WS-EXT-REPLACES (WS-EXT-IDX)
               MOVE SO-REPLACED-BY-KEY
                   TO WS-EXT-REPLACED-BY (WS-EXT-IDX)
               MOVE SO-REVERSES-KEY TO WS-EXT-REVERSES (WS-EXT-IDX)
               MOVE 0 TO WS-EXT-DET-COUNT (WS-EXT-IDX)
               IF SO-DETAIL-COUNT IS NUMERIC
                   MOVE SO-DETAIL-COUNT TO WS-EXT-DET-COUNT (WS-EXT-IDX)
               END-IF
               MOVE 0 TO WS-EXT-DAY-COUNT (WS-EXT-IDX)
               IF SO-DAY-COUNT IS NUMERIC
                   MOVE SO-DAY-COUNT TO WS-EXT-DAY-COUNT (WS-EXT-IDX)
               END-IF
               MOVE 0 TO WS-EXT-DAY-AMOUNT (WS-EXT-IDX)
               IF SO-DAY-AMOUNT IS NUMERIC
                   MOVE SO-DAY-AMOUNT TO WS-EXT-DAY-AMOUNT (WS-EXT-IDX)
               END-IF
               MOVE 0 TO WS-EXT-CLOSING (WS-EXT-IDX)
               IF SO-CLOSING-TOTAL IS NUMERIC
                   MOVE SO-CLOSING-TOTAL TO WS-EXT-CLOSING (WS-EXT-IDX)
               END-IF
               MOVE 0 TO WS-EXT-AMOUNT (WS-EXT-IDX)
               IF SO-CLOSING-AMOUNT IS NUMERIC
                   MOVE SO-CLOSING-AMOUNT TO WS-EXT-AMOUNT (WS-EXT-IDX)
               END-IF
               MOVE 0 TO WS-EXT-DET-ACKED (WS-EXT-IDX)
               IF SO-DETAILS-ACKED IS NUMERIC
                   MOVE SO-DETAILS-ACKED
                       TO WS-EXT-DET-ACKED (WS-EXT-IDX)
               END-IF
               MOVE SO-POSTING-REF TO WS-EXT-POSTING-REF (WS-EXT-IDX)
               MOVE SO-REJECT-REASON TO WS-EXT-REJ-REASON (WS-EXT-IDX)
               MOVE SO-STATE-DATE TO WS-EXT-STATE-DATE (WS-EXT-IDX)
               MOVE 0 TO WS-EXT-AGE-DAYS (WS-EXT-IDX)
               MOVE 'N' TO WS-EXT-MOVED-SW (WS-EXT-IDX)
               EVALUATE TRUE
                   WHEN SO-MATCHED
                       ADD 1 TO WS-MATCHED-COUNT
                   WHEN SO-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN SO-AMOUNT-MISMATCH
                       ADD 1 TO WS-MISMATCH-COUNT
                       IF WS-RC-REJECTED > WS-RETURN-CODE
                           MOVE WS-RC-REJECTED TO WS-RETURN-CODE
                       END-IF
                   WHEN SO-SUPERSEDED
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   WHEN OTHER
                       SET SO-UNACKNOWLEDGED TO TRUE
               END-EVALUATE
               MOVE SO-ACK-STATE TO WS-EXT-STATUS (WS-EXT-IDX)
               MOVE SO-ACK-STATE TO WS-EXT-LOAD-STATUS (WS-EXT-IDX)
           ELSE
               MOVE 'N' TO WS-ITEMS-INTACT-SW
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2000 - LOAD THE DAY'S NEW EXTRACTS: THE SETLOUT AND REXOUT
      * GENERATIONS WRITTEN SINCE THE LAST RUN.  SETLIN IS A REQUIRED
      * INPUT - EVERY TRANTOT RUN WRITES ONE, SO A MISSING FILE MEANS
      * THE DAY'S EXTRACTS NEVER REACHED THIS JOB AND IS AN ERROR,
      * NOT AN EMPTY RUN.
      ******************************************************************
       2000-LOAD-EXTRACTS.
           OPEN INPUT SETLIN
               END-IF
           END-IF.

      ******************************************************************
      * 2050 - MAKE ROOM FOR AN ITEM IN CONTROL-KEY SEQUENCE: EVERY
      * ENTRY WITH A HIGHER KEY MOVES UP ONE PLACE AND WS-EXT-IDX IS
      * LEFT ON THE FREED SLOT.  THE OPEN-ITEM FILE ARRIVES IN KEY
      * ORDER, SO ITS ITEMS ALWAYS LAND AT THE END.  THE CALLER HAS
      * ALREADY CHECKED THAT THE TABLE HAS ROOM.
      ******************************************************************
       2050-OPEN-TABLE-SLOT.
           MOVE WS-EXT-COUNT TO WS-EXT-SCAN-IDX
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SLOT-FOUND
               IF WS-EXT-SCAN-IDX = 0
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   IF WS-EXT-KEY (WS-EXT-SCAN-IDX) > WS-SLOT-KEY
                       MOVE WS-EXT-ENTRY (WS-EXT-SCAN-IDX)
                           TO WS-EXT-ENTRY (WS-EXT-SCAN-IDX + 1)
                       SUBTRACT 1 FROM WS-EXT-SCAN-IDX
                   ELSE
                       SET WS-SLOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-EXT-COUNT
           COMPUTE WS-EXT-IDX = WS-EXT-SCAN-IDX + 1.

      ******************************************************************
      * 2100 - EACH BATCHED EXTRACT LOADS AS ONE TABLE ENTRY: THE
      * HEADER OPENS IT, THE TRAILER FILLS IN THE CLOSING FIGURES
      * AND THE DETAIL COUNT THE DETAIL-LEVEL ACKS TICK OFF AGAINST,
      * AND THE DETAILS THEMSELVES NEED NO ROW OF THEIR OWN.  A
      * RECORD WHOSE TYPE BYTE IS NOT H/D/T IS A LEGACY
      * SINGLE-RECORD EXTRACT AND LOADS THROUGH THE LEGACY VIEW.  AN
      * EXTRACT WHOSE KEY IS ALREADY ON THE OPEN-ITEM FILE (A
      * GENERATION CONCATENATED ONTO SETLIN A SECOND TIME) IS COUNTED
      * AND LEFT ALONE.
      ******************************************************************
       2100-STORE-EXTRACT.
           EVALUATE TRUE
           END-EVALUATE.

       2150-STORE-BATCH-HEADER.
           MOVE SPACES TO WS-DUP-KEY
           PERFORM 2170-CHECK-ALREADY-ON-FILE
           EVALUATE TRUE
               WHEN WS-EXT-FOUND
                   MOVE SE-CONTROL-KEY TO WS-DUP-KEY
                   ADD 1 TO WS-DUP-EXTRACT-COUNT
               WHEN WS-EXT-COUNT < 500
                   PERFORM 2180-ADD-NEW-EXTRACT
                   MOVE SE-HDR-ENTITY-CODE TO WS-EXT-ENTITY (WS-EXT-IDX)
                   MOVE SE-HDR-REPLACES-KEY
                       TO WS-EXT-REPLACES (WS-EXT-IDX)
                   MOVE SE-HDR-REVERSES-KEY
                       TO WS-EXT-REVERSES (WS-EXT-IDX)
               WHEN OTHER
                   MOVE 'N' TO WS-ITEMS-INTACT-SW
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.

       2170-CHECK-ALREADY-ON-FILE.
           MOVE 'N' TO WS-EXT-FOUND-SW
           PERFORM VARYING WS-EXT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-EXT-SCAN-IDX > WS-EXT-COUNT
                   OR WS-EXT-FOUND
               IF WS-EXT-KEY (WS-EXT-SCAN-IDX) = SE-CONTROL-KEY
                   SET WS-EXT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2180 - A NEW ITEM: UNACKNOWLEDGED, NO FIGURES UNTIL ITS
      * TRAILER ARRIVES, AND A BLANK LOADED STATUS SO IT TAKES THE
      * AS-OF DATE AS ITS STATE DATE WHEN IT IS WRITTEN OUT.
      ******************************************************************
       2180-ADD-NEW-EXTRACT.
           ADD 1 TO WS-NEW-EXTRACT-COUNT
           MOVE SE-CONTROL-KEY TO WS-SLOT-KEY
           PERFORM 2050-OPEN-TABLE-SLOT
           MOVE SE-CONTROL-KEY TO WS-EXT-KEY (WS-EXT-IDX)
           MOVE SE-RUN-DATE TO WS-EXT-RUN-DATE (WS-EXT-IDX)
           MOVE 0 TO WS-EXT-CLOSING (WS-EXT-IDX)
           MOVE 0 TO WS-EXT-AMOUNT (WS-EXT-IDX)
           MOVE 'U' TO WS-EXT-STATUS (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-POSTING-REF (WS-EXT-IDX)
           MOVE 0 TO WS-EXT-AGE-DAYS (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-REPLACES (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-REJ-REASON (WS-EXT-IDX)
           MOVE 0 TO WS-EXT-DET-COUNT (WS-EXT-IDX)
           MOVE 0 TO WS-EXT-DET-ACKED (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-ENTITY (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-REVERSES (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-REPLACED-BY (WS-EXT-IDX)
           MOVE 0 TO WS-EXT-DAY-COUNT (WS-EXT-IDX)
           MOVE 0 TO WS-EXT-DAY-AMOUNT (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-LOAD-STATUS (WS-EXT-IDX)
           MOVE SPACES TO WS-EXT-STATE-DATE (WS-EXT-IDX)
           MOVE 'N' TO WS-EXT-MOVED-SW (WS-EXT-IDX).

       2200-APPLY-BATCH-TRAILER.
           PERFORM VARYING WS-EXT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-EXT-SCAN-IDX > WS-EXT-COUNT
               IF WS-EXT-KEY (WS-EXT-SCAN-IDX) = SE-CONTROL-KEY
                       AND SE-CONTROL-KEY NOT = WS-DUP-KEY
                   IF SE-TRL-DAY-COUNT IS NUMERIC
                       MOVE SE-TRL-DAY-COUNT
                           TO WS-EXT-DAY-COUNT (WS-EXT-SCAN-IDX)
                   END-IF
                   IF SE-TRL-DAY-AMOUNT IS NUMERIC
                       MOVE SE-TRL-DAY-AMOUNT
                           TO WS-EXT-DAY-AMOUNT (WS-EXT-SCAN-IDX)
                   END-IF
                   IF SE-TRL-WIDE-LAYOUT
                       IF SE-TRL-CLOSING-TOTAL IS NUMERIC
                           MOVE SE-TRL-CLOSING-TOTAL
                               TO WS-EXT-CLOSING (WS-EXT-SCAN-IDX)
                       END-IF
                       IF SE-TRL-CLOSING-AMOUNT IS NUMERIC
                           MOVE SE-TRL-CLOSING-AMOUNT
                               TO WS-EXT-AMOUNT (WS-EXT-SCAN-IDX)
                       END-IF
                   ELSE
                       IF SE-TRL-OLD-CLOSING-TOTAL IS NUMERIC
                           MOVE SE-TRL-OLD-CLOSING-TOTAL
                               TO WS-EXT-CLOSING (WS-EXT-SCAN-IDX)
                       END-IF
                       IF SE-TRL-OLD-CLOSING-AMOUNT IS NUMERIC
                           MOVE SE-TRL-OLD-CLOSING-AMOUNT
                               TO WS-EXT-AMOUNT (WS-EXT-SCAN-IDX)
                       END-IF
                   END-IF
                   IF SE-TRL-DETAIL-COUNT IS NUMERIC
                       MOVE SE-TRL-DETAIL-COUNT
           END-PERFORM.

       2250-STORE-LEGACY-EXTRACT.
           PERFORM 2170-CHECK-ALREADY-ON-FILE
           EVALUATE TRUE
               WHEN WS-EXT-FOUND
                   ADD 1 TO WS-DUP-EXTRACT-COUNT
               WHEN WS-EXT-COUNT < 500
                   PERFORM 2180-ADD-NEW-EXTRACT
                   IF SE-CLOSING-TOTAL IS NUMERIC
                       MOVE SE-CLOSING-TOTAL
                           TO WS-EXT-CLOSING (WS-EXT-IDX)
                   END-IF
                   IF SE-CLOSING-AMOUNT IS NUMERIC
                       MOVE SE-CLOSING-AMOUNT
                           TO WS-EXT-AMOUNT (WS-EXT-IDX)
                   END-IF
                   MOVE SE-ENTITY-CODE TO WS-EXT-ENTITY (WS-EXT-IDX)
                   MOVE SE-REPLACES-KEY TO WS-EXT-REPLACES (WS-EXT-IDX)
               WHEN OTHER
                   MOVE 'N' TO WS-ITEMS-INTACT-SW
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 3000 - APPLY THE GL JOB'S ACKNOWLEDGEMENTS.  ACKIN IS OPTIONAL
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   END-IF
                   MOVE 'S' TO WS-EXT-STATUS (WS-EXT-SCAN-IDX)
                   MOVE WS-EXT-KEY (WS-EXT-IDX)
                       TO WS-EXT-REPLACED-BY (WS-EXT-SCAN-IDX)
               END-IF
           END-PERFORM.

               END-IF
           END-IF.

      ******************************************************************
      * 3700 - WRITE THE NEXT GENERATION OF THE OPEN-ITEM FILE, IN
      * CONTROL-KEY SEQUENCE.  AN ITEM MATCHED OR SUPERSEDED MORE
      * THAN THE RETENTION PERIOD AGO GOES TO THE CLOSED-ITEM
      * HISTORY INSTEAD; EVERYTHING ELSE - INCLUDING EVERY REJECT AND
      * MISMATCH, HOWEVER OLD - STAYS OPEN.  THE CLOSED-ITEM HISTORY
      * ACCUMULATES: IT IS OPENED EXTEND, AND CREATED IF IT DOES NOT
      * YET EXIST.  NOTHING IS WRITTEN WHEN THE OPEN-ITEM FILE WAS
      * NOT READ IN FULL OR THE TABLE OVERFLOWED: THE OLD GENERATION
      * STAYS CURRENT AND THE RUN IS REPEATED ONCE THE FAULT IS
      * CLEARED.
      ******************************************************************
       3700-WRITE-OPEN-ITEMS.
           IF WS-ITEMS-INTACT
               OPEN OUTPUT SOPNOUT
               OPEN EXTEND SCLSOUT
               IF WS-SCLSOUT-STATUS = '35'
                   OPEN OUTPUT SCLSOUT
               END-IF
               IF WS-SOPNOUT-STATUS = '00'
                       AND WS-SCLSOUT-STATUS = '00'
                   PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                           UNTIL WS-EXT-IDX > WS-EXT-COUNT
                       PERFORM 3750-WRITE-ONE-OPEN-ITEM
                   END-PERFORM
               ELSE
                   MOVE 'N' TO WS-ITEMS-INTACT-SW
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE SOPNOUT
               CLOSE SCLSOUT
           END-IF.

       3750-WRITE-ONE-OPEN-ITEM.
           IF WS-EXT-STATUS (WS-EXT-IDX)
                   NOT = WS-EXT-LOAD-STATUS (WS-EXT-IDX)
               MOVE WS-RUN-DATE-YYYYMMDD
                   TO WS-EXT-STATE-DATE (WS-EXT-IDX)
           END-IF
           MOVE SPACES TO SETTLEMENT-OPEN-ITEM
           MOVE WS-EXT-KEY (WS-EXT-IDX) TO SO-CONTROL-KEY
           MOVE WS-EXT-ENTITY (WS-EXT-IDX) TO SO-ENTITY-CODE
           MOVE WS-EXT-RUN-DATE (WS-EXT-IDX) TO SO-RUN-DATE
           MOVE WS-EXT-REPLACES (WS-EXT-IDX) TO SO-REPLACES-KEY
           MOVE WS-EXT-REPLACED-BY (WS-EXT-IDX) TO SO-REPLACED-BY-KEY
           MOVE WS-EXT-REVERSES (WS-EXT-IDX) TO SO-REVERSES-KEY
           MOVE WS-EXT-DET-COUNT (WS-EXT-IDX) TO SO-DETAIL-COUNT
           MOVE WS-EXT-DAY-COUNT (WS-EXT-IDX) TO SO-DAY-COUNT
           MOVE WS-EXT-DAY-AMOUNT (WS-EXT-IDX) TO SO-DAY-AMOUNT
           MOVE WS-EXT-CLOSING (WS-EXT-IDX) TO SO-CLOSING-TOTAL
           MOVE WS-EXT-AMOUNT (WS-EXT-IDX) TO SO-CLOSING-AMOUNT
           MOVE WS-EXT-STATUS (WS-EXT-IDX) TO SO-ACK-STATE
           MOVE WS-EXT-DET-ACKED (WS-EXT-IDX) TO SO-DETAILS-ACKED
           MOVE WS-EXT-POSTING-REF (WS-EXT-IDX) TO SO-POSTING-REF
           MOVE WS-EXT-REJ-REASON (WS-EXT-IDX) TO SO-REJECT-REASON
           MOVE WS-EXT-STATE-DATE (WS-EXT-IDX) TO SO-STATE-DATE
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
                   ADD 1 TO WS-ITEMS-CLOSED-COUNT
                   SET WS-EXT-MOVED (WS-EXT-IDX) TO TRUE
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               WRITE SOPNOUT-RECORD FROM SETTLEMENT-OPEN-ITEM
               IF WS-SOPNOUT-STATUS = '00'
                   ADD 1 TO WS-ITEMS-CARRIED-COUNT
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 4000 SERIES - ACKNOWLEDGEMENT MATCHING REPORT
      ******************************************************************

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CONTROL KEY                 RUN DATE      CLOSING'
                  '     AGE  STATUS          POSTING REF'
                  '   ITEM FILE'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.
           IF WS-EXT-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'NO SETTLEMENT ITEMS ON FILE'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
                              DELIMITED BY SIZE INTO PL-TEXT
                   END-IF
           END-EVALUATE
           IF WS-EXT-MOVED (WS-EXT-IDX)
               MOVE 'TO HISTORY' TO PL-TEXT (90:10)
           END-IF
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               STRING 'ORIGINAL ' WS-EXT-REPLACES (WS-EXT-IDX)
                      '  (NOT ON THE OPEN-ITEM FILE)'
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF
           PERFORM 4400-WRITE-OPEN-ITEM-LINES.

      ******************************************************************
      * 4400 - HOW THE OPEN-ITEM FILE MOVED: ITEMS BROUGHT FORWARD,
      * NEW EXTRACTS ADDED, ITEMS CARRIED TO THE NEXT GENERATION AND
      * ITEMS MOVED TO THE CLOSED-ITEM HISTORY.  BROUGHT FORWARD PLUS
      * ADDED EQUALS CARRIED PLUS MOVED.
      ******************************************************************
       4400-WRITE-OPEN-ITEM-LINES.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-ITEMS-LOADED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'OPEN ITEMS BROUGHT FORWARD  . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-NEW-EXTRACT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'NEW EXTRACTS ADDED  . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-DUP-EXTRACT-COUNT > 0
               MOVE WS-DUP-EXTRACT-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'EXTRACTS ALREADY ON FILE - NOT ADDED  . .'
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-ITEMS-INTACT
               MOVE WS-ITEMS-CARRIED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'ITEMS CARRIED TO NEXT GENERATION  . . . .'
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS

               MOVE WS-ITEMS-CLOSED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'ITEMS MOVED TO CLOSED-ITEM HISTORY  . . .'
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           ELSE
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** OPEN-ITEM FILE NOT READ IN FULL - NO NEW '
                      'GENERATION WRITTEN - RERUN WHEN CLEARED ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF.

       9000-TERMINATE.
