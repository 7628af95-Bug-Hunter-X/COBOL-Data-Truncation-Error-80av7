      *   SETLACK REPORTS AN EXTRACT THE GL JOB REJECTED, AND THERE
      *   THE STORY USED TO END - THE MONEY NEVER REACHED THE GL
      *   UNLESS SOMEONE HAND-BUILT A REPLACEMENT EXTRACT.  THIS JOB
      *   READS THE SETTLEMENT OPEN-ITEM FILE SETLACK MAINTAINS
      *   (SOPNIN) TO FIND THE REJECTED EXTRACTS, TAKES
      *   AN OPERATOR INSTRUCTION FILE (REXIN - REISSUE WITH
      *   OPTIONAL CORRECTED FIGURES, OR CANCEL), AND EMITS A
      *   SUPERSEDING SETTLEMENT RECORD ONTO THE EXTRACT STREAM
      *   AND ONTO THE NEXT SETLIN).  THE SUPERSEDING RECORD CARRIES
      *   A NEW CONTROL KEY AND THE KEY IT REPLACES, SO SETLACK
      *   STOPS COUNTING THE ORIGINAL AS AN OPEN ITEM AND CAN REPORT
      *   THE WHOLE SUPERSEDE CHAIN TO RESOLUTION.  THE JOB RUNS AFTER
      *   THE DAY'S SETLACK, SO THE OPEN-ITEM FILE ALREADY CARRIES THE
      *   DAY'S ACKNOWLEDGEMENTS AND ANY EARLIER REISSUE.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *                          STATUS SCORES AS A REJECT, SO A
      *                          BATCH SETLACK CALLS REJECTED CAN
      *                          ALWAYS BE REISSUED HERE.
      *   MAINT      2026-10-15  THE CLOSING TOTAL IS NOW NINE DIGITS
      *                          ON THE TRAILER AND ON THE OPERATOR'S
      *                          CORRECTED FIGURE.  A TRAILER STILL IN
      *                          THE FIVE-DIGIT LAYOUT GIVES ITS
      *                          CLOSING FIGURES THROUGH
      *                          SE-TRL-LEGACY-DATA; SUPERSEDING
      *                          TRAILERS GO OUT IN THE WIDE LAYOUT.
      *   MAINT      2026-10-15  CHECK EACH INSTRUCTION'S OPERATOR
      *                          AGAINST THE SHARED OPERATOR AUTHORITY
      *                          FILE (OPERIN): A REISSUE NEEDS THE
      *                          RE-EXTRACT FUNCTION, A CANCEL THE
      *                          CANCEL FUNCTION, AND THE AMOUNT MOVED
      *                          MUST BE WITHIN THE OPERATOR'S LIMIT.
      *   MAINT      2026-10-15  SETTLEMENT HEADER CARRIES THE KEY A
      *                          REVERSING BATCH TAKES BACK OUT; A
      *                          REISSUED HEADER COPIES IT ACROSS.
      *   MAINT      2026-10-15  READ THE SETTLEMENT OPEN-ITEM FILE
      *                          (SOPNIN) FOR EACH EXTRACT'S FIGURES,
      *                          ACK STATE AND REJECT REASON INSTEAD
      *                          OF REREADING THE WHOLE SETLIN AND
      *                          ACKIN HISTORY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLREX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOPNIN ASSIGN TO SOPNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOPNIN-STATUS.

           SELECT REXIN ASSIGN TO REXIN
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REXOUT-STATUS.

           SELECT OPERIN ASSIGN TO OPERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERIN-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOPNIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SOPNIN-RECORD               PIC X(240).

       FD  REXIN
           LABEL RECORDS ARE STANDARD
                                              ==SX-HDR-ENTITY-CODE==
                         ==SE-HDR-REPLACES-KEY== BY
                                             ==SX-HDR-REPLACES-KEY==
                         ==SE-HDR-REVERSES-KEY== BY
                                             ==SX-HDR-REVERSES-KEY==
                         ==SE-DETAIL-DATA==   BY ==SX-DETAIL-DATA==
                         ==SE-DET-CATEGORY==  BY ==SX-DET-CATEGORY==
                         ==SE-DET-COUNT==     BY ==SX-DET-COUNT==
                                            ==SX-TRL-CLOSING-TOTAL==
                         ==SE-TRL-CLOSING-AMOUNT== BY
                                           ==SX-TRL-CLOSING-AMOUNT==
                         ==SE-TRL-LAYOUT-VERSION== BY
                                           ==SX-TRL-LAYOUT-VERSION==
                         ==SE-TRL-WIDE-LAYOUT== BY
                                              ==SX-TRL-WIDE-LAYOUT==
                         ==SE-TRL-LEGACY-DATA== BY
                                              ==SX-TRL-LEGACY-DATA==
                         ==SE-TRL-OLD-CLOSING-TOTAL== BY
                                        ==SX-TRL-OLD-CLOSING-TOTAL==
                         ==SE-TRL-OLD-CLOSING-AMOUNT== BY
                                       ==SX-TRL-OLD-CLOSING-AMOUNT==
                         ==SE-LEGACY-DATA==   BY ==SX-LEGACY-DATA==
                         ==SE-CLOSING-TOTAL== BY ==SX-CLOSING-TOTAL==
                         ==SE-CLOSING-AMOUNT== BY
                         ==SE-ENTITY-CODE==   BY ==SX-ENTITY-CODE==
                         ==SE-REPLACES-KEY==  BY ==SX-REPLACES-KEY==.

       FD  OPERIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY OPERREC.

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PRTLINE.

       WORKING-STORAGE SECTION.
       01  WS-SOPNIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-REXIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-REXOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-OPERIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.

       01  WS-EOF-SOPNIN               PIC X(1) VALUE 'N'.
           88  SOPNIN-EOF              VALUE 'Y'.
       01  WS-EOF-REXIN                PIC X(1) VALUE 'N'.
           88  REXIN-EOF               VALUE 'Y'.
       01  WS-EOF-OPERIN               PIC X(1) VALUE 'N'.
           88  OPERIN-EOF              VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 1.

      ******************************************************************
      * EXTRACT TABLE, LOADED FROM THE OPEN-ITEM FILE WITH EACH
      * EXTRACT'S STATE AFTER THE ACKNOWLEDGEMENTS AND ANY EARLIER
      * SUPERSEDES HAVE APPLIED: U UNACKNOWLEDGED, M MATCHED, X
      * ACCEPTED WITH AN AMOUNT MISMATCH, R REJECTED (THE ONLY STATE
      * AN INSTRUCTION MAY TARGET), S SUPERSEDED.
      ******************************************************************
       COPY SOPNREC.
       01  WS-EXTRACT-TABLE.
           05  WS-EXT-COUNT            PIC 9(3) VALUE 0.
           05  WS-EXT-ENTRY OCCURS 500 TIMES.
               10  WS-EXT-KEY          PIC X(26).
               10  WS-EXT-ENTITY       PIC X(3).
               10  WS-EXT-REVERSES-KEY PIC X(26).
               10  WS-EXT-CLOSING      PIC 9(9).
               10  WS-EXT-AMOUNT       PIC S9(13)V99.
               10  WS-EXT-STATUS       PIC X(1).
               10  WS-EXT-REJ-REASON   PIC X(20).
       01  WS-EXT-IDX                  PIC 9(3) VALUE 0.
       01  WS-EXT-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-EXT-FOUND            VALUE 'Y'.
       01  WS-EXT-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-REJECTED-OPEN-COUNT      PIC 9(5) VALUE 0.
       01  WS-INSTR-REASON             PIC X(40) VALUE SPACES.
       01  WS-NEW-CONTROL-KEY          PIC X(26) VALUE SPACES.
       01  WS-REISSUE-TOTAL-WORK       PIC 9(9) VALUE 0.
       01  WS-REISSUE-AMOUNT-WORK      PIC S9(13)V99 VALUE 0.
       01  WS-REISSUE-SEQ              PIC 9(2) VALUE 0.

      ******************************************************************
      * OPERATOR AUTHORITY TABLE, LOADED FROM THE SHARED AUTHORITY
      * FILE (OPERIN).  A REISSUE NEEDS THE RE-EXTRACT FUNCTION AND A
      * CANCEL THE CANCEL FUNCTION, AND THE AMOUNT MOVED - A REISSUE'S
      * CORRECTED AMOUNT WHEN ONE IS KEYED, OTHERWISE THE ORIGINAL
      * EXTRACT'S AMOUNT, WHICH IS ALSO WHAT A CANCEL TAKES OUT OF THE
      * GL - MUST NOT EXCEED THE OPERATOR'S MONEY LIMIT.  WITHOUT THE
      * FILE (STATUS 35) NO ID IS AUTHORIZED.
      ******************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-REEXTRACT-FLAG PIC X(1).
               10  WS-OPR-CANCEL-FLAG  PIC X(1).
               10  WS-OPR-LIMIT        PIC 9(13)V99.
       01  WS-OPR-IDX                  PIC 9(3) VALUE 0.
       01  WS-OPR-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-OPR-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-OPR-FOUND            VALUE 'Y'.
       01  WS-OPR-LOADED-SW            PIC X(1) VALUE 'N'.
           88  WS-OPR-LOADED           VALUE 'Y'.
       01  WS-AUTH-AMOUNT-WORK         PIC 9(13)V99 VALUE 0.

      ******************************************************************
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-CLOSING-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-OPERATOR-AUTHORITY
           PERFORM 2000-LOAD-EXTRACTS
           PERFORM 3200-MARK-SUPERSEDES
           PERFORM 4000-PROCESS-INSTRUCTIONS
           PERFORM 5000-WRITE-SUMMARY-LINES
           END-IF.

      ******************************************************************
      * 1300 - LOAD THE SHARED OPERATOR AUTHORITY FILE.  A MISSING
      * FILE (STATUS 35) IS NOT AN I/O FAILURE - IT LEAVES THE TABLE
      * EMPTY SO EVERY INSTRUCTION IS REJECTED.  ANY OTHER NON-ZERO
      * STATUS IS A GENUINE I/O FAILURE, AND IDS BEYOND THE TABLE
      * LIMIT ARE A HARD ERROR RATHER THAN BEING SILENTLY DROPPED.
      ******************************************************************
       1300-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERIN
           IF WS-OPERIN-STATUS = '00'
               SET WS-OPR-LOADED TO TRUE
               PERFORM UNTIL OPERIN-EOF
                   READ OPERIN INTO OPERATOR-AUTHORITY-RECORD
                       AT END
                           SET OPERIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-STORE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERIN
           ELSE
               IF WS-OPERIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1350-STORE-OPERATOR.
           IF WS-OPR-COUNT < 100
               ADD 1 TO WS-OPR-COUNT
               MOVE OP-OPERATOR-ID TO WS-OPR-ID (WS-OPR-COUNT)
               MOVE OP-REEXTRACT-FLAG
                   TO WS-OPR-REEXTRACT-FLAG (WS-OPR-COUNT)
               MOVE OP-CANCEL-FLAG TO WS-OPR-CANCEL-FLAG (WS-OPR-COUNT)
               IF OP-MONEY-LIMIT IS NUMERIC
                   MOVE OP-MONEY-LIMIT TO WS-OPR-LIMIT (WS-OPR-COUNT)
               ELSE
                   MOVE 0 TO WS-OPR-LIMIT (WS-OPR-COUNT)
               END-IF
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * 2000 - LOAD THE OPEN-ITEM FILE.  IT IS A REQUIRED INPUT -
      * REISSUING AGAINST NOTHING WOULD SILENTLY DROP EVERY
      * INSTRUCTION, SO A MISSING FILE IS AN ERROR.  AN EXTRACT
      * ALREADY MOVED TO THE CLOSED-ITEM HISTORY WAS MATCHED OR
      * SUPERSEDED, SO NO INSTRUCTION COULD TARGET IT ANYWAY.
      ******************************************************************
       2000-LOAD-EXTRACTS.
           OPEN INPUT SOPNIN
           IF WS-SOPNIN-STATUS = '00'
               PERFORM UNTIL SOPNIN-EOF
                   READ SOPNIN INTO SETTLEMENT-OPEN-ITEM
                       AT END
                           SET SOPNIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-STORE-EXTRACT
                   END-READ
               END-PERFORM
               CLOSE SOPNIN
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       2100-STORE-EXTRACT.
           IF WS-EXT-COUNT < 500
               ADD 1 TO WS-EXT-COUNT
               MOVE SO-CONTROL-KEY TO WS-EXT-KEY (WS-EXT-COUNT)
               MOVE SO-ENTITY-CODE TO WS-EXT-ENTITY (WS-EXT-COUNT)
               MOVE SO-REVERSES-KEY
                   TO WS-EXT-REVERSES-KEY (WS-EXT-COUNT)
               IF SO-CLOSING-TOTAL IS NUMERIC
                   MOVE SO-CLOSING-TOTAL
                       TO WS-EXT-CLOSING (WS-EXT-COUNT)
               ELSE
                   MOVE 0 TO WS-EXT-CLOSING (WS-EXT-COUNT)
               END-IF
               IF SO-CLOSING-AMOUNT IS NUMERIC
                   MOVE SO-CLOSING-AMOUNT
                       TO WS-EXT-AMOUNT (WS-EXT-COUNT)
               ELSE
                   MOVE 0 TO WS-EXT-AMOUNT (WS-EXT-COUNT)
               END-IF
               MOVE SO-ACK-STATE TO WS-EXT-STATUS (WS-EXT-COUNT)
               MOVE SO-REJECT-REASON
                   TO WS-EXT-REJ-REASON (WS-EXT-COUNT)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 3200 - COUNT THE REJECTED EXTRACTS STILL OPEN (NOT YET
      * SUPERSEDED) GOING INTO THE INSTRUCTION PASS; ANY LEFT OPEN
                   MOVE WS-EXT-IDX TO WS-EXT-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-EXT-FOUND
               PERFORM 4150-CHECK-INSTR-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-EXT-FOUND
                   MOVE 'NO EXTRACT WITH THAT CONTROL KEY'
                   MOVE 'EXTRACT NOT REJECTED BY GL'
                       TO WS-INSTR-REASON
                   PERFORM 4300-REJECT-INSTRUCTION
               WHEN WS-INSTR-REASON NOT = SPACES
                   PERFORM 4300-REJECT-INSTRUCTION
               WHEN RX-REISSUE OR RX-CANCEL
                   PERFORM 4200-EMIT-SUPERSEDING-EXTRACT
               WHEN OTHER
                   PERFORM 4300-REJECT-INSTRUCTION
           END-EVALUATE.

      ******************************************************************
      * 4150 - OPERATOR AUTHORITY FOR A REISSUE OR CANCEL.  THE
      * INSTRUCTION'S OPERATOR MUST BE ON THE AUTHORITY FILE WITH THE
      * MATCHING FUNCTION AND A MONEY LIMIT COVERING THE AMOUNT
      * MOVED.  A REASON LEFT IN WS-INSTR-REASON REJECTS THE
      * INSTRUCTION; AN UNRECOGNIZED ACTION IS LEFT TO 4100.
      ******************************************************************
       4150-CHECK-INSTR-AUTHORITY.
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-OPR-FOUND
               IF WS-OPR-ID (WS-OPR-IDX) = RX-OPERATOR-ID
                   SET WS-OPR-FOUND TO TRUE
                   MOVE WS-OPR-IDX TO WS-OPR-MATCH-IDX
               END-IF
           END-PERFORM
           IF RX-REISSUE
                   AND RX-CORRECTED-AMOUNT IS NUMERIC
                   AND RX-CORRECTED-AMOUNT NOT = 0
               COMPUTE WS-AUTH-AMOUNT-WORK =
                   FUNCTION ABS (RX-CORRECTED-AMOUNT)
           ELSE
               COMPUTE WS-AUTH-AMOUNT-WORK =
                   FUNCTION ABS (WS-EXT-AMOUNT (WS-EXT-MATCH-IDX))
           END-IF
           EVALUATE TRUE
               WHEN NOT RX-REISSUE AND NOT RX-CANCEL
                   CONTINUE
               WHEN RX-OPERATOR-ID = SPACES
                   OR NOT WS-OPR-FOUND
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                       TO WS-INSTR-REASON
               WHEN RX-REISSUE
                   AND WS-OPR-REEXTRACT-FLAG (WS-OPR-MATCH-IDX)
                       NOT = 'Y'
                   MOVE 'OPERATOR NOT AUTHORIZED TO RE-EXTRACT'
                       TO WS-INSTR-REASON
               WHEN RX-CANCEL
                   AND WS-OPR-CANCEL-FLAG (WS-OPR-MATCH-IDX) NOT = 'Y'
                   MOVE 'OPERATOR NOT AUTHORIZED TO CANCEL'
                       TO WS-INSTR-REASON
               WHEN WS-AUTH-AMOUNT-WORK
                       > WS-OPR-LIMIT (WS-OPR-MATCH-IDX)
                   MOVE 'AMOUNT EXCEEDS OPERATOR LIMIT'
                       TO WS-INSTR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 4200 - THE SUPERSEDING EXTRACT: A BATCH OF HEADER AND
      * TRAILER UNDER A NEW CONTROL KEY ON TODAY'S DATE - THE KEY
           MOVE WS-EXT-ENTITY (WS-EXT-MATCH-IDX)
               TO SX-HDR-ENTITY-CODE
           MOVE WS-EXT-KEY (WS-EXT-MATCH-IDX) TO SX-HDR-REPLACES-KEY
           MOVE WS-EXT-REVERSES-KEY (WS-EXT-MATCH-IDX)
               TO SX-HDR-REVERSES-KEY
           PERFORM 4220-WRITE-REXOUT-RECORD

           SET SX-TRAILER-REC TO TRUE
           MOVE 0 TO SX-TRL-DAY-AMOUNT
           MOVE WS-REISSUE-TOTAL-WORK TO SX-TRL-CLOSING-TOTAL
           MOVE WS-REISSUE-AMOUNT-WORK TO SX-TRL-CLOSING-AMOUNT
           SET SX-TRL-WIDE-LAYOUT TO TRUE
           PERFORM 4220-WRITE-REXOUT-RECORD

           MOVE 'S' TO WS-EXT-STATUS (WS-EXT-MATCH-IDX)
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 5050-CHECK-PRTOUT-STATUS
               IF NOT WS-OPR-LOADED
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING '*** NO OPERATOR AUTHORITY FILE SUPPLIED - '
                          'NO INSTRUCTION COULD BE AUTHORIZED ***'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 5050-CHECK-PRTOUT-STATUS
               END-IF
           END-IF

           IF WS-REJECTED-OPEN-COUNT > 0
