      ******************************************************************
      * PROGRAM-ID. SUSPTRC
      *
      *   SUSPENSE ITEM TRACE REPORT.
      *
      *   EVERY SUSPENSE ITEM CARRIES A PERMANENT REFERENCE FROM THE
      *   DAY TRANTOT FIRST SUSPENDS IT, AND TRANTOT AND SUSPREL
      *   APPEND EACH EVENT IN ITS LIFE TO THE SUSPENSE TRACE LOG
      *   (STRCIN): SUSPENDED, RE-SUSPENDED, RE-REJECTED, RELEASED,
      *   POSTED, WRITTEN OFF, A RELEASE REFUSED AS ALREADY POSTED,
      *   AND A POSTING BACKED OUT BY A RERUN.  THIS JOB READS THE
      *   WHOLE LOG AND PRINTS, FOR EACH REFERENCE, ITS EVENTS IN THE
      *   ORDER THEY HAPPENED AND THE STATE THE ITEM IS IN NOW.  AN
      *   ITEM WHOSE HISTORY DOES NOT HANG TOGETHER - POSTED TWICE,
      *   POSTED WITHOUT A RELEASE, ACTIVE AFTER A WRITE-OFF, A
      *   REFUSED DOUBLE RELEASE, OR NO SUSPENSION ON THE LOG - IS
      *   FLAGGED FOR REVIEW.
      *
      *   THE OPTIONAL PARM IS A SINGLE SUSPENSE REFERENCE; WHEN GIVEN
      *   ONLY THAT ITEM IS REPORTED.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-10-15  INITIAL VERSION.
      *   MAINT      2026-10-15  WITH A SELECTED REFERENCE, ONLY ITS
      *                          EVENTS ARE LOADED, SO THE TABLE
      *                          LIMITS NO LONGER CUT A SINGLE-ITEM
      *                          TRACE SHORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPTRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRCIN ASSIGN TO STRCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRCIN-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRCIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STRCREC.

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PRTLINE.

       WORKING-STORAGE SECTION.
       01  WS-STRCIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.

       01  WS-EOF-STRCIN               PIC X(1) VALUE 'N'.
           88  STRCIN-EOF              VALUE 'Y'.
       01  WS-STRCIN-PRESENT-SW        PIC X(1) VALUE 'N'.
           88  WS-STRCIN-WAS-PRESENT   VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
       01  WS-RUN-DATE-YYYYMMDD        PIC X(8) VALUE SPACES.
       01  WS-PARM-REF                 PIC X(23) VALUE SPACES.
       01  WS-JOB-NAME                 PIC X(8) VALUE 'SUSPTRC'.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 1.

      ******************************************************************
      * TRACE EVENTS, IN LOG ORDER.  EACH EVENT IS CHAINED TO THE
      * NEXT EVENT FOR THE SAME REFERENCE, SO AN ITEM'S HISTORY PRINTS
      * IN THE ORDER IT HAPPENED WITHOUT SORTING THE LOG.
      ******************************************************************
       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES.
               10  WS-EVT-DATE         PIC X(8).
               10  WS-EVT-TIMESTAMP    PIC X(17).
               10  WS-EVT-JOB-ID       PIC X(8).
               10  WS-EVT-TYPE         PIC X(1).
               10  WS-EVT-CATEGORY     PIC X(4).
               10  WS-EVT-TRAN-COUNT   PIC 9(7).
               10  WS-EVT-AMOUNT       PIC S9(9)V99.
               10  WS-EVT-REASON       PIC X(2).
               10  WS-EVT-OPERATOR     PIC X(8).
               10  WS-EVT-TEXT         PIC X(30).
               10  WS-EVT-NEXT         PIC 9(5).
       01  WS-EVT-COUNT                PIC 9(5) VALUE 0.
       01  WS-EVT-LIMIT                PIC 9(5) VALUE 5000.
       01  WS-EVT-IDX                  PIC 9(5) VALUE 0.
       01  WS-EVENTS-READ-COUNT        PIC 9(7) VALUE 0.
       01  WS-EVT-OVERFLOW-COUNT       PIC 9(7) VALUE 0.

      ******************************************************************
      * ONE ENTRY PER SUSPENSE REFERENCE, IN THE ORDER FIRST SEEN ON
      * THE LOG.  THE STATE IS THE TYPE OF THE LATEST EVENT THAT
      * MOVES THE ITEM (A REFUSED DOUBLE RELEASE DOES NOT); THE
      * POSTED SWITCH IS ON FROM A POSTING UNTIL A BACK-OUT, SO A
      * SECOND POSTING WHILE IT IS ON IS A DOUBLE POSTING.
      ******************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITM-SUSP-REF     PIC X(23).
               10  WS-ITM-FIRST-EVT    PIC 9(5).
               10  WS-ITM-LAST-EVT     PIC 9(5).
               10  WS-ITM-STATE        PIC X(1).
                   88  WS-ITM-OPEN     VALUE 'S' 'U' 'J'.
                   88  WS-ITM-RELEASED VALUE 'R'.
                   88  WS-ITM-POSTED   VALUE 'P'.
                   88  WS-ITM-WRITTEN-OFF VALUE 'W'.
                   88  WS-ITM-BACKED-OUT VALUE 'B'.
               10  WS-ITM-RELEASED-SW  PIC X(1).
               10  WS-ITM-POSTED-SW    PIC X(1).
               10  WS-ITM-EXCEPTION    PIC X(40).
       01  WS-ITM-COUNT                PIC 9(4) VALUE 0.
       01  WS-ITM-LIMIT                PIC 9(4) VALUE 2000.
       01  WS-ITM-IDX                  PIC 9(4) VALUE 0.
       01  WS-ITM-MATCH-IDX            PIC 9(4) VALUE 0.
       01  WS-ITM-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-ITM-FOUND            VALUE 'Y'.
       01  WS-ITM-OVERFLOW-COUNT       PIC 9(7) VALUE 0.
       01  WS-ITM-SELECTED-SW          PIC X(1) VALUE 'N'.
           88  WS-ITM-SELECTED         VALUE 'Y'.
       01  WS-ITM-EXCEPTION-WORK       PIC X(40) VALUE SPACES.

      ******************************************************************
      * SUMMARY COUNTERS (SELECTED ITEMS ONLY)
      ******************************************************************
       01  WS-ITEMS-REPORTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT             PIC 9(5) VALUE 0.
       01  WS-WRITEOFF-COUNT           PIC 9(5) VALUE 0.
       01  WS-BACKED-OUT-COUNT         PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.

      ******************************************************************
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-STATE-TEXT               PIC X(30) VALUE SPACES.
       01  WS-EVENT-NAME               PIC X(14) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-BIG-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-TRAN-COUNT-EDIT          PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS)
      ******************************************************************
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RC-REVIEW                PIC 9(2) VALUE 04.
       01  WS-RC-FILE-ERROR            PIC 9(2) VALUE 16.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TRACE
           PERFORM 3000-CLASSIFY-ITEMS
           PERFORM 4000-PRODUCE-REPORT
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000 - THE OPTIONAL PARM NAMES ONE SUSPENSE REFERENCE TO
      * REPORT; BLANK REPORTS EVERY ITEM ON THE LOG.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YYYYMMDD
           IF LS-PARM-LENGTH > 0 AND LS-PARM-LENGTH <= 40
               MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-REF
           END-IF
           OPEN OUTPUT PRTOUT
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 2000 - READ THE WHOLE TRACE LOG.  A SITE WITH NO LOG YET
      * (STATUS 35) GETS AN EMPTY REPORT; ANY OTHER NON-ZERO STATUS
      * IS A GENUINE I/O FAILURE.  EVENTS OR REFERENCES BEYOND THE
      * TABLE LIMITS ARE A HARD ERROR RATHER THAN A QUIETLY SHORT
      * REPORT.  WITH A SELECTED REFERENCE EVERY EVENT IS STILL
      * COUNTED AS READ, BUT ONLY THAT REFERENCE'S EVENTS ARE LOADED.
      ******************************************************************
       2000-LOAD-TRACE.
           OPEN INPUT STRCIN
           IF WS-STRCIN-STATUS = '00'
               SET WS-STRCIN-WAS-PRESENT TO TRUE
               PERFORM UNTIL STRCIN-EOF
                   READ STRCIN
                       AT END
                           SET STRCIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EVENTS-READ-COUNT
                           IF WS-PARM-REF = SPACES
                                   OR ST-SUSP-REF = WS-PARM-REF
                               PERFORM 2100-STORE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STRCIN
           ELSE
               IF WS-STRCIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2100-STORE-EVENT.
           PERFORM 2150-FIND-REFERENCE
           IF NOT WS-ITM-FOUND
               IF WS-ITM-COUNT < WS-ITM-LIMIT
                   ADD 1 TO WS-ITM-COUNT
                   MOVE WS-ITM-COUNT TO WS-ITM-MATCH-IDX
                   MOVE ST-SUSP-REF TO WS-ITM-SUSP-REF (WS-ITM-COUNT)
                   MOVE 0 TO WS-ITM-FIRST-EVT (WS-ITM-COUNT)
                   MOVE 0 TO WS-ITM-LAST-EVT (WS-ITM-COUNT)
                   MOVE SPACE TO WS-ITM-STATE (WS-ITM-COUNT)
                   MOVE 'N' TO WS-ITM-RELEASED-SW (WS-ITM-COUNT)
                   MOVE 'N' TO WS-ITM-POSTED-SW (WS-ITM-COUNT)
                   MOVE SPACES TO WS-ITM-EXCEPTION (WS-ITM-COUNT)
                   IF NOT ST-SUSPENDED
                       MOVE 'NO SUSPENSION EVENT ON THE TRACE LOG'
                           TO WS-ITM-EXCEPTION (WS-ITM-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-ITM-OVERFLOW-COUNT
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-ITM-MATCH-IDX > 0
               IF WS-EVT-COUNT < WS-EVT-LIMIT
                   ADD 1 TO WS-EVT-COUNT
                   MOVE WS-EVT-COUNT TO WS-EVT-IDX
                   PERFORM 2200-CHAIN-EVENT
                   PERFORM 2300-APPLY-EVENT
               ELSE
                   ADD 1 TO WS-EVT-OVERFLOW-COUNT
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2150-FIND-REFERENCE.
           MOVE 'N' TO WS-ITM-FOUND-SW
           MOVE 0 TO WS-ITM-MATCH-IDX
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
                      OR WS-ITM-FOUND
               IF WS-ITM-SUSP-REF (WS-ITM-IDX) = ST-SUSP-REF
                   SET WS-ITM-FOUND TO TRUE
                   MOVE WS-ITM-IDX TO WS-ITM-MATCH-IDX
               END-IF
           END-PERFORM.

       2200-CHAIN-EVENT.
           MOVE ST-EVENT-DATE TO WS-EVT-DATE (WS-EVT-IDX)
           MOVE ST-RUN-TIMESTAMP TO WS-EVT-TIMESTAMP (WS-EVT-IDX)
           MOVE ST-JOB-ID TO WS-EVT-JOB-ID (WS-EVT-IDX)
           MOVE ST-EVENT-TYPE TO WS-EVT-TYPE (WS-EVT-IDX)
           MOVE ST-CATEGORY-CODE TO WS-EVT-CATEGORY (WS-EVT-IDX)
           IF ST-TRAN-COUNT IS NUMERIC
               MOVE ST-TRAN-COUNT TO WS-EVT-TRAN-COUNT (WS-EVT-IDX)
           ELSE
               MOVE 0 TO WS-EVT-TRAN-COUNT (WS-EVT-IDX)
           END-IF
           IF ST-TRAN-AMOUNT IS NUMERIC
               MOVE ST-TRAN-AMOUNT TO WS-EVT-AMOUNT (WS-EVT-IDX)
           ELSE
               MOVE 0 TO WS-EVT-AMOUNT (WS-EVT-IDX)
           END-IF
           MOVE ST-REASON-CODE TO WS-EVT-REASON (WS-EVT-IDX)
           MOVE ST-OPERATOR-ID TO WS-EVT-OPERATOR (WS-EVT-IDX)
           MOVE ST-EVENT-TEXT TO WS-EVT-TEXT (WS-EVT-IDX)
           MOVE 0 TO WS-EVT-NEXT (WS-EVT-IDX)
           IF WS-ITM-FIRST-EVT (WS-ITM-MATCH-IDX) = 0
               MOVE WS-EVT-IDX TO WS-ITM-FIRST-EVT (WS-ITM-MATCH-IDX)
           ELSE
               MOVE WS-EVT-IDX
                   TO WS-EVT-NEXT (WS-ITM-LAST-EVT (WS-ITM-MATCH-IDX))
           END-IF
           MOVE WS-EVT-IDX TO WS-ITM-LAST-EVT (WS-ITM-MATCH-IDX).

      ******************************************************************
      * 2300 - MOVE THE ITEM TO THE STATE THIS EVENT PUTS IT IN AND
      * NOTE THE FIRST THING WRONG WITH ITS HISTORY.  A POSTING NEEDS
      * A RELEASE BEFORE IT AND MAY NOT FOLLOW ANOTHER POSTING WITH
      * NO BACK-OUT BETWEEN; NOTHING BUT A REFUSED RELEASE SHOULD
      * FOLLOW A WRITE-OFF.
      ******************************************************************
       2300-APPLY-EVENT.
           IF WS-ITM-WRITTEN-OFF (WS-ITM-MATCH-IDX)
                   AND NOT ST-DOUBLE-RELEASE
               MOVE 'ACTIVITY AFTER WRITE-OFF' TO WS-ITM-EXCEPTION-WORK
               PERFORM 2350-NOTE-EXCEPTION
           END-IF
           EVALUATE TRUE
               WHEN ST-SUSPENDED OR ST-RESUSPENDED OR ST-REREJECTED
                   MOVE ST-EVENT-TYPE TO WS-ITM-STATE (WS-ITM-MATCH-IDX)
                   MOVE 'N' TO WS-ITM-RELEASED-SW (WS-ITM-MATCH-IDX)
               WHEN ST-RELEASED
                   MOVE ST-EVENT-TYPE TO WS-ITM-STATE (WS-ITM-MATCH-IDX)
                   MOVE 'Y' TO WS-ITM-RELEASED-SW (WS-ITM-MATCH-IDX)
               WHEN ST-WRITTEN-OFF
                   MOVE ST-EVENT-TYPE TO WS-ITM-STATE (WS-ITM-MATCH-IDX)
               WHEN ST-POSTED
                   IF WS-ITM-POSTED-SW (WS-ITM-MATCH-IDX) = 'Y'
                       MOVE 'POSTED TWICE WITHOUT A BACK-OUT'
                           TO WS-ITM-EXCEPTION-WORK
                       PERFORM 2350-NOTE-EXCEPTION
                   END-IF
                   IF WS-ITM-RELEASED-SW (WS-ITM-MATCH-IDX) NOT = 'Y'
                       MOVE 'POSTED WITHOUT A RELEASE'
                           TO WS-ITM-EXCEPTION-WORK
                       PERFORM 2350-NOTE-EXCEPTION
                   END-IF
                   MOVE ST-EVENT-TYPE TO WS-ITM-STATE (WS-ITM-MATCH-IDX)
                   MOVE 'Y' TO WS-ITM-POSTED-SW (WS-ITM-MATCH-IDX)
               WHEN ST-POSTING-BACKED-OUT
                   MOVE ST-EVENT-TYPE TO WS-ITM-STATE (WS-ITM-MATCH-IDX)
                   MOVE 'N' TO WS-ITM-POSTED-SW (WS-ITM-MATCH-IDX)
               WHEN ST-DOUBLE-RELEASE
                   MOVE 'RELEASE REFUSED - ALREADY POSTED'
                       TO WS-ITM-EXCEPTION-WORK
                   PERFORM 2350-NOTE-EXCEPTION
               WHEN OTHER
                   MOVE 'UNKNOWN EVENT TYPE ON THE LOG'
                       TO WS-ITM-EXCEPTION-WORK
                   PERFORM 2350-NOTE-EXCEPTION
           END-EVALUATE.

       2350-NOTE-EXCEPTION.
           IF WS-ITM-EXCEPTION (WS-ITM-MATCH-IDX) = SPACES
               MOVE WS-ITM-EXCEPTION-WORK
                   TO WS-ITM-EXCEPTION (WS-ITM-MATCH-IDX)
           END-IF.

      ******************************************************************
      * 3000 - COUNT THE REPORTED ITEMS BY THE STATE THEY ARE IN NOW.
      * AN ITEM WITH AN EXCEPTION FLAGS THE RUN FOR REVIEW, AS DOES A
      * SELECTED REFERENCE THAT IS NOT ON THE LOG.
      ******************************************************************
       3000-CLASSIFY-ITEMS.
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               PERFORM 3100-SET-SELECTED
               IF WS-ITM-SELECTED
                   PERFORM 3200-COUNT-ITEM
               END-IF
           END-PERFORM
           IF WS-EXCEPTION-COUNT > 0
               OR (WS-PARM-REF NOT = SPACES
                   AND WS-ITEMS-REPORTED-COUNT = 0)
               IF WS-RC-REVIEW > WS-RETURN-CODE
                   MOVE WS-RC-REVIEW TO WS-RETURN-CODE
               END-IF
           END-IF.

       3100-SET-SELECTED.
           IF WS-PARM-REF = SPACES
                   OR WS-PARM-REF = WS-ITM-SUSP-REF (WS-ITM-IDX)
               SET WS-ITM-SELECTED TO TRUE
           ELSE
               MOVE 'N' TO WS-ITM-SELECTED-SW
           END-IF.

       3200-COUNT-ITEM.
           ADD 1 TO WS-ITEMS-REPORTED-COUNT
           EVALUATE TRUE
               WHEN WS-ITM-OPEN (WS-ITM-IDX)
                   ADD 1 TO WS-OPEN-COUNT
               WHEN WS-ITM-RELEASED (WS-ITM-IDX)
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN WS-ITM-POSTED (WS-ITM-IDX)
                   ADD 1 TO WS-POSTED-COUNT
               WHEN WS-ITM-WRITTEN-OFF (WS-ITM-IDX)
                   ADD 1 TO WS-WRITEOFF-COUNT
               WHEN WS-ITM-BACKED-OUT (WS-ITM-IDX)
                   ADD 1 TO WS-BACKED-OUT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ITM-EXCEPTION (WS-ITM-IDX) NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       4000-PRODUCE-REPORT.
           PERFORM 4100-WRITE-REPORT-HEADER
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               PERFORM 3100-SET-SELECTED
               IF WS-ITM-SELECTED
                   PERFORM 4200-WRITE-ITEM-TRACE
               END-IF
           END-PERFORM
           PERFORM 4400-WRITE-SUMMARY.

      ******************************************************************
      * 4050 - CALLED AFTER EVERY OPEN AND WRITE AGAINST PRTOUT SO A
      * FAILURE TO PRODUCE THE REPORT DOES NOT GO UNNOTICED.
      ******************************************************************
       4050-CHECK-PRTOUT-STATUS.
           IF WS-PRTOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       4100-WRITE-REPORT-HEADER.
           MOVE SPACES TO PRINT-LINE
           MOVE '1' TO PL-CARRIAGE-CONTROL
           STRING 'JOB: ' WS-JOB-NAME
                  '   RUN DATE: ' WS-RUN-DATE-YYYYMMDD
                  '   PAGE: ' WS-PAGE-NUMBER
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'SUSPENSE ITEM TRACE REPORT'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-PARM-REF NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'SELECTED SUSPENSE REFERENCE: ' WS-PARM-REF
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF NOT WS-STRCIN-WAS-PRESENT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'NO SUSPENSE TRACE LOG SUPPLIED - NOTHING TO '
                      'REPORT'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4200 - ONE BLOCK PER ITEM: THE REFERENCE AND CURRENT STATE,
      * EACH EVENT IN THE ORDER IT HAPPENED, AND THE EXCEPTION IF
      * THE HISTORY DOES NOT HANG TOGETHER.
      ******************************************************************
       4200-WRITE-ITEM-TRACE.
           EVALUATE TRUE
               WHEN WS-ITM-OPEN (WS-ITM-IDX)
                   MOVE 'OPEN IN SUSPENSE' TO WS-STATE-TEXT
               WHEN WS-ITM-RELEASED (WS-ITM-IDX)
                   MOVE 'RELEASED - NOT YET POSTED' TO WS-STATE-TEXT
               WHEN WS-ITM-POSTED (WS-ITM-IDX)
                   MOVE 'POSTED' TO WS-STATE-TEXT
               WHEN WS-ITM-WRITTEN-OFF (WS-ITM-IDX)
                   MOVE 'WRITTEN OFF' TO WS-STATE-TEXT
               WHEN WS-ITM-BACKED-OUT (WS-ITM-IDX)
                   MOVE 'BACKED OUT - AWAITING REPOST' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'NOT DETERMINED' TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'SUSPENSE REFERENCE: '
                  WS-ITM-SUSP-REF (WS-ITM-IDX)
                  '   CURRENT STATE: ' WS-STATE-TEXT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING ' DATE      RUN               JOB       EVENT '
                  '         CAT TRAN COUNT           AMOUNT  RSN'
                  ' OPERATOR  DETAIL'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-ITM-FIRST-EVT (WS-ITM-IDX) TO WS-EVT-IDX
           PERFORM UNTIL WS-EVT-IDX = 0
               PERFORM 4250-WRITE-EVENT-LINE
               MOVE WS-EVT-NEXT (WS-EVT-IDX) TO WS-EVT-IDX
           END-PERFORM

           IF WS-ITM-EXCEPTION (WS-ITM-IDX) NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING ' *** REVIEW: ' DELIMITED BY SIZE
                      WS-ITM-EXCEPTION (WS-ITM-IDX) DELIMITED BY '  '
                      ' ***' DELIMITED BY SIZE
                      INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       4250-WRITE-EVENT-LINE.
           EVALUATE WS-EVT-TYPE (WS-EVT-IDX)
               WHEN 'S'
                   MOVE 'SUSPENDED' TO WS-EVENT-NAME
               WHEN 'U'
                   MOVE 'RE-SUSPENDED' TO WS-EVENT-NAME
               WHEN 'J'
                   MOVE 'RE-REJECTED' TO WS-EVENT-NAME
               WHEN 'R'
                   MOVE 'RELEASED' TO WS-EVENT-NAME
               WHEN 'W'
                   MOVE 'WRITTEN OFF' TO WS-EVENT-NAME
               WHEN 'P'
                   MOVE 'POSTED' TO WS-EVENT-NAME
               WHEN 'D'
                   MOVE 'DOUBLE RELEASE' TO WS-EVENT-NAME
               WHEN 'B'
                   MOVE 'BACKED OUT' TO WS-EVENT-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-EVENT-NAME
           END-EVALUATE
           MOVE WS-EVT-TRAN-COUNT (WS-EVT-IDX) TO WS-TRAN-COUNT-EDIT
           MOVE WS-EVT-AMOUNT (WS-EVT-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING ' ' WS-EVT-DATE (WS-EVT-IDX)
                  '  ' WS-EVT-TIMESTAMP (WS-EVT-IDX)
                  ' ' WS-EVT-JOB-ID (WS-EVT-IDX)
                  '  ' WS-EVENT-NAME
                  ' ' WS-EVT-CATEGORY (WS-EVT-IDX)
                  ' ' WS-TRAN-COUNT-EDIT
                  '  ' WS-AMOUNT-EDIT
                  '  ' WS-EVT-REASON (WS-EVT-IDX)
                  '  ' WS-EVT-OPERATOR (WS-EVT-IDX)
                  '  ' WS-EVT-TEXT (WS-EVT-IDX)
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       4400-WRITE-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'TRACE SUMMARY'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-EVENTS-READ-COUNT TO WS-BIG-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'TRACE EVENTS READ . . . . . . . . . . . .'
                  WS-BIG-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-ITEMS-REPORTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'SUSPENSE ITEMS REPORTED  . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  OPEN IN SUSPENSE . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  RELEASED - NOT YET POSTED  . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  POSTED . . . . . . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-WRITEOFF-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  WRITTEN OFF  . . . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-BACKED-OUT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  BACKED OUT - AWAITING REPOST . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'ITEMS FLAGGED FOR REVIEW . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-PARM-REF NOT = SPACES
                   AND WS-ITEMS-REPORTED-COUNT = 0
                   AND WS-STRCIN-WAS-PRESENT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** SELECTED REFERENCE IS NOT ON THE TRACE '
                      'LOG ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-ITM-OVERFLOW-COUNT > 0 OR WS-EVT-OVERFLOW-COUNT > 0
               COMPUTE WS-BIG-COUNT-EDIT =
                   WS-ITM-OVERFLOW-COUNT + WS-EVT-OVERFLOW-COUNT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** ' WS-BIG-COUNT-EDIT
                      ' TRACE EVENTS NOT LOADED - TABLE FULL, REPORT'
                      ' IS INCOMPLETE ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF.

       9000-TERMINATE.
           CLOSE PRTOUT.
