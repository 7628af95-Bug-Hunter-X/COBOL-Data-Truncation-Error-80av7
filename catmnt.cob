      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-09-02  INITIAL VERSION.
      *   MAINT      2026-10-15  RE-MAP A CHECKPOINT STILL IN THE
      *                          FIVE-DIGIT CUMULATIVE-TOTAL LAYOUT
      *                          BEFORE TAKING ITS PERIOD VOLUMES.
      *   MAINT      2026-10-15  REJECT ANY TRANSACTION WHOSE OPERATOR
      *                          DOES NOT HOLD THE MASTER-CHANGE
      *                          FUNCTION ON THE SHARED OPERATOR
      *                          AUTHORITY FILE (OPERIN).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOUT-STATUS.

           SELECT OPERIN ASSIGN TO OPERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERIN-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.
           RECORDING MODE IS F.
           COPY CCHGREC.

       FD  OPERIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY OPERREC.

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-CHKIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-CATMOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-CHGOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-OPERIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.

       01  WS-EOF-CATMIN               PIC X(1) VALUE 'N'.
           88  MNTIN-EOF               VALUE 'Y'.
       01  WS-EOF-CHKIN                PIC X(1) VALUE 'N'.
           88  CHKIN-EOF               VALUE 'Y'.
       01  WS-EOF-OPERIN               PIC X(1) VALUE 'N'.
           88  OPERIN-EOF              VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           88  WS-CHKPT-PRESENT        VALUE 'Y'.
       01  WS-CK-CAT-IDX               PIC 9(3) VALUE 0.
       01  WS-CK-CAT-LIMIT             PIC 9(3) VALUE 0.
       01  WS-CK-ENT-IDX               PIC 9(2) VALUE 0.

      ******************************************************************
      * FIVE-DIGIT LAYOUT OF THE CHECKPOINT, FOR RE-MAPPING ONE
      * WRITTEN BEFORE THE CUMULATIVE TOTAL WAS WIDENED.
      ******************************************************************
       COPY CHKLGREC.

      ******************************************************************
      * BEFORE IMAGE OF THE ENTRY A TRANSACTION IS ABOUT TO TOUCH,
       01  WS-NEW-MAX-WORK             PIC 9(7) VALUE 0.
       01  WS-REJECT-REASON            PIC X(45) VALUE SPACES.

      ******************************************************************
      * OPERATOR AUTHORITY TABLE, LOADED FROM THE SHARED AUTHORITY
      * FILE (OPERIN).  EVERY MASTER TRANSACTION NEEDS AN OPERATOR
      * HOLDING THE MASTER-CHANGE FUNCTION; NO MONEY MOVES HERE, SO
      * THE MONEY LIMIT DOES NOT APPLY.  WITHOUT THE FILE (STATUS 35)
      * NO ID IS AUTHORIZED AND EVERY TRANSACTION IS REJECTED.
      ******************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-MASTER-FLAG  PIC X(1).
       01  WS-OPR-IDX                  PIC 9(3) VALUE 0.
       01  WS-OPR-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-OPR-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-OPR-FOUND            VALUE 'Y'.
       01  WS-OPR-LOADED-SW            PIC X(1) VALUE 'N'.
           88  WS-OPR-LOADED           VALUE 'Y'.

      ******************************************************************
      * MAINTENANCE ACTIVITY COUNTERS
      ******************************************************************
           END-IF
           PERFORM 4100-WRITE-REPORT-HEADER
           PERFORM 1100-LOAD-CURRENT-MASTER
           PERFORM 1200-LOAD-PERIOD-VOLUMES
           PERFORM 1300-LOAD-OPERATOR-AUTHORITY.

      ******************************************************************
      * 1100 - LOAD THE CURRENT MASTER.  A SITE RUNNING ITS VERY
               END-READ
               IF NOT CHKIN-EOF
                   SET WS-CHKPT-PRESENT TO TRUE
                   IF NOT CK-WIDE-LAYOUT
                       PERFORM 1210-WIDEN-LEGACY-CHECKPOINT
                   END-IF
                   PERFORM 1250-MERGE-PERIOD-VOLUMES
               END-IF
               CLOSE CHKIN
               END-IF
           END-IF.

      ******************************************************************
      * 1210 - A CHECKPOINT WRITTEN BEFORE THE CUMULATIVE COUNTS WERE
      * WIDENED HAS ITS CATEGORY TABLE FOUR BYTES EARLIER; IT IS
      * RE-MAPPED INTO THE CURRENT LAYOUT BEFORE THE TABLE IS READ.
      ******************************************************************
       1210-WIDEN-LEGACY-CHECKPOINT.
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

       1250-MERGE-PERIOD-VOLUMES.
           IF CK-CAT-COUNT IS NUMERIC
               MOVE CK-CAT-COUNT TO WS-CK-CAT-LIMIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1300 - LOAD THE SHARED OPERATOR AUTHORITY FILE.  A MISSING
      * FILE (STATUS 35) IS NOT AN I/O FAILURE - IT LEAVES THE TABLE
      * EMPTY SO EVERY TRANSACTION IS REJECTED.  ANY OTHER NON-ZERO
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
               MOVE OP-MASTER-FLAG TO WS-OPR-MASTER-FLAG (WS-OPR-COUNT)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2000 SERIES - APPLY THE MAINTENANCE TRANSACTIONS IN FILE
      * ORDER.  MNTIN IS THE ONE REQUIRED INPUT - A MAINTENANCE RUN
                   MOVE WS-MST-SEARCH-IDX TO WS-MST-IDX
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-OPR-FOUND
               IF WS-OPR-ID (WS-OPR-IDX) = MT-OPERATOR-ID
                   SET WS-OPR-FOUND TO TRUE
                   MOVE WS-OPR-IDX TO WS-OPR-MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN MT-OPERATOR-ID = SPACES
                   OR NOT WS-OPR-FOUND
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                       TO WS-REJECT-REASON
                   PERFORM 2800-REJECT-TRANSACTION
               WHEN WS-OPR-MASTER-FLAG (WS-OPR-MATCH-IDX) NOT = 'Y'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR MASTER CHANGES'
                       TO WS-REJECT-REASON
                   PERFORM 2800-REJECT-TRANSACTION
               WHEN MT-ADD
                   PERFORM 2200-APPLY-ADD
               WHEN MT-CHANGE
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF NOT WS-OPR-LOADED
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** NO OPERATOR AUTHORITY FILE SUPPLIED - '
                      'NO TRANSACTION COULD BE AUTHORIZED ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF.

       4050-CHECK-PRTOUT-STATUS.
