      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-09-02  INITIAL VERSION.
      *   MAINT      2026-10-15  AN ACKNOWLEDGEMENT CLOSES AN ENTRY
      *                          ONLY WHEN THE REVIEWER HOLDS THE
      *                          OVERFLOW-CLEARANCE FUNCTION ON THE
      *                          SHARED OPERATOR AUTHORITY FILE
      *                          (OPERIN); OTHERWISE THE ENTRY STAYS
      *                          OPEN AND THE REFUSAL IS REPORTED.
      *   MAINT      2026-10-15  THE LOG AND ARCHIVE VALUE COLUMNS ARE
      *                          NOW NINE DIGITS; A SEVEN-DIGIT ENTRY
      *                          IS RE-MAPPED AS IT IS READ AND
      *                          CARRIED OR ARCHIVED IN THE NEW LAYOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFREV.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVFARC-STATUS.

           SELECT OPERIN ASSIGN TO OPERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERIN-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.
                                                 ==OO-ATTEMPTED-VALUE==
                         ==OL-OLD-AMOUNT==       BY ==OO-OLD-AMOUNT==
                         ==OL-ATTEMPTED-AMOUNT== BY
                                               ==OO-ATTEMPTED-AMOUNT==
                         ==OL-LOG-FIGURES==      BY ==OO-LOG-FIGURES==
                         ==OL-LAYOUT-VERSION==   BY
                                                 ==OO-LAYOUT-VERSION==
                         ==OL-WIDE-LAYOUT==      BY ==OO-WIDE-LAYOUT==
                         ==OL-LEGACY-FIGURES==   BY
                                                 ==OO-LEGACY-FIGURES==
                         ==OL-LEGACY-OLD-VALUE== BY
                                               ==OO-LEGACY-OLD-VALUE==
                         ==OL-LEGACY-ATTEMPTED-VALUE== BY
                                         ==OO-LEGACY-ATTEMPTED-VALUE==
                         ==OL-LEGACY-OLD-AMOUNT== BY
                                              ==OO-LEGACY-OLD-AMOUNT==
                         ==OL-LEGACY-ATTEMPTED-AMOUNT== BY
                                        ==OO-LEGACY-ATTEMPTED-AMOUNT==.

       FD  OVFARC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY OVFAREC.

       FD  OPERIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY OPERREC.

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-OVAKIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-OVFOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-OVFARC-STATUS            PIC X(2) VALUE '00'.
       01  WS-OPERIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.

       01  WS-EOF-OVFIN                PIC X(1) VALUE 'N'.
           88  OVFIN-EOF               VALUE 'Y'.
       01  WS-EOF-OVAKIN               PIC X(1) VALUE 'N'.
           88  OVAKIN-EOF              VALUE 'Y'.
       01  WS-EOF-OPERIN               PIC X(1) VALUE 'N'.
           88  OPERIN-EOF              VALUE 'Y'.
       01  WS-OVFIN-PRESENT-SW         PIC X(1) VALUE 'N'.
           88  WS-OVFIN-WAS-PRESENT    VALUE 'Y'.

           88  WS-ACK-FOUND            VALUE 'Y'.
       01  WS-ACK-MATCH-IDX            PIC 9(3) VALUE 0.

      ******************************************************************
      * OPERATOR AUTHORITY TABLE, LOADED FROM THE SHARED AUTHORITY
      * FILE (OPERIN).  A REVIEWER MUST HOLD THE OVERFLOW-CLEARANCE
      * FUNCTION FOR AN ACKNOWLEDGEMENT TO CLOSE AN ENTRY.  WITHOUT
      * THE FILE (STATUS 35) NO ID IS AUTHORIZED AND EVERY ENTRY
      * STAYS OPEN.
      ******************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-CLEAR-FLAG   PIC X(1).
       01  WS-OPR-IDX                  PIC 9(3) VALUE 0.
       01  WS-OPR-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-OPR-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-OPR-FOUND            VALUE 'Y'.
       01  WS-OPR-LOADED-SW            PIC X(1) VALUE 'N'.
           88  WS-OPR-LOADED           VALUE 'Y'.
       01  WS-CLEAR-REFUSE-REASON      PIC X(30) VALUE SPACES.

      ******************************************************************
      * REVIEW ACTIVITY COUNTERS
      ******************************************************************
       01  WS-CARRIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-AGED-COUNT               PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-ACK-COUNT      PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-OLDEST-OPEN-AGE          PIC S9(5) VALUE 0.

      ******************************************************************
      * A SEVEN-DIGIT LOG ENTRY'S FIGURES OVERLAP THE NINE-DIGIT ONES,
      * SO THEY ARE LIFTED OUT BEFORE BEING PUT BACK.
      ******************************************************************
       01  WS-LEGACY-OLD-VALUE         PIC 9(9) VALUE 0.
       01  WS-LEGACY-ATTEMPTED-VALUE   PIC 9(9) VALUE 0.
       01  WS-LEGACY-OLD-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-LEGACY-ATTEMPTED-AMOUNT  PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-AGE-EDIT                 PIC ZZ,ZZ9.
       01  WS-VALUE-EDIT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-ATTEMPT-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ATT-AMOUNT-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RC-REVIEW                PIC 9(2) VALUE 04.
       01  WS-RC-AUTH-REFUSED          PIC 9(2) VALUE 08.
       01  WS-RC-AGED                  PIC 9(2) VALUE 12.
       01  WS-RC-FILE-ERROR            PIC 9(2) VALUE 16.

                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM 1100-LOAD-ACKNOWLEDGEMENTS
           PERFORM 1300-LOAD-OPERATOR-AUTHORITY.

      ******************************************************************
      * 1100 - OVAKIN IS OPTIONAL: NO ACKNOWLEDGEMENT FILE (STATUS
               END-IF
           END-IF.

      ******************************************************************
      * 1300 - LOAD THE SHARED OPERATOR AUTHORITY FILE.  A MISSING
      * FILE (STATUS 35) IS NOT AN I/O FAILURE - IT LEAVES THE TABLE
      * EMPTY SO NO ACKNOWLEDGEMENT CAN CLOSE AN ENTRY.  ANY OTHER
      * NON-ZERO STATUS IS A GENUINE I/O FAILURE, AND IDS BEYOND THE
      * TABLE LIMIT ARE A HARD ERROR RATHER THAN BEING SILENTLY
      * DROPPED.
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
               MOVE OP-OVFL-CLEAR-FLAG
                   TO WS-OPR-CLEAR-FLAG (WS-OPR-COUNT)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2000 SERIES - READ THE ACCUMULATED OVERFLOW LOG AND DISPOSE
      * OF EACH ENTRY.  OVFIN IS OPTIONAL ONLY IN THE SENSE THAT IT
               END-IF
           END-IF.

      ******************************************************************
      * 2050 - AN ENTRY LOGGED BEFORE THE VALUE COLUMNS WERE WIDENED
      * IS RE-MAPPED INTO THE CURRENT LAYOUT BEFORE ANYTHING USES IT,
      * SO IT IS REPORTED, CARRIED AND ARCHIVED LIKE ANY OTHER.
      ******************************************************************
       2050-WIDEN-LEGACY-ENTRY.
           IF OL-LEGACY-OLD-VALUE IS NUMERIC
               MOVE OL-LEGACY-OLD-VALUE TO WS-LEGACY-OLD-VALUE
           ELSE
               MOVE 0 TO WS-LEGACY-OLD-VALUE
           END-IF
           IF OL-LEGACY-ATTEMPTED-VALUE IS NUMERIC
               MOVE OL-LEGACY-ATTEMPTED-VALUE
                   TO WS-LEGACY-ATTEMPTED-VALUE
           ELSE
               MOVE 0 TO WS-LEGACY-ATTEMPTED-VALUE
           END-IF
           IF OL-LEGACY-OLD-AMOUNT IS NUMERIC
               MOVE OL-LEGACY-OLD-AMOUNT TO WS-LEGACY-OLD-AMOUNT
           ELSE
               MOVE 0 TO WS-LEGACY-OLD-AMOUNT
           END-IF
           IF OL-LEGACY-ATTEMPTED-AMOUNT IS NUMERIC
               MOVE OL-LEGACY-ATTEMPTED-AMOUNT
                   TO WS-LEGACY-ATTEMPTED-AMOUNT
           ELSE
               MOVE 0 TO WS-LEGACY-ATTEMPTED-AMOUNT
           END-IF
           MOVE SPACES TO OL-LOG-FIGURES
           MOVE WS-LEGACY-OLD-VALUE TO OL-OLD-VALUE
           MOVE WS-LEGACY-ATTEMPTED-VALUE TO OL-ATTEMPTED-VALUE
           MOVE WS-LEGACY-OLD-AMOUNT TO OL-OLD-AMOUNT
           MOVE WS-LEGACY-ATTEMPTED-AMOUNT TO OL-ATTEMPTED-AMOUNT
           SET OL-WIDE-LAYOUT TO TRUE.

       2100-DISPOSE-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ-COUNT
           IF NOT OL-WIDE-LAYOUT
               PERFORM 2050-WIDEN-LEGACY-ENTRY
           END-IF
           PERFORM 2150-AGE-ENTRY
           MOVE 'N' TO WS-ACK-FOUND-SW
           PERFORM VARYING WS-ACK-SEARCH-IDX FROM 1 BY 1
                   MOVE WS-ACK-SEARCH-IDX TO WS-ACK-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CLEAR-REFUSE-REASON
           IF WS-ACK-FOUND
               MOVE 'Y' TO WS-ACK-USED (WS-ACK-MATCH-IDX)
               PERFORM 2170-CHECK-CLEAR-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN WS-ACK-FOUND
                   AND WS-CLEAR-REFUSE-REASON = SPACES
                   PERFORM 2200-CLOSE-ENTRY
               WHEN WS-ACK-FOUND
                   ADD 1 TO WS-REFUSED-COUNT
                   IF WS-RC-AUTH-REFUSED > WS-RETURN-CODE
                       MOVE WS-RC-AUTH-REFUSED TO WS-RETURN-CODE
                   END-IF
                   PERFORM 2300-CARRY-ENTRY-FORWARD
               WHEN OTHER
                   PERFORM 2300-CARRY-ENTRY-FORWARD
           END-EVALUATE
           PERFORM 2400-WRITE-ENTRY-LINE.

      ******************************************************************
               MOVE 0 TO WS-ENTRY-AGE-DAYS
           END-IF.

      ******************************************************************
      * 2170 - THE REVIEWER ON A MATCHED ACKNOWLEDGEMENT MUST BE ON
      * THE AUTHORITY FILE WITH THE OVERFLOW-CLEARANCE FUNCTION.  A
      * REFUSED ACKNOWLEDGEMENT STILL COUNTS AS MATCHED (IT KEYED A
      * REAL ENTRY) BUT THE ENTRY STAYS OPEN AND KEEPS AGING.
      ******************************************************************
       2170-CHECK-CLEAR-AUTHORITY.
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-OPR-FOUND
               IF WS-OPR-ID (WS-OPR-IDX)
                       = WS-ACK-REVIEWER (WS-ACK-MATCH-IDX)
                   SET WS-OPR-FOUND TO TRUE
                   MOVE WS-OPR-IDX TO WS-OPR-MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACK-REVIEWER (WS-ACK-MATCH-IDX) = SPACES
                   OR NOT WS-OPR-FOUND
                   MOVE 'REVIEWER NOT ON AUTHORITY FILE'
                       TO WS-CLEAR-REFUSE-REASON
               WHEN WS-OPR-CLEAR-FLAG (WS-OPR-MATCH-IDX) NOT = 'Y'
                   MOVE 'NOT AUTHORIZED TO CLEAR'
                       TO WS-CLEAR-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 2200 - AN ACKNOWLEDGED ENTRY LEAVES THE LIVE LOG FOR THE
      * ARCHIVE, STAMPED WITH THE REVIEWER, THE REVIEW DATE AND THE
       2200-CLOSE-ENTRY.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE SPACES TO OVERFLOW-ARCHIVE-RECORD
           SET OV-WIDE-LAYOUT TO TRUE
           MOVE OL-RUN-DATE TO OV-RUN-DATE
           MOVE OL-FIELD-NAME TO OV-FIELD-NAME
           MOVE OL-OLD-VALUE TO OV-OLD-VALUE
               END-IF
           END-IF
           MOVE SPACES TO OVFOUT-RECORD
           SET OO-WIDE-LAYOUT TO TRUE
           MOVE OL-RUN-DATE TO OO-RUN-DATE
           MOVE OL-FIELD-NAME TO OO-FIELD-NAME
           MOVE OL-OLD-VALUE TO OO-OLD-VALUE
      ******************************************************************
      * 2400 - ONE REPORT LINE PER ENTRY: THE FIELD HIT, OLD VS
      * ATTEMPTED FIGURES, AGE, AND EITHER THE REVIEWER WHO CLOSED
      * IT, A REFUSED CLEARANCE WITH ITS REASON, OR THE OPEN/AGED
      * STATE.
      ******************************************************************
       2400-WRITE-ENTRY-LINE.
           MOVE OL-OLD-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           EVALUATE TRUE
               WHEN WS-ACK-FOUND
                   AND WS-CLEAR-REFUSE-REASON NOT = SPACES
                   STRING OL-RUN-DATE
                          '  ' OL-FIELD-NAME
                          ' ' WS-VALUE-EDIT
                          ' ' WS-ATTEMPT-EDIT
                          ' ' WS-AGE-EDIT
                          '  ** CLEARANCE BY '
                          WS-ACK-REVIEWER (WS-ACK-MATCH-IDX)
                          ' REFUSED - '
                          WS-CLEAR-REFUSE-REASON
                          DELIMITED BY SIZE INTO PL-TEXT
               WHEN WS-ACK-FOUND
                   STRING OL-RUN-DATE
                          '  ' OL-FIELD-NAME
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-REFUSED-COUNT > 0
               MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** CLEARANCES REFUSED ON AUTHORITY: '
                      WS-COUNT-EDIT
                      ' - ENTRIES LEFT OPEN ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
               IF NOT WS-OPR-LOADED
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING '*** NO OPERATOR AUTHORITY FILE SUPPLIED - '
                          'NO ENTRY COULD BE CLEARED ***'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               END-IF
           END-IF.

       4050-CHECK-PRTOUT-STATUS.
