      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-09-02  INITIAL VERSION.
      *   MAINT      2026-10-15  THE CUMULATIVE CONTROL TOTAL IS NOW
      *                          NINE DIGITS.  A TRAIL RECORD STILL IN
      *                          THE FIVE-DIGIT LAYOUT IS RE-MAPPED AS
      *                          IT IS READ, SO BOTH THE ARCHIVE AND
      *                          THE NEW LIVE TRAIL ARE WRITTEN IN THE
      *                          CURRENT LAYOUT; THE ANCHOR CARRIES
      *                          THE WIDENED BALANCE.
      *   MAINT      2026-10-15  AUDIT RECORD CARRIES THE ORIGINAL-RUN
      *                          FIELDS OF A REVERSAL MEMO; THEY ARE
      *                          ARCHIVED WITH THE REST OF THE RECORD.
      *   MAINT      2026-10-15  AUDIT RECORD CARRIES THE SUSPENSE
      *                          REFERENCE OF A RELEASE MEMO; IT IS
      *                          ARCHIVED WITH THE REST OF THE RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
                                              ==AA-ARCHIVE-ANCHOR==
                         ==AR-ENTITY-SUMMARY== BY
                                              ==AA-ENTITY-SUMMARY==
                         ==AR-REVERSAL==      BY ==AA-REVERSAL==
                         ==AR-SUSPENSE-POSTED== BY
                                              ==AA-SUSPENSE-POSTED==
                         ==AR-ADJ-CATEGORY==  BY ==AA-ADJ-CATEGORY==
                         ==AR-ADJ-COUNT==     BY ==AA-ADJ-COUNT==
                         ==AR-ADJ-APPROVER==  BY ==AA-ADJ-APPROVER==
                         ==AR-ADJ-REASON==    BY ==AA-ADJ-REASON==
                         ==AR-ENTITY-CODE==   BY ==AA-ENTITY-CODE==
                         ==AR-LAYOUT-VERSION== BY
                                              ==AA-LAYOUT-VERSION==
                         ==AR-WIDE-LAYOUT==   BY ==AA-WIDE-LAYOUT==
                         ==AR-CYCLE-NUMBER==  BY ==AA-CYCLE-NUMBER==
                         ==AR-ORIG-RUN-TIMESTAMP== BY
                                     ==AA-ORIG-RUN-TIMESTAMP==
                         ==AR-ORIG-JOB-ID==   BY ==AA-ORIG-JOB-ID==
                         ==AR-ORIG-BUS-DATE== BY ==AA-ORIG-BUS-DATE==
                         ==AR-ORIG-SOURCE-ID== BY ==AA-ORIG-SOURCE-ID==
                         ==AR-SUSP-REF==      BY ==AA-SUSP-REF==.

       FD  AUDOUT
           LABEL RECORDS ARE STANDARD
                                              ==AO-ARCHIVE-ANCHOR==
                         ==AR-ENTITY-SUMMARY== BY
                                              ==AO-ENTITY-SUMMARY==
                         ==AR-REVERSAL==      BY ==AO-REVERSAL==
                         ==AR-SUSPENSE-POSTED== BY
                                              ==AO-SUSPENSE-POSTED==
                         ==AR-ADJ-CATEGORY==  BY ==AO-ADJ-CATEGORY==
                         ==AR-ADJ-COUNT==     BY ==AO-ADJ-COUNT==
                         ==AR-ADJ-APPROVER==  BY ==AO-ADJ-APPROVER==
                         ==AR-ADJ-REASON==    BY ==AO-ADJ-REASON==
                         ==AR-ENTITY-CODE==   BY ==AO-ENTITY-CODE==
                         ==AR-LAYOUT-VERSION== BY
                                              ==AO-LAYOUT-VERSION==
                         ==AR-WIDE-LAYOUT==   BY ==AO-WIDE-LAYOUT==
                         ==AR-CYCLE-NUMBER==  BY ==AO-CYCLE-NUMBER==
                         ==AR-ORIG-RUN-TIMESTAMP== BY
                                     ==AO-ORIG-RUN-TIMESTAMP==
                         ==AR-ORIG-JOB-ID==   BY ==AO-ORIG-JOB-ID==
                         ==AR-ORIG-BUS-DATE== BY ==AO-ORIG-BUS-DATE==
                         ==AR-ORIG-SOURCE-ID== BY ==AO-ORIG-SOURCE-ID==
                         ==AR-SUSP-REF==      BY ==AO-SUSP-REF==.

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
       01  WS-CLOSE-FOUND-SW           PIC X(1) VALUE 'N'.
           88  WS-CLOSE-FOUND          VALUE 'Y'.
       01  WS-CLOSE-TIMESTAMP          PIC X(26) VALUE SPACES.
       01  WS-CLOSE-AREA-2-AFTER       PIC 9(9) VALUE 0.
       01  WS-CLOSE-AMOUNT-AFTER       PIC S9(13)V99 VALUE 0.

       01  WS-ARCHIVED-COUNT           PIC 9(7) VALUE 0.
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-AFTER-EDIT               PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * FIVE-DIGIT LAYOUT OF THE TRAIL RECORD, FOR RE-MAPPING ANYTHING
      * WRITTEN BEFORE THE TOTAL WAS WIDENED.
      ******************************************************************
       COPY AUDLGREC.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS)
                           SET AUDIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           IF NOT AR-WIDE-LAYOUT
                               PERFORM 2050-WIDEN-LEGACY-AUDIT
                           END-IF
                           PERFORM 2100-EXAMINE-ONE-RECORD
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * 2050 - A TRAIL RECORD WRITTEN BEFORE THE AREA-2 COLUMNS WERE
      * WIDENED READS WITH ITS LAYOUT BYTE BLANK AND IS RE-MAPPED
      * INTO THE CURRENT LAYOUT.  BOTH PASSES USE IT, SO THE CUT
      * POINT IS FOUND ON THE SAME FIGURES THE COPY PASS WRITES.
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

       2100-EXAMINE-ONE-RECORD.
           IF AR-PERIOD-CLOSE
               SET WS-CLOSE-FOUND TO TRUE
                           SET AUDIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           IF NOT AR-WIDE-LAYOUT
                               PERFORM 2050-WIDEN-LEGACY-AUDIT
                           END-IF
                           PERFORM 3100-ROUTE-ONE-RECORD
                   END-READ
               END-PERFORM
      ******************************************************************
       3200-WRITE-ANCHOR-RECORD.
           MOVE SPACES TO AUDOUT-RECORD
           SET AO-WIDE-LAYOUT TO TRUE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO AO-RUN-TIMESTAMP
           MOVE WS-JOB-NAME TO AO-JOB-ID
