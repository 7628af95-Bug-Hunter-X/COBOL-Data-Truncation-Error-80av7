      *                          MONDAY INSTEAD OF THREE.  A SITE
      *                          WITHOUT A CALENDAR FILE KEEPS
      *                          CALENDAR-DAY AGING.
      *   MAINT      2026-10-15  CHECK EVERY RELEASE AND WRITE-OFF
      *                          AGAINST THE SHARED OPERATOR AUTHORITY
      *                          FILE (OPERIN) USING THE OPERATOR ID
      *                          NOW CARRIED ON THE DISPOSITION: THE ID
      *                          NEEDS THE RELEASE OR WRITE-OFF
      *                          FUNCTION, THE AMOUNT MUST BE WITHIN
      *                          ITS MONEY LIMIT, AND IT MAY NOT BE THE
      *                          ID THAT KEYED OR APPROVED THE ITEM.  A
      *                          REFUSED DISPOSITION LEAVES THE ITEM IN
      *                          SUSPENSE AND IS LISTED WITH ITS REASON.
      *   MAINT      2026-10-15  CARRY EACH ITEM'S PERMANENT SUSPENSE
      *                          REFERENCE FORWARD AND GIVE ONE TO ANY
      *                          ITEM SUSPENDED BEFORE REFERENCES
      *                          EXISTED.  A DISPOSITION KEYED WITH A
      *                          REFERENCE MATCHES THAT ITEM ONLY; A
      *                          RELEASED ITEM GOES OUT WITH ITS
      *                          REFERENCE ON THE TRANIN DETAIL.  EACH
      *                          RELEASE, RE-REJECT AND WRITE-OFF IS
      *                          APPENDED TO THE SUSPENSE TRACE LOG
      *                          (STRCOUT), AND THE REFERENCE IS LISTED
      *                          ON THE REPORT.
      *   MAINT      2026-10-15  APPEND A FOLLOW-UP PROCESSING RECEIPT
      *                          (RCPTOUT) FOR EACH RELEASE AND
      *                          WRITE-OFF, KEYED BY THE SOURCE ID AND
      *                          BUSINESS DATE OF THE BATCH THAT FIRST
      *                          SENT THE RECORD, SO THE SOURCE SYSTEM
      *                          CAN CLOSE ITS SIDE.  THAT SOURCE KEY
      *                          IS CARRIED FORWARD ON SUSPENSE AND
      *                          RIDES THE RELEASED TRANIN DETAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIN-STATUS.

           SELECT OPERIN ASSIGN TO OPERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERIN-STATUS.

           SELECT STRCOUT ASSIGN TO STRCOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRCOUT-STATUS.

           SELECT RCPTOUT ASSIGN TO RCPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPIN
                         ==SR-REASON-TEXT==  BY ==SO-REASON-TEXT==
                         ==SR-SUSP-DATE==    BY ==SO-SUSP-DATE==
                         ==SR-TRAN-AMOUNT==  BY ==SO-TRAN-AMOUNT==
                         ==SR-APPROVER-ID==  BY ==SO-APPROVER-ID==
                         ==SR-KEYED-BY-ID==  BY ==SO-KEYED-BY-ID==
                         ==SR-SUSP-REF==     BY ==SO-SUSP-REF==
                         ==SR-SOURCE-ID==    BY ==SO-SOURCE-ID==
                         ==SR-BUSINESS-DATE== BY ==SO-BUSINESS-DATE==.

       FD  RELOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CALREC.

       FD  OPERIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY OPERREC.

       FD  STRCOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STRCREC.

       FD  RCPTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RCPTREC.

       WORKING-STORAGE SECTION.
       01  WS-SUSPIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-DISPIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-RELOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-CALIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-OPERIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-STRCOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-RCPTOUT-STATUS           PIC X(2) VALUE '00'.

       01  WS-EOF-SUSPIN               PIC X(1) VALUE 'N'.
           88  SUSPIN-EOF              VALUE 'Y'.
           88  WS-SUSPIN-WAS-PRESENT   VALUE 'Y'.
       01  WS-EOF-CALIN                PIC X(1) VALUE 'N'.
           88  CALIN-EOF               VALUE 'Y'.
       01  WS-EOF-OPERIN               PIC X(1) VALUE 'N'.
           88  OPERIN-EOF              VALUE 'Y'.

      ******************************************************************
      * BUSINESS-DAY CALENDAR, SHARED WITH TRANTOT AND SETLACK.
       01  WS-CAL-BUS-SW               PIC X(1) VALUE 'N'.
           88  WS-CAL-IS-BUSINESS      VALUE 'Y'.

      ******************************************************************
      * OPERATOR AUTHORITY TABLE, LOADED FROM THE SHARED AUTHORITY
      * FILE (OPERIN).  A RELEASE NEEDS THE RELEASE FUNCTION AND A
      * WRITE-OFF THE WRITE-OFF FUNCTION, THE AMOUNT MOVED MUST BE
      * WITHIN THE OPERATOR'S MONEY LIMIT, AND THE OPERATOR MAY NOT
      * BE THE ID THAT KEYED OR APPROVED THE SUSPENDED ITEM.  WITHOUT
      * THE FILE (STATUS 35) NO ID IS AUTHORIZED, SO NOTHING IS
      * RELEASED OR WRITTEN OFF; RE-REJECTS ARE UNAFFECTED.
      ******************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-RELEASE-FLAG PIC X(1).
               10  WS-OPR-WRITEOFF-FLAG PIC X(1).
               10  WS-OPR-LIMIT        PIC 9(13)V99.
       01  WS-OPR-IDX                  PIC 9(3) VALUE 0.
       01  WS-OPR-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-OPR-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-OPR-FOUND            VALUE 'Y'.
       01  WS-OPR-LOADED-SW            PIC X(1) VALUE 'N'.
           88  WS-OPR-LOADED           VALUE 'Y'.
       01  WS-AUTH-REASON-TEXT         PIC X(30) VALUE SPACES.
       01  WS-AUTH-AMOUNT-WORK         PIC 9(13)V99 VALUE 0.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
       01  WS-JOB-NAME                 PIC X(8) VALUE 'SUSPREL'.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 1.

      ******************************************************************
      * SUSPENSE REFERENCES AND THE TRACE LOG.  AN ITEM READ WITH NO
      * REFERENCE (SUSPENDED BEFORE REFERENCES EXISTED) IS GIVEN ONE
      * BUILT FROM THIS RUN'S TIMESTAMP AND A SEQUENCE NUMBER, THE
      * SAME FORM TRANTOT USES.  EVERY DISPOSITION APPLIED IS
      * APPENDED TO THE TRACE LOG UNDER THE ITEM'S REFERENCE.
      ******************************************************************
       01  WS-SUSP-REF-SEQ             PIC 9(5) VALUE 0.
       01  WS-REFS-ASSIGNED-COUNT      PIC 9(5) VALUE 0.
       01  WS-TRC-EVENT-TYPE           PIC X(1) VALUE SPACE.
       01  WS-TRC-TRAN-COUNT           PIC 9(7) VALUE 0.
       01  WS-TRC-TRAN-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-TRC-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-TRC-TEXT                 PIC X(30) VALUE SPACES.
       01  WS-TRC-WRITTEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-RCPT-WRITTEN-COUNT       PIC 9(5) VALUE 0.

      ******************************************************************
      * OPERATOR DISPOSITION TABLE, LOADED FROM DISPIN AT INITIALIZE.
      * EACH ENTRY IS MATCHED AGAINST SUSPENSE RECORDS BY SUSPENSE
      * REFERENCE WHEN ONE WAS KEYED, OTHERWISE BY CATEGORY CODE,
      * SUSPENSE DATE AND REASON CODE; WS-DISP-USED MARKS THE
      * ENTRIES THAT MATCHED SO UNMATCHED DISPOSITIONS CAN BE FLAGGED.
      ******************************************************************
       01  WS-DISPOSITION-TABLE.
               10  WS-DISP-CORR-COUNT  PIC 9(7).
               10  WS-DISP-CORR-AMOUNT PIC S9(9)V99.
               10  WS-DISP-WO-REASON   PIC X(30).
               10  WS-DISP-OPERATOR    PIC X(8).
               10  WS-DISP-SUSP-REF    PIC X(23).
               10  WS-DISP-USED        PIC X(1).
       01  WS-DISP-SEARCH-IDX          PIC 9(3) VALUE 0.
       01  WS-DISP-FOUND-SW            PIC X(1) VALUE 'N'.
               10  WS-OPEN-REASON      PIC X(2).
               10  WS-OPEN-DATE        PIC X(8).
               10  WS-OPEN-AGE-DAYS    PIC S9(5).
               10  WS-OPEN-SUSP-REF    PIC X(23).
       01  WS-OPEN-OVERFLOW-COUNT      PIC 9(5) VALUE 0.
       01  WS-OPEN-SEARCH-IDX          PIC 9(3) VALUE 0.

               10  WS-WO-TRAN-COUNT    PIC 9(7).
               10  WS-WO-TRAN-AMOUNT   PIC S9(9)V99.
               10  WS-WO-REASON        PIC X(30).
               10  WS-WO-SUSP-REF      PIC X(23).
       01  WS-WO-OVERFLOW-COUNT        PIC 9(5) VALUE 0.
       01  WS-WO-SEARCH-IDX            PIC 9(3) VALUE 0.

      ******************************************************************
      * RELEASES AND WRITE-OFFS REFUSED ON OPERATOR AUTHORITY, LISTED
      * ON THE REPORT WITH THE REASON.  THE ITEM ITSELF STAYS IN
      * SUSPENSE UNTIL AN AUTHORIZED OPERATOR DISPOSES OF IT.
      ******************************************************************
       01  WS-REFUSED-TABLE.
           05  WS-REF-COUNT            PIC 9(3) VALUE 0.
           05  WS-REF-ENTRY OCCURS 200 TIMES.
               10  WS-REF-CATEGORY     PIC X(4).
               10  WS-REF-DATE         PIC X(8).
               10  WS-REF-ACTION       PIC X(1).
               10  WS-REF-OPERATOR     PIC X(8).
               10  WS-REF-AMOUNT       PIC S9(9)V99.
               10  WS-REF-REASON       PIC X(30).
               10  WS-REF-SUSP-REF     PIC X(23).
       01  WS-REF-OVERFLOW-COUNT       PIC 9(5) VALUE 0.
       01  WS-REF-SEARCH-IDX           PIC 9(3) VALUE 0.

      ******************************************************************
      * AGING SUMMARY BY REASON CODE
      ******************************************************************
           88  WS-REL-HDR-WRITTEN      VALUE 'Y'.
       01  WS-REREJECTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-WRITEOFF-COUNT           PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-DISP-COUNT     PIC 9(5) VALUE 0.

      ******************************************************************
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RC-REVIEW                PIC 9(2) VALUE 04.
       01  WS-RC-AUTH-REFUSED          PIC 9(2) VALUE 08.
       01  WS-RC-FILE-ERROR            PIC 9(2) VALUE 16.

       LINKAGE SECTION.
               END-IF
           END-IF
           PERFORM 1100-LOAD-DISPOSITIONS
           PERFORM 1200-LOAD-CALENDAR
           PERFORM 1300-LOAD-OPERATOR-AUTHORITY
           PERFORM 1400-OPEN-SUSPENSE-TRACE
           PERFORM 1450-OPEN-RECEIPT-FILE.

      ******************************************************************
      * 1100 - DISPIN IS OPTIONAL: WHEN NO DISPOSITION FILE IS
               END-IF
               MOVE DP-WRITEOFF-REASON
                   TO WS-DISP-WO-REASON (WS-DISP-COUNT)
               MOVE DP-OPERATOR-ID TO WS-DISP-OPERATOR (WS-DISP-COUNT)
               MOVE DP-SUSP-REF TO WS-DISP-SUSP-REF (WS-DISP-COUNT)
               MOVE 'N' TO WS-DISP-USED (WS-DISP-COUNT)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 1300 - LOAD THE SHARED OPERATOR AUTHORITY FILE.  A MISSING
      * FILE (STATUS 35) IS NOT AN I/O FAILURE - IT LEAVES THE TABLE
      * EMPTY SO EVERY RELEASE AND WRITE-OFF IS REFUSED.  ANY OTHER
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
               MOVE OP-RELEASE-FLAG
                   TO WS-OPR-RELEASE-FLAG (WS-OPR-COUNT)
               MOVE OP-WRITEOFF-FLAG
                   TO WS-OPR-WRITEOFF-FLAG (WS-OPR-COUNT)
               IF OP-MONEY-LIMIT IS NUMERIC
                   MOVE OP-MONEY-LIMIT TO WS-OPR-LIMIT (WS-OPR-COUNT)
               ELSE
                   MOVE 0 TO WS-OPR-LIMIT (WS-OPR-COUNT)
               END-IF
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 1400 - THE SUSPENSE TRACE LOG IS SHARED WITH TRANTOT AND ONLY
      * EVER APPENDED TO.  BEFORE ANY JOB HAS WRITTEN IT, IT DOES
      * NOT EXIST (STATUS 35) AND IS CREATED; ANY OTHER NON-ZERO
      * STATUS IS A GENUINE I/O FAILURE.
      ******************************************************************
       1400-OPEN-SUSPENSE-TRACE.
           OPEN EXTEND STRCOUT
           IF WS-STRCOUT-STATUS = '35'
               OPEN OUTPUT STRCOUT
           END-IF
           IF WS-STRCOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 1450 - THE PROCESSING RECEIPT FILE IS SHARED WITH TRANTOT AND,
      * LIKE THE TRACE LOG, ONLY EVER APPENDED TO.
      ******************************************************************
       1450-OPEN-RECEIPT-FILE.
           OPEN EXTEND RCPTOUT
           IF WS-RCPTOUT-STATUS = '35'
               OPEN OUTPUT RCPTOUT
           END-IF
           IF WS-RCPTOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2000 SERIES - READ THE ACCUMULATED SUSPENSE FILE AND APPLY THE
      * OPERATOR'S DISPOSITION TO EACH ITEM.  SUSPIN IS OPTIONAL ONLY
               END-IF
           END-IF.

      ******************************************************************
      * 2050 - AN ITEM SUSPENDED BEFORE REFERENCES EXISTED IS GIVEN
      * ONE NOW, AND THE TRACE RECORDS IT AS THE START OF THE ITEM'S
      * LIFE.  FROM HERE ON IT CARRIES FORWARD WITH THE REFERENCE
      * LIKE ANY OTHER ITEM.
      ******************************************************************
       2050-ASSIGN-SUSPENSE-REF.
           ADD 1 TO WS-SUSP-REF-SEQ
           ADD 1 TO WS-REFS-ASSIGNED-COUNT
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME '-'
                  WS-SUSP-REF-SEQ
                  DELIMITED BY SIZE INTO SR-SUSP-REF
           MOVE 'S' TO WS-TRC-EVENT-TYPE
           MOVE SR-TRAN-COUNT TO WS-TRC-TRAN-COUNT
           MOVE WS-SUSP-AMOUNT-WORK TO WS-TRC-TRAN-AMOUNT
           MOVE SPACES TO WS-TRC-OPERATOR
           MOVE 'REFERENCE GIVEN TO OLDER ITEM' TO WS-TRC-TEXT
           PERFORM 2800-WRITE-TRACE-EVENT.

      ******************************************************************
      * 2100 - A DISPOSITION KEYED WITH A SUSPENSE REFERENCE MATCHES
      * THAT ONE ITEM.  ONE KEYED WITHOUT MATCHES THE FIRST UNUSED
      * ITEM WITH THE SAME CATEGORY, SUSPENSE DATE AND REASON, AS IT
      * ALWAYS HAS.
      ******************************************************************
       2100-DISPOSE-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSPENSE-READ-COUNT
           IF SR-TRAN-AMOUNT IS NUMERIC
           ELSE
               MOVE 0 TO WS-SUSP-AMOUNT-WORK
           END-IF
           IF SR-SUSP-REF = SPACES
               PERFORM 2050-ASSIGN-SUSPENSE-REF
           END-IF
           MOVE 'N' TO WS-DISP-FOUND-SW
           PERFORM VARYING WS-DISP-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DISP-SEARCH-IDX > WS-DISP-COUNT
                   OR WS-DISP-FOUND
               IF WS-DISP-USED (WS-DISP-SEARCH-IDX) = 'N'
                   IF WS-DISP-SUSP-REF (WS-DISP-SEARCH-IDX) NOT = SPACES
                       IF WS-DISP-SUSP-REF (WS-DISP-SEARCH-IDX)
                               = SR-SUSP-REF
                           SET WS-DISP-FOUND TO TRUE
                           MOVE WS-DISP-SEARCH-IDX TO WS-DISP-MATCH-IDX
                       END-IF
                   ELSE
                       IF WS-DISP-CATEGORY (WS-DISP-SEARCH-IDX)
                                   = SR-CATEGORY-CODE
                           AND WS-DISP-DATE (WS-DISP-SEARCH-IDX)
                                   = SR-SUSP-DATE
                           AND WS-DISP-REASON (WS-DISP-SEARCH-IDX)
                                   = SR-REASON-CODE
                           SET WS-DISP-FOUND TO TRUE
                           MOVE WS-DISP-SEARCH-IDX TO WS-DISP-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DISP-FOUND
               MOVE 'Y' TO WS-DISP-USED (WS-DISP-MATCH-IDX)
               MOVE SPACES TO WS-AUTH-REASON-TEXT
               IF WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'R'
                       OR WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'W'
                   PERFORM 2150-CHECK-DISP-AUTHORITY
               END-IF
               EVALUATE TRUE
                   WHEN WS-AUTH-REASON-TEXT NOT = SPACES
                       PERFORM 2180-REFUSE-DISPOSITION
                   WHEN WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'R'
                       PERFORM 2200-RELEASE-ITEM
                   WHEN WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'J'
                       PERFORM 2300-REREJECT-ITEM
                   WHEN WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'W'
                       ADD 1 TO WS-WRITEOFF-COUNT
                       PERFORM 2350-RECORD-WRITEOFF
                   WHEN OTHER
               PERFORM 2400-CARRY-ITEM-FORWARD
           END-IF.

      ******************************************************************
      * 2150 - OPERATOR AUTHORITY FOR A RELEASE OR WRITE-OFF.  THE
      * DISPOSITION'S OPERATOR MUST BE ON THE AUTHORITY FILE WITH THE
      * MATCHING FUNCTION, THE AMOUNT MOVED (A RELEASE'S CORRECTED
      * AMOUNT WHEN ONE IS KEYED, OTHERWISE THE SUSPENDED AMOUNT) MUST
      * NOT EXCEED ITS MONEY LIMIT, AND IT MAY NOT BE THE ID THAT
      * KEYED OR APPROVED THE SUSPENDED ITEM.  A BLANK REASON ON
      * RETURN MEANS THE DISPOSITION IS AUTHORIZED.
      ******************************************************************
       2150-CHECK-DISP-AUTHORITY.
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-OPR-FOUND
               IF WS-OPR-ID (WS-OPR-IDX)
                       = WS-DISP-OPERATOR (WS-DISP-MATCH-IDX)
                   SET WS-OPR-FOUND TO TRUE
                   MOVE WS-OPR-IDX TO WS-OPR-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'R'
                   AND WS-DISP-CORR-AMOUNT (WS-DISP-MATCH-IDX) NOT = 0
               COMPUTE WS-AUTH-AMOUNT-WORK = FUNCTION ABS
                   (WS-DISP-CORR-AMOUNT (WS-DISP-MATCH-IDX))
           ELSE
               COMPUTE WS-AUTH-AMOUNT-WORK =
                   FUNCTION ABS (WS-SUSP-AMOUNT-WORK)
           END-IF
           EVALUATE TRUE
               WHEN WS-DISP-OPERATOR (WS-DISP-MATCH-IDX) = SPACES
                   OR NOT WS-OPR-FOUND
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                       TO WS-AUTH-REASON-TEXT
               WHEN WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'R'
                   AND WS-OPR-RELEASE-FLAG (WS-OPR-MATCH-IDX) NOT = 'Y'
                   MOVE 'NOT AUTHORIZED TO RELEASE'
                       TO WS-AUTH-REASON-TEXT
               WHEN WS-DISP-ACTION (WS-DISP-MATCH-IDX) = 'W'
                   AND WS-OPR-WRITEOFF-FLAG (WS-OPR-MATCH-IDX)
                       NOT = 'Y'
                   MOVE 'NOT AUTHORIZED TO WRITE OFF'
                       TO WS-AUTH-REASON-TEXT
               WHEN WS-AUTH-AMOUNT-WORK
                       > WS-OPR-LIMIT (WS-OPR-MATCH-IDX)
                   MOVE 'AMOUNT EXCEEDS OPERATOR LIMIT'
                       TO WS-AUTH-REASON-TEXT
               WHEN WS-DISP-OPERATOR (WS-DISP-MATCH-IDX)
                       = SR-APPROVER-ID
                   OR WS-DISP-OPERATOR (WS-DISP-MATCH-IDX)
                       = SR-KEYED-BY-ID
                   MOVE 'OPERATOR KEYED OR APPROVED ITEM'
                       TO WS-AUTH-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 2180 - A REFUSED RELEASE OR WRITE-OFF CHANGES NOTHING: THE
      * ITEM CARRIES FORWARD IN SUSPENSE, KEEPS AGING, AND THE
      * REFUSAL IS LISTED ON THE REPORT WITH ITS REASON.
      ******************************************************************
       2180-REFUSE-DISPOSITION.
           ADD 1 TO WS-REFUSED-COUNT
           IF WS-RC-AUTH-REFUSED > WS-RETURN-CODE
               MOVE WS-RC-AUTH-REFUSED TO WS-RETURN-CODE
           END-IF
           IF WS-REF-COUNT < 200
               ADD 1 TO WS-REF-COUNT
               MOVE SR-CATEGORY-CODE TO WS-REF-CATEGORY (WS-REF-COUNT)
               MOVE SR-SUSP-DATE TO WS-REF-DATE (WS-REF-COUNT)
               MOVE WS-DISP-ACTION (WS-DISP-MATCH-IDX)
                   TO WS-REF-ACTION (WS-REF-COUNT)
               MOVE WS-DISP-OPERATOR (WS-DISP-MATCH-IDX)
                   TO WS-REF-OPERATOR (WS-REF-COUNT)
               MOVE WS-AUTH-AMOUNT-WORK TO WS-REF-AMOUNT (WS-REF-COUNT)
               MOVE WS-AUTH-REASON-TEXT TO WS-REF-REASON (WS-REF-COUNT)
               MOVE SR-SUSP-REF TO WS-REF-SUSP-REF (WS-REF-COUNT)
           ELSE
               ADD 1 TO WS-REF-OVERFLOW-COUNT
           END-IF
           PERFORM 2500-WRITE-SUSPOUT
           PERFORM 2600-RECORD-OPEN-ITEM.

      ******************************************************************
      * 2200 - A RELEASED ITEM GOES OUT AS A TRANIN DETAIL RECORD SO
      * IT FLOWS THROUGH TRANTOT'S NORMAL VALIDATION AND CATEGORY
      * AUDIT TRAIL HONEST.  A NON-ZERO CORRECTED COUNT ON THE
      * DISPOSITION OVERRIDES THE SUSPENDED COUNT.  THE FIRST RELEASE
      * OPENS THE BATCH WITH A HEADER RECORD; THE MATCHING TRAILER IS
      * WRITTEN AFTER ALL SUSPENSE HAS BEEN PROCESSED.  THE DETAIL
      * CARRIES THE ITEM'S SUSPENSE REFERENCE SO TRANTOT CAN POST IT
      * ONCE ONLY, AND THE RELEASE GOES ON THE TRACE.
      ******************************************************************
       2200-RELEASE-ITEM.
           IF NOT WS-REL-HDR-WRITTEN
           ELSE
               MOVE WS-SUSP-AMOUNT-WORK TO TR-TRAN-AMOUNT
           END-IF
           MOVE SR-SUSP-REF TO TR-SUSP-REF
           MOVE SR-SOURCE-ID TO TR-ORIG-SOURCE-ID
           MOVE SR-BUSINESS-DATE TO TR-ORIG-BUSINESS-DATE
           WRITE TRAN-RECORD
           IF WS-RELOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
           ADD 1 TO WS-RELEASED-COUNT
           ADD TR-TRAN-COUNT TO WS-RELEASED-TRANS
           ADD TR-TRAN-COUNT TO WS-REL-HASH-TOTAL
           ADD TR-TRAN-AMOUNT TO WS-RELEASED-AMOUNT
           MOVE 'R' TO WS-TRC-EVENT-TYPE
           MOVE TR-TRAN-COUNT TO WS-TRC-TRAN-COUNT
           MOVE TR-TRAN-AMOUNT TO WS-TRC-TRAN-AMOUNT
           MOVE WS-DISP-OPERATOR (WS-DISP-MATCH-IDX) TO WS-TRC-OPERATOR
           MOVE SPACES TO WS-TRC-TEXT
           STRING 'RELEASED FOR ' WS-RELEASE-DATE-YYYYMMDD
                  DELIMITED BY SIZE INTO WS-TRC-TEXT
           PERFORM 2800-WRITE-TRACE-EVENT
           PERFORM 2850-WRITE-FOLLOW-UP-RECEIPT.

       2250-WRITE-RELEASE-HEADER.
           MOVE SPACES TO TRAN-RECORD
      ******************************************************************
       2300-REREJECT-ITEM.
           ADD 1 TO WS-REREJECTED-COUNT
           MOVE 'J' TO WS-TRC-EVENT-TYPE
           MOVE SR-TRAN-COUNT TO WS-TRC-TRAN-COUNT
           MOVE WS-SUSP-AMOUNT-WORK TO WS-TRC-TRAN-AMOUNT
           MOVE WS-DISP-OPERATOR (WS-DISP-MATCH-IDX) TO WS-TRC-OPERATOR
           MOVE SR-REASON-TEXT TO WS-TRC-TEXT
           PERFORM 2800-WRITE-TRACE-EVENT
           PERFORM 2500-WRITE-SUSPOUT
           PERFORM 2600-RECORD-OPEN-ITEM.

      * THE OPERATOR'S WRITE-OFF REASON FROM THE DISPOSITION.
      ******************************************************************
       2350-RECORD-WRITEOFF.
           MOVE 'W' TO WS-TRC-EVENT-TYPE
           MOVE SR-TRAN-COUNT TO WS-TRC-TRAN-COUNT
           MOVE WS-SUSP-AMOUNT-WORK TO WS-TRC-TRAN-AMOUNT
           MOVE WS-DISP-OPERATOR (WS-DISP-MATCH-IDX) TO WS-TRC-OPERATOR
           MOVE WS-DISP-WO-REASON (WS-DISP-MATCH-IDX) TO WS-TRC-TEXT
           PERFORM 2800-WRITE-TRACE-EVENT
           PERFORM 2850-WRITE-FOLLOW-UP-RECEIPT
           IF WS-WO-COUNT < 200
               ADD 1 TO WS-WO-COUNT
               MOVE SR-CATEGORY-CODE TO WS-WO-CATEGORY (WS-WO-COUNT)
                   TO WS-WO-TRAN-AMOUNT (WS-WO-COUNT)
               MOVE WS-DISP-WO-REASON (WS-DISP-MATCH-IDX)
                   TO WS-WO-REASON (WS-WO-COUNT)
               MOVE SR-SUSP-REF TO WS-WO-SUSP-REF (WS-WO-COUNT)
           ELSE
               ADD 1 TO WS-WO-OVERFLOW-COUNT
           END-IF.
           MOVE SR-SUSP-DATE TO SO-SUSP-DATE
           MOVE WS-SUSP-AMOUNT-WORK TO SO-TRAN-AMOUNT
           MOVE SR-APPROVER-ID TO SO-APPROVER-ID
           MOVE SR-KEYED-BY-ID TO SO-KEYED-BY-ID
           MOVE SR-SUSP-REF TO SO-SUSP-REF
           MOVE SR-SOURCE-ID TO SO-SOURCE-ID
           MOVE SR-BUSINESS-DATE TO SO-BUSINESS-DATE
           WRITE SUSPOUT-RECORD
           IF WS-SUSPOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
               MOVE SR-REASON-CODE TO WS-OPEN-REASON (WS-OPEN-COUNT)
               MOVE SR-SUSP-DATE TO WS-OPEN-DATE (WS-OPEN-COUNT)
               MOVE WS-ITEM-AGE-DAYS TO WS-OPEN-AGE-DAYS (WS-OPEN-COUNT)
               MOVE SR-SUSP-REF TO WS-OPEN-SUSP-REF (WS-OPEN-COUNT)
           ELSE
               ADD 1 TO WS-OPEN-OVERFLOW-COUNT
           END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2800 - APPEND ONE EVENT TO THE SUSPENSE TRACE LOG FOR THE
      * ITEM IN SUSPENSE-RECORD.  THE CALLER SETS THE EVENT TYPE AND
      * THE FIGURES, OPERATOR AND TEXT THAT GO WITH IT.
      ******************************************************************
       2800-WRITE-TRACE-EVENT.
           MOVE SPACES TO SUSPENSE-TRACE-RECORD
           MOVE SR-SUSP-REF TO ST-SUSP-REF
           MOVE WS-RUN-DATE-YYYYMMDD TO ST-EVENT-DATE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO ST-RUN-TIMESTAMP
           MOVE WS-JOB-NAME TO ST-JOB-ID
           MOVE WS-TRC-EVENT-TYPE TO ST-EVENT-TYPE
           MOVE SR-CATEGORY-CODE TO ST-CATEGORY-CODE
           MOVE WS-TRC-TRAN-COUNT TO ST-TRAN-COUNT
           MOVE WS-TRC-TRAN-AMOUNT TO ST-TRAN-AMOUNT
           MOVE SR-REASON-CODE TO ST-REASON-CODE
           MOVE WS-TRC-OPERATOR TO ST-OPERATOR-ID
           MOVE WS-TRC-TEXT TO ST-EVENT-TEXT
           WRITE SUSPENSE-TRACE-RECORD
           IF WS-STRCOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-TRC-WRITTEN-COUNT
           END-IF.

      ******************************************************************
      * 2850 - TELL THE SOURCE SYSTEM WHAT BECAME OF ITS RECORD.  THE
      * FOLLOW-UP RECEIPT GOES OUT UNDER THE SOURCE ID AND BUSINESS
      * DATE OF THE BATCH THAT FIRST SENT IT, WITH THE SAME FIGURES,
      * OPERATOR AND TEXT AS THE TRACE EVENT JUST WRITTEN.  AN ITEM
      * SUSPENDED BEFORE RECEIPTS EXISTED HAS NO SOURCE TO ANSWER TO.
      ******************************************************************
       2850-WRITE-FOLLOW-UP-RECEIPT.
           IF SR-SOURCE-ID NOT = SPACES
               MOVE SPACES TO PROCESSING-RECEIPT-RECORD
               MOVE SR-SOURCE-ID TO RP-SOURCE-ID
               MOVE SR-BUSINESS-DATE TO RP-BUSINESS-DATE
               SET RP-FOLLOW-UP-RECEIPT TO TRUE
               MOVE 0 TO RP-BATCH-NUMBER
               STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                      DELIMITED BY SIZE INTO RP-RUN-TIMESTAMP
               MOVE WS-JOB-NAME TO RP-JOB-ID
               MOVE 0 TO RP-POSTING-CYCLE
               MOVE WS-TRC-EVENT-TYPE TO RP-FU-ACTION
               MOVE SR-SUSP-REF TO RP-FU-SUSP-REF
               MOVE SR-CATEGORY-CODE TO RP-FU-CATEGORY-CODE
               MOVE WS-TRC-TRAN-COUNT TO RP-FU-TRAN-COUNT
               MOVE WS-TRC-TRAN-AMOUNT TO RP-FU-TRAN-AMOUNT
               MOVE WS-TRC-OPERATOR TO RP-FU-OPERATOR-ID
               MOVE WS-TRC-TEXT TO RP-FU-TEXT
               IF RP-FU-RELEASED
                   MOVE WS-RELEASE-DATE-YYYYMMDD TO RP-FU-ACTION-DATE
               ELSE
                   MOVE WS-RUN-DATE-YYYYMMDD TO RP-FU-ACTION-DATE
               END-IF
               WRITE PROCESSING-RECEIPT-RECORD
               IF WS-RCPTOUT-STATUS NOT = '00'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-RCPT-WRITTEN-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * 3000 - A DISPOSITION THAT MATCHED NO SUSPENSE RECORD MEANS THE
      * OPERATOR KEYED A BAD KEY (OR THE ITEM WAS ALREADY DISPOSED OF)
           IF WS-WO-COUNT > 0
               PERFORM 4250-WRITE-WRITEOFF-LINES
           END-IF
           IF WS-REFUSED-COUNT > 0
               PERFORM 4270-WRITE-REFUSED-LINES
           END-IF
           PERFORM 4300-WRITE-AGING-LINES
           PERFORM 4400-WRITE-REASON-SUMMARY.

           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'DISPOSITIONS REFUSED (OPERATOR AUTHORITY) '
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-REFS-ASSIGNED-COUNT > 0
               MOVE WS-REFS-ASSIGNED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'OLDER ITEMS GIVEN A SUSPENSE REFERENCE . .'
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE WS-TRC-WRITTEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'EVENTS WRITTEN TO SUSPENSE TRACE  . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-RCPT-WRITTEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'FOLLOW-UP RECEIPTS TO SOURCE SYSTEMS  . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-UNMATCHED-DISP-COUNT > 0
               MOVE WS-UNMATCHED-DISP-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CATEGORY  SUSP DATE   TRAN COUNT'
                  '              AMOUNT  REASON                        '
                  '  SUSPENSE REFERENCE'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS
                      WS-AMOUNT-SUM-EDIT
                      '  '
                      WS-WO-REASON (WS-WO-SEARCH-IDX)
                      '  '
                      WS-WO-SUSP-REF (WS-WO-SEARCH-IDX)
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4270 - RELEASES AND WRITE-OFFS REFUSED ON OPERATOR AUTHORITY,
      * ONE LINE EACH WITH THE OPERATOR, THE AMOUNT THAT WOULD HAVE
      * MOVED AND THE REASON.  THE ITEMS THEMSELVES ARE STILL OPEN.
      ******************************************************************
       4270-WRITE-REFUSED-LINES.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'DISPOSITIONS REFUSED - OPERATOR AUTHORITY'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF NOT WS-OPR-LOADED
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** NO OPERATOR AUTHORITY FILE SUPPLIED - '
                      'NOTHING CAN BE RELEASED OR WRITTEN OFF ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CATEGORY  SUSP DATE  ACTION  OPERATOR'
                  '              AMOUNT  REASON                        '
                  '  SUSPENSE REFERENCE'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           PERFORM VARYING WS-REF-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-REF-SEARCH-IDX > WS-REF-COUNT
               MOVE WS-REF-AMOUNT (WS-REF-SEARCH-IDX)
                   TO WS-AMOUNT-SUM-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING WS-REF-CATEGORY (WS-REF-SEARCH-IDX)
                      '      '
                      WS-REF-DATE (WS-REF-SEARCH-IDX)
                      '   '
                      WS-REF-ACTION (WS-REF-SEARCH-IDX)
                      '     '
                      WS-REF-OPERATOR (WS-REF-SEARCH-IDX)
                      '  '
                      WS-AMOUNT-SUM-EDIT
                      '  '
                      WS-REF-REASON (WS-REF-SEARCH-IDX)
                      '  '
                      WS-REF-SUSP-REF (WS-REF-SEARCH-IDX)
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-PERFORM

           IF WS-REF-OVERFLOW-COUNT > 0
               MOVE WS-REF-OVERFLOW-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** '
                      WS-COUNT-EDIT
                      ' FURTHER REFUSALS NOT LISTED ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       4300-WRITE-AGING-LINES.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CATEGORY  REASON  SUSP DATE   AGE DAYS'
                  '      TRAN COUNT  SUSPENSE REFERENCE'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS
                      WS-AGE-EDIT
                      '       '
                      WS-TRAN-COUNT-EDIT
                      '  '
                      WS-OPEN-SUSP-REF (WS-OPEN-SEARCH-IDX)
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
       9000-TERMINATE.
           CLOSE SUSPOUT
           CLOSE RELOUT
           CLOSE STRCOUT
           CLOSE RCPTOUT
           CLOSE PRTOUT.
