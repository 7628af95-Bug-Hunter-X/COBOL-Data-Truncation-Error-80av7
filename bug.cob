      *                          WITH THE REPLACES KEY FILLED SO THE
      *                          CRASHED RUN'S ORPHAN BATCHES ARE
      *                          SUPERSEDED INSTEAD OF DOUBLE-POSTED.
      *   MAINT      2026-10-15  WIDEN THE CUMULATIVE CONTROL TOTAL
      *                          (WS-AREA-2, THE ENTITY TOTALS AND THE
      *                          REVIEW THRESHOLD) FROM 5 TO 9 DIGITS,
      *                          WITH THE CHECKPOINT, AUDIT TRAIL AND
      *                          SETTLEMENT TRAILER WIDENED TO MATCH.
      *                          RECORDS NOW GO OUT STAMPED WITH THE
      *                          WIDE LAYOUT BYTE, AND AN UNCONVERTED
      *                          CHECKPOINT OR AUDIT RECORD IS RE-MAPPED
      *                          THROUGH ITS OLD LAYOUT ON READ.  THE
      *                          DEFAULT REVIEW THRESHOLD MOVES TO 90
      *                          PER CENT OF THE NEW CAPACITY.
      *   MAINT      2026-10-15  CHECK MANUAL ADJUSTMENTS AGAINST THE
      *                          SHARED OPERATOR AUTHORITY FILE
      *                          (OPERIN) INSTEAD OF THE HARDCODED
      *                          APPROVER LIST: THE APPROVER NEEDS THE
      *                          ADJUST FUNCTION, THE AMOUNT MUST BE
      *                          WITHIN THE APPROVER'S MONEY LIMIT, AND
      *                          THE APPROVER MAY NOT BE THE OPERATOR
      *                          WHO KEYED THE ADJUSTMENT.  A REFUSED
      *                          ADJUSTMENT STILL GOES TO SUSPENSE AND
      *                          IS LISTED WITH ITS REASON IN A NEW
      *                          REPORT SECTION.
      *   MAINT      2026-10-15  KEEP A SOURCE FEED REGISTER (FEEDIN/
      *                          FEEDOUT) OF EVERY BATCH ACCEPTED, KEYED
      *                          BY SOURCE, ENTITY, BUSINESS DATE,
      *                          RECORD COUNT AND HASH TOTAL.  A BATCH
      *                          MATCHING ONE ALREADY REGISTERED, OR AN
      *                          EARLIER BATCH ON THE SAME FILE, IS NOT
      *                          POSTED AND IS LISTED AS A DUPLICATE ON
      *                          ITS OWN RETURN CODE.  A SOURCE SCHEDULE
      *                          (SCHDIN) NAMES THE SOURCES EXPECTED ON
      *                          EACH BUSINESS DAY OF THE SHARED
      *                          CALENDAR; MISSING AND UNEXPECTED
      *                          SOURCES ARE REPORTED ON A FURTHER
      *                          RETURN CODE.
      *   MAINT      2026-10-15  PRIOR-DAY BATCH REVERSAL (RUN MODE
      *                          REVRS, SIXTH AND SEVENTH PARM FIELDS
      *                          BUSINESS DATE AND SOURCE ID).  THE
      *                          FEED REGISTER NOW CARRIES EACH BATCH'S
      *                          SETTLEMENT KEY AND PER-CATEGORY COUNT
      *                          AND AMOUNT; A REVRS RUN POSTS THE
      *                          NEGATIVE OF THOSE FIGURES TO THE
      *                          CATEGORY, ENTITY AND PERIOD TOTALS,
      *                          WRITES REVERSAL MEMOS (TYPE V) THAT
      *                          POINT BACK TO THE ORIGINAL RUN, ISSUES
      *                          A REVERSING SETTLEMENT BATCH AGAINST
      *                          THE ORIGINAL CONTROL KEY AND MARKS THE
      *                          BATCH REVERSED.  A DATE IN A CLOSED
      *                          PERIOD OR A BATCH ALREADY REVERSED IS
      *                          REFUSED ON ITS OWN RETURN CODE.
      *   MAINT      2026-10-15  NUMBERED POSTING CYCLES WITHIN A
      *                          BUSINESS DAY: A RUN ON A DAY THE
      *                          CHECKPOINT ALREADY SHOWS POSTED IS THE
      *                          NEXT CYCLE AND POSTS ITS OWN FILE ON
      *                          TOP OF THE PRIOR CYCLE'S TOTALS, WITH
      *                          ITS OWN CHAIN RECORD, RUN-CONTROL
      *                          RECORD AND EXTRACT KEYS.  THE CYCLE
      *                          NUMBER RIDES THE CHECKPOINT, AUDIT
      *                          TRAIL, RUN-CONTROL RECORD AND REPORT
      *                          HEADER.  RERUN BACKS OUT ONLY THE
      *                          LATEST CYCLE.  THE CATEGORY HISTORY
      *                          KEEPS ONE DAY PER CATEGORY WITH THE
      *                          LATEST CYCLE'S SHARE ALONGSIDE, AND
      *                          THE TREND COMPARES THE WHOLE DAY SO
      *                          FAR.  A CYCLE AFTER THE DAY HAS
      *                          CLOSED THE PERIOD IS REFUSED.
      *   MAINT      2026-10-15  EVERY SUSPENSE ITEM GETS A PERMANENT
      *                          REFERENCE (SR-SUSP-REF) AND EACH EVENT
      *                          IN ITS LIFE GOES TO THE SUSPENSE TRACE
      *                          LOG (STRCOUT).  A RELEASED DETAIL
      *                          CARRIES ITS REFERENCE BACK; ONE WHOSE
      *                          REFERENCE THE TRACE ALREADY SHOWS
      *                          POSTED IS REFUSED AS A DOUBLE RELEASE
      *                          (RC 18), AND A POSTED RELEASE LEAVES A
      *                          TYPE S MEMO ON THE AUDIT TRAIL.
      *   MAINT      2026-10-15  FISCAL CALENDAR (FCALIN) FOR THE 4-4-5
      *                          YEAR: THE CLOSE ROLLS TO THE NEXT
      *                          FISCAL PERIOD, EACH CLOSE ADDS INTO
      *                          YEAR-TO-DATE FIGURES CARRIED ON THE
      *                          CHECKPOINT, AND THE CLOSE OF THE
      *                          YEAR'S LAST PERIOD WRITES THE ANNUAL
      *                          SUMMARY AND CATEGORY TOTALS TO THE
      *                          PERIOD HISTORY AND RESETS THEM.  A
      *                          RUN, RERUN OR RECOVERY BACK-OUT, OR
      *                          REVERSAL DATED IN A CLOSED PERIOD IS
      *                          REFUSED.
      *   MAINT      2026-10-15  APPEND A PROCESSING RECEIPT (RCPTOUT)
      *                          FOR EVERY TRANIN BATCH, KEYED BY ITS
      *                          SOURCE ID AND BUSINESS DATE: STATUS
      *                          (ACCEPTED, ACCEPTED WITH EXCEPTIONS,
      *                          REJECTED WITH THE INTEGRITY REASON, OR
      *                          DUPLICATE), THE RECORD COUNT AND HASH
      *                          COMPUTED, AND THE POSTED COUNT AND
      *                          AMOUNT, FOLLOWED BY ONE ITEM RECEIPT
      *                          PER RECORD SUSPENDED OR REFUSED.  A
      *                          SAME-DAY RERUN MARKS THE RECEIPTS OF
      *                          THE RUN IT BACKS OUT AS SUPERSEDED.
      *                          SUSPENSE NOW CARRIES THE SOURCE ID AND
      *                          BUSINESS DATE OF THE ORIGINAL BATCH.
      *   MAINT      2026-10-15  THE PERIOD LEDGER (OPENING, ACTIVITY
      *                          AND CLOSING COUNTS, PERIOD AND YEAR) IS
      *                          NOW NINE DIGITS, LIKE THE CUMULATIVE
      *                          TOTAL IT IS BUILT FROM; THE OPENINGS
      *                          MOVE TO NEW CHECKPOINT FIELDS AND AN
      *                          OLDER CHECKPOINT'S SEVEN-DIGIT SLOTS
      *                          ARE STILL READ.  PERIOD HISTORY
      *                          RECORDS ARE WRITTEN IN THE WIDE LAYOUT
      *                          AND SAY SO.  A CLOSING BALANCE THAT
      *                          WILL NOT FIT IS LOGGED TO OVFLOG AS
      *                          WELL AS RAISING RC 08.  OVERFLOW LOG
      *                          VALUE COLUMNS ARE NOW NINE DIGITS.  A
      *                          PERIOD MISSING FROM THE FISCAL
      *                          CALENDAR NOW RAISES RC 04, AS OTHER
      *                          REPORT-ONLY WARNINGS DO, INSTEAD OF
      *                          THE OVERFLOW CODE.
      *   MAINT      2026-10-15  THE UPSTREAM CONTROL TOTAL IS NOW NINE
      *                          DIGITS (A SEVEN-DIGIT CTLIN RECORD IS
      *                          RE-MAPPED AS READ) AND THE DIFFERENCE
      *                          TEN, WITH A SIZE CHECK; THE TIE-OUT
      *                          LINES PRINT THE FULL FIGURES.
      *   MAINT      2026-10-15  A WS-AREA-2 OVERFLOW LOGS THE TOTAL IT
      *                          COULD NOT HOLD IN THE ATTEMPTED AMOUNT
      *                          COLUMN, AS THE CLOSE OVERFLOWS DO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANTOT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIN-STATUS.

           SELECT FCALIN ASSIGN TO FCALIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCALIN-STATUS.

           SELECT OPERIN ASSIGN TO OPERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERIN-STATUS.

           SELECT FEEDIN ASSIGN TO FEEDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.

           SELECT FEEDOUT ASSIGN TO FEEDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDOUT-STATUS.

           SELECT SCHDIN ASSIGN TO SCHDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDIN-STATUS.

           SELECT RCTLIN ASSIGN TO RCTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTLIN-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTLOUT-STATUS.

           SELECT STRCIN ASSIGN TO STRCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRCIN-STATUS.

           SELECT STRCOUT ASSIGN TO STRCOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRCOUT-STATUS.

           SELECT RCPTOUT ASSIGN TO RCPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANIN
                         ==CK-AMOUNT-AREA-2== BY ==CKO-AMOUNT-AREA-2==
                         ==CK-PERIOD-ID==     BY ==CKO-PERIOD-ID==
                         ==CK-AREA-2-OPENING== BY ==CKO-AREA-2-OPENING==
                         ==CK-OLD-AREA-2-OPENING== BY
                                             ==CKO-OLD-AREA-2-OPENING==
                         ==CK-AMOUNT-OPENING== BY ==CKO-AMOUNT-OPENING==
                         ==CK-CAT-COUNT==     BY ==CKO-CAT-COUNT==
                         ==CK-CAT-ENTRY==     BY ==CKO-CAT-ENTRY==
                         ==CK-ENT-CODE==      BY ==CKO-ENT-CODE==
                         ==CK-ENT-AREA-2==    BY ==CKO-ENT-AREA-2==
                         ==CK-ENT-AMOUNT-AREA-2== BY
                                             ==CKO-ENT-AMOUNT-AREA-2==
                         ==CK-LAYOUT-VERSION== BY ==CKO-LAYOUT-VERSION==
                         ==CK-WIDE-LAYOUT==   BY ==CKO-WIDE-LAYOUT==
                         ==CK-CYCLE-NUMBER==  BY ==CKO-CYCLE-NUMBER==
                         ==CK-YTD-FISCAL-YEAR== BY
                                             ==CKO-YTD-FISCAL-YEAR==
                         ==CK-YTD-LAST-PERIOD-ID== BY
                                             ==CKO-YTD-LAST-PERIOD-ID==
                         ==CK-YTD-PERIODS==   BY ==CKO-YTD-PERIODS==
                         ==CK-YTD-AREA-2-OPENING== BY
                                             ==CKO-YTD-AREA-2-OPENING==
                         ==CK-OLD-YTD-AREA-2-OPENING== BY
                                         ==CKO-OLD-YTD-AREA-2-OPENING==
                         ==CK-YTD-AMOUNT-OPENING== BY
                                             ==CKO-YTD-AMOUNT-OPENING==
                         ==CK-YTD-ACTIVITY==  BY ==CKO-YTD-ACTIVITY==
                         ==CK-YTD-AMOUNT-ACTIVITY== BY
                                             ==CKO-YTD-AMOUNT-ACTIVITY==
                         ==CK-YTD-CAT-COUNT== BY ==CKO-YTD-CAT-COUNT==
                         ==CK-YTD-CAT-ENTRY== BY ==CKO-YTD-CAT-ENTRY==
                         ==CK-YTD-CAT-CODE==  BY ==CKO-YTD-CAT-CODE==
                         ==CK-YTD-CAT-TRAN-COUNT== BY
                                             ==CKO-YTD-CAT-TRAN-COUNT==
                         ==CK-YTD-CAT-AMOUNT== BY
                                             ==CKO-YTD-CAT-AMOUNT==.

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
                         ==CH-CATEGORY-CODE== BY ==CHO-CATEGORY-CODE==
                         ==CH-BUS-DATE==      BY ==CHO-BUS-DATE==
                         ==CH-TRAN-COUNT==    BY ==CHO-TRAN-COUNT==
                         ==CH-TRAN-AMOUNT==   BY ==CHO-TRAN-AMOUNT==
                         ==CH-LAST-CYCLE-COUNT== BY
                                     ==CHO-LAST-CYCLE-COUNT==
                         ==CH-LAST-CYCLE-AMOUNT== BY
                                     ==CHO-LAST-CYCLE-AMOUNT==.

       FD  AUDIN
           LABEL RECORDS ARE STANDARD
                                              ==AI-ARCHIVE-ANCHOR==
                         ==AR-ENTITY-SUMMARY== BY
                                              ==AI-ENTITY-SUMMARY==
                         ==AR-REVERSAL==      BY ==AI-REVERSAL==
                         ==AR-SUSPENSE-POSTED== BY
                                              ==AI-SUSPENSE-POSTED==
                         ==AR-ENTITY-CODE==   BY ==AI-ENTITY-CODE==
                         ==AR-ADJ-CATEGORY==  BY ==AI-ADJ-CATEGORY==
                         ==AR-ADJ-COUNT==     BY ==AI-ADJ-COUNT==
                         ==AR-ADJ-APPROVER==  BY ==AI-ADJ-APPROVER==
                         ==AR-ADJ-REASON==    BY ==AI-ADJ-REASON==
                         ==AR-LAYOUT-VERSION== BY
                                              ==AI-LAYOUT-VERSION==
                         ==AR-WIDE-LAYOUT==   BY ==AI-WIDE-LAYOUT==
                         ==AR-CYCLE-NUMBER==  BY ==AI-CYCLE-NUMBER==
                         ==AR-ORIG-RUN-TIMESTAMP== BY
                                     ==AI-ORIG-RUN-TIMESTAMP==
                         ==AR-ORIG-JOB-ID==   BY ==AI-ORIG-JOB-ID==
                         ==AR-ORIG-BUS-DATE== BY ==AI-ORIG-BUS-DATE==
                         ==AR-ORIG-SOURCE-ID== BY ==AI-ORIG-SOURCE-ID==
                         ==AR-SUSP-REF==      BY ==AI-SUSP-REF==.

       FD  CALIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CALREC.

       FD  FCALIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FCALREC.

       FD  OPERIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY OPERREC.

       FD  FEEDIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FEEDREC.

       FD  FEEDOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FEEDREC
               REPLACING ==FEED-REGISTER-RECORD== BY ==FEEDOUT-RECORD==
                         ==FR-SOURCE-ID==     BY ==FO-SOURCE-ID==
                         ==FR-ENTITY-CODE==   BY ==FO-ENTITY-CODE==
                         ==FR-BUSINESS-DATE== BY ==FO-BUSINESS-DATE==
                         ==FR-RECORD-COUNT==  BY ==FO-RECORD-COUNT==
                         ==FR-HASH-TOTAL==    BY ==FO-HASH-TOTAL==
                         ==FR-RUN-TIMESTAMP== BY ==FO-RUN-TIMESTAMP==
                         ==FR-JOB-ID==        BY ==FO-JOB-ID==
                         ==FR-LINE-TYPE==     BY ==FO-LINE-TYPE==
                         ==FR-BATCH-LINE==    BY ==FO-BATCH-LINE==
                         ==FR-CATEGORY-LINE== BY ==FO-CATEGORY-LINE==
                         ==FR-LINE-BODY==     BY ==FO-LINE-BODY==
                         ==FR-BATCH-DATA==    BY ==FO-BATCH-DATA==
                         ==FR-CONTROL-KEY==   BY ==FO-CONTROL-KEY==
                         ==FR-REVERSED-BY==   BY ==FO-REVERSED-BY==
                         ==FR-CATEGORY-DATA== BY ==FO-CATEGORY-DATA==
                         ==FR-CAT-CODE==      BY ==FO-CAT-CODE==
                         ==FR-CAT-COUNT==     BY ==FO-CAT-COUNT==
                         ==FR-CAT-AMOUNT==    BY ==FO-CAT-AMOUNT==.

       FD  SCHDIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FSCHREC.

       FD  RCTLIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
                                                ==RCO-EXT-KEY-COUNT==
                         ==RC-EXT-ENTRY==       BY ==RCO-EXT-ENTRY==
                         ==RC-EXT-ENTITY==      BY ==RCO-EXT-ENTITY==
                         ==RC-EXT-KEY==         BY ==RCO-EXT-KEY==
                         ==RC-CYCLE-NUMBER==    BY ==RCO-CYCLE-NUMBER==.

      ******************************************************************
      * STRCIN / STRCOUT - THE SUSPENSE TRACE LOG.  STRCIN IS READ
      * ONLY WHEN TODAY'S FILE CARRIES RELEASED ITEMS OR A RUN IS
      * BEING BACKED OUT, TO FIND WHICH REFERENCES ARE ALREADY
      * POSTED; STRCOUT IS THE SAME LOG OPENED EXTEND AND TAKES THIS
      * RUN'S EVENTS IN THE HISTORY STAGE.
      ******************************************************************
       FD  STRCIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STRCREC.

       FD  STRCOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STRCREC REPLACING
                         ==SUSPENSE-TRACE-RECORD== BY
                                              ==STRCOUT-RECORD==
                         ==ST-SUSP-REF==      BY ==STO-SUSP-REF==
                         ==ST-EVENT-DATE==    BY ==STO-EVENT-DATE==
                         ==ST-RUN-TIMESTAMP== BY ==STO-RUN-TIMESTAMP==
                         ==ST-JOB-ID==        BY ==STO-JOB-ID==
                         ==ST-EVENT-TYPE==    BY ==STO-EVENT-TYPE==
                         ==ST-SUSPENDED==     BY ==STO-SUSPENDED==
                         ==ST-RESUSPENDED==   BY ==STO-RESUSPENDED==
                         ==ST-REREJECTED==    BY ==STO-REREJECTED==
                         ==ST-RELEASED==      BY ==STO-RELEASED==
                         ==ST-WRITTEN-OFF==   BY ==STO-WRITTEN-OFF==
                         ==ST-POSTED==        BY ==STO-POSTED==
                         ==ST-DOUBLE-RELEASE== BY
                                              ==STO-DOUBLE-RELEASE==
                         ==ST-POSTING-BACKED-OUT== BY
                                          ==STO-POSTING-BACKED-OUT==
                         ==ST-CATEGORY-CODE== BY ==STO-CATEGORY-CODE==
                         ==ST-TRAN-COUNT==    BY ==STO-TRAN-COUNT==
                         ==ST-TRAN-AMOUNT==   BY ==STO-TRAN-AMOUNT==
                         ==ST-REASON-CODE==   BY ==STO-REASON-CODE==
                         ==ST-OPERATOR-ID==   BY ==STO-OPERATOR-ID==
                         ==ST-EVENT-TEXT==    BY ==STO-EVENT-TEXT==.

       FD  RCPTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RCPTREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-CATHOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-AUDIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-CALIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-FCALIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-OPERIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-FEEDIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-FEEDOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-SCHDIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-RCTLIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-RCTLOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-STRCIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-STRCOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-RCPTOUT-STATUS           PIC X(2) VALUE '00'.

      ******************************************************************
      * RUN CONTROL STATE.  THE RUN-CONTROL RECORD GOES OUT IN
      ******************************************************************
       01  WS-RUNCTL-REFUSED-SW        PIC X(1) VALUE 'N'.
           88  WS-RUNCTL-REFUSED       VALUE 'Y'.

      ******************************************************************
      * POSTING CYCLE WITHIN THE BUSINESS DAY.  A RUN ON A DAY THE
      * CHECKPOINT ALREADY SHOWS POSTED IS THAT DAY'S NEXT CYCLE AND
      * POSTS ITS OWN FILE ON TOP OF THE PRIOR CYCLE'S TOTALS; A
      * RERUN THAT BACKS THE LATEST CYCLE OUT TAKES OVER ITS NUMBER.
      * NO FURTHER CYCLE IS ACCEPTED ONCE THE DAY HAS CLOSED THE
      * PERIOD.
      ******************************************************************
       01  WS-CYCLE-NUMBER             PIC 9(2) VALUE 1.
       01  WS-PRIOR-CYCLE              PIC 9(2) VALUE 0.
       01  WS-CYCLE-LIMIT              PIC 9(2) VALUE 99.
       01  WS-CYCLE-REFUSED-SW         PIC X(1) VALUE 'N'.
           88  WS-CYCLE-REFUSED        VALUE 'Y'.
       01  WS-PRIOR-INCOMPLETE-SW      PIC X(1) VALUE 'N'.
           88  WS-PRIOR-INCOMPLETE     VALUE 'Y'.
       01  WS-RECOV-BACKOUT-SW         PIC X(1) VALUE 'N'.
           88  AUDIN-EOF               VALUE 'Y'.
       01  WS-EOF-CALIN                PIC X(1) VALUE 'N'.
           88  CALIN-EOF               VALUE 'Y'.
       01  WS-EOF-FCALIN               PIC X(1) VALUE 'N'.
           88  FCALIN-EOF              VALUE 'Y'.
       01  WS-EOF-OPERIN               PIC X(1) VALUE 'N'.
           88  OPERIN-EOF              VALUE 'Y'.
       01  WS-EOF-FEEDIN               PIC X(1) VALUE 'N'.
           88  FEEDIN-EOF              VALUE 'Y'.
       01  WS-EOF-SCHDIN               PIC X(1) VALUE 'N'.
           88  SCHDIN-EOF              VALUE 'Y'.
       01  WS-EOF-STRCIN               PIC X(1) VALUE 'N'.
           88  STRCIN-EOF              VALUE 'Y'.

      ******************************************************************
      * BUSINESS-DAY CALENDAR.  CALIN LISTS THE DECLARED HOLIDAYS;
       01  WS-CAL-BUS-COUNT            PIC 9(3) VALUE 0.
       01  WS-HIST-CUTOFF-DATE         PIC X(8) VALUE SPACES.

      ******************************************************************
      * FISCAL CALENDAR.  FCALIN LISTS THE ACCOUNTING PERIODS IN
      * ORDER WITH THEIR START AND END DATES AND FISCAL YEAR.  THE
      * CURRENT PERIOD'S ENTRY DRIVES THE CLOSED-PERIOD LOCK, THE
      * YEAR-END TEST AND THE ROLL TO THE NEXT PERIOD AT CLOSE.  A
      * SITE WITHOUT ONE (STATUS 35) KEEPS CALENDAR-MONTH PERIODS
      * WITH THE YEAR ENDING IN DECEMBER.
      ******************************************************************
       01  WS-FISCAL-CALENDAR.
           05  WS-FCAL-COUNT           PIC 9(3) VALUE 0.
           05  WS-FCAL-ENTRY OCCURS 60 TIMES.
               10  WS-FCAL-PERIOD-ID   PIC X(6).
               10  WS-FCAL-FISCAL-YEAR PIC X(4).
               10  WS-FCAL-START-DATE  PIC X(8).
               10  WS-FCAL-END-DATE    PIC X(8).
       01  WS-FCAL-IDX                 PIC 9(3) VALUE 0.
       01  WS-FCAL-CUR-IDX             PIC 9(3) VALUE 0.
       01  WS-FCAL-LOADED-SW           PIC X(1) VALUE 'N'.
           88  WS-FCAL-LOADED          VALUE 'Y'.
       01  WS-FCAL-MISSING-SW          PIC X(1) VALUE 'N'.
           88  WS-FCAL-PERIOD-MISSING  VALUE 'Y'.
       01  WS-FISCAL-YEAR              PIC X(4) VALUE SPACES.
       01  WS-YEAR-END-SW              PIC X(1) VALUE 'N'.
           88  WS-YEAR-END-PERIOD      VALUE 'Y'.
       01  WS-LOCK-TEST-DATE           PIC X(8) VALUE SPACES.
       01  WS-LOCK-CLOSED-SW           PIC X(1) VALUE 'N'.
           88  WS-LOCK-DATE-CLOSED     VALUE 'Y'.

       01  WS-AREA-1                   PIC 9(7) VALUE 0.
       01  WS-AREA-2                   PIC 9(9) VALUE 0.
       01  WS-AREA-2-MAXIMUM           PIC 9(9) VALUE 999999999.
       01  WS-PRIOR-AREA-1             PIC 9(7) VALUE 0.

      ******************************************************************
           05  WS-ENT-ENTRY OCCURS 5 TIMES.
               10  WS-ENT-CODE         PIC X(3).
               10  WS-ENT-AREA-1       PIC 9(7).
               10  WS-ENT-AREA-2       PIC 9(9).
               10  WS-ENT-AMOUNT-AREA-1 PIC S9(11)V99.
               10  WS-ENT-AMOUNT-AREA-2 PIC S9(13)V99.
               10  WS-ENT-ADJ-COUNT    PIC S9(7).
       01  WS-CURRENT-ENT-IDX          PIC 9(2) VALUE 0.
       01  WS-ENTITY-WORK-CODE         PIC X(3) VALUE SPACES.
       01  WS-DEFAULT-ENTITY           PIC X(3) VALUE 'DFT'.
       01  WS-ENT-NET-WORK             PIC S9(11) VALUE 0.
       01  WS-ENT-NET-AMT-WORK         PIC S9(11)V99 VALUE 0.
       01  WS-CK-ENT-IDX               PIC 9(2) VALUE 0.
       01  WS-CK-ENT-LIMIT             PIC 9(2) VALUE 0.
       01  WS-JOB-NAME                 PIC X(8) VALUE 'TRANTOT'.
       01  WS-JOB-ID                   PIC X(8) VALUE 'TRANTOT'.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 1.
       01  WS-AREA-2-BEFORE            PIC 9(9) VALUE 0.

      ******************************************************************
      * REPORT EDIT FIELDS
       01  WS-AREA-1-EDIT              PIC Z,ZZZ,ZZ9.
       01  WS-BATCH-NUMBER-EDIT        PIC ZZ9.
       01  WS-RECORD-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-AREA-2-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01  WS-CAT-TOTAL-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-CONTROL-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.
       01  WS-RECON-DIFFERENCE-EDIT    PIC -Z,ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-1-EDIT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-2-EDIT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CAT-AMOUNT-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CONTROL-AMOUNT-EDIT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DIFF-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-OPENING-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CLOSING-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-HIST-AVG-EDIT            PIC Z,ZZZ,ZZ9.
       01  WS-TODAY-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-VAR-PCT-EDIT             PIC ZZ,ZZ9.
       01  WS-ADJ-COUNT-EDIT           PIC -Z,ZZZ,ZZ9.
       01  WS-ADJ-AMOUNT-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ADJ-NET-COUNT-EDIT       PIC -ZZZ,ZZZ,ZZ9.
       01  WS-ACTIVITY-EDIT            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-YEAR-ACTIVITY-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-YEAR-PERIODS-EDIT        PIC Z9.
       01  WS-FEED-HASH-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SCH-EXPECTED-EDIT        PIC ZZ9.
       01  WS-SCH-ARRIVED-EDIT         PIC ZZ9.
       01  WS-SCH-MISSING-EDIT         PIC ZZ9.
       01  WS-FUX-COUNT-EDIT           PIC ZZ9.

      ******************************************************************
      * RECONCILIATION AGAINST THE UPSTREAM SOURCE SYSTEM'S INDEPENDENT
       01  WS-CTLIN-PRESENT-SW         PIC X(1) VALUE 'N'.
           88  WS-CTLIN-WAS-PRESENT    VALUE 'Y'.
       01  WS-RECON-TOLERANCE          PIC 9(5) VALUE 00005.
       01  WS-RECON-DIFFERENCE         PIC S9(10) VALUE 0.
       01  WS-RECON-MISMATCH-SW        PIC X(1) VALUE 'N'.
           88  WS-RECON-MISMATCH       VALUE 'Y'.
       01  WS-CTL-TOTAL-WORK           PIC 9(9) VALUE 0.
       01  WS-CTL-AMOUNT-WORK          PIC S9(11)V99 VALUE 0.
       01  WS-CTL-AMOUNT-WORK-SW       PIC X(1) VALUE 'N'.
           88  WS-CTL-AMOUNT-WORK-SET  VALUE 'Y'.
       01  WS-CTL-AMOUNT-GIVEN-SW      PIC X(1) VALUE 'N'.
           88  WS-CTL-AMOUNT-GIVEN     VALUE 'Y'.
       01  WS-RECON-AMOUNT-TOL         PIC 9(5)V99 VALUE 5.00.
       01  WS-PARM-OVERRIDE-SW         PIC X(1) VALUE 'N'.
           88  WS-PARM-OVERRIDE-GIVEN  VALUE 'Y'.
       01  WS-PARM-START-VALUE         PIC 9(7) VALUE 0.
       01  WS-AREA-2-THRESHOLD         PIC 9(9) VALUE 900000000.
       01  WS-THRESHOLD-EXCEEDED-SW    PIC X(1) VALUE 'N'.
           88  WS-THRESHOLD-EXCEEDED   VALUE 'Y'.
       01  WS-PARM-WORK-FIELDS.
           05  WS-PARM-START-TEXT      PIC X(7) VALUE SPACES.
           05  WS-PARM-THRESH-TEXT     PIC X(9) VALUE SPACES.
           05  WS-PARM-JOBID-TEXT      PIC X(8) VALUE SPACES.
           05  WS-PARM-MODE-TEXT       PIC X(5) VALUE SPACES.
           05  WS-PARM-VARPCT-TEXT     PIC X(3) VALUE SPACES.
           05  WS-PARM-RVS-DATE-TEXT   PIC X(8) VALUE SPACES.
           05  WS-PARM-RVS-SOURCE-TEXT PIC X(8) VALUE SPACES.
       01  WS-PARM-TEXT-LENGTH         PIC 9(3) VALUE 0.

      ******************************************************************
      * ACCOUNTING PERIOD STATE FOR THE MONTH-END CLOSE.  THE PERIOD
           88  WS-MODE-CLOSE           VALUE 'CLOSE'.
           88  WS-MODE-RERUN           VALUE 'RERUN'.
           88  WS-MODE-RECOV           VALUE 'RECOV'.
           88  WS-MODE-REVERSE         VALUE 'REVRS'.
       01  WS-BAD-MODE-SW              PIC X(1) VALUE 'N'.
           88  WS-BAD-MODE             VALUE 'Y'.
       01  WS-PERIOD-ID                PIC X(6) VALUE SPACES.
       01  WS-PERIOD-YM.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-AREA-2-OPENING           PIC 9(9) VALUE 0.
       01  WS-PERIOD-CLOSING           PIC 9(9) VALUE 0.
       01  WS-PERIOD-AMOUNT-CLOSING    PIC S9(13)V99 VALUE 0.
       01  WS-AMOUNT-OPENING           PIC S9(13)V99 VALUE 0.
       01  WS-PERIOD-ACTIVITY          PIC S9(9) VALUE 0.
       01  WS-PERIOD-AMOUNT-ACTIVITY   PIC S9(13)V99 VALUE 0.
       01  WS-PERIOD-CLOSE-OVFL-SW     PIC X(1) VALUE 'N'.
           88  WS-PERIOD-CLOSE-OVERFLOW VALUE 'Y'.
       01  WS-CK-CAT-IDX               PIC 9(3) VALUE 0.
       01  WS-CK-CAT-LIMIT             PIC 9(3) VALUE 0.

      ******************************************************************
      * YEAR-TO-DATE FIGURES FOR THE FISCAL YEAR, CARRIED ON THE
      * CHECKPOINT.  EACH CLOSE ADDS THE PERIOD IN; THE YEAR-END
      * CLOSE WRITES THEM OUT AS THE ANNUAL RECORDS AND CLEARS THEM.
      * THE YEAR FIELDS BELOW ARE THE ANNUAL FIGURES AS WRITTEN OR
      * REPORTED.
      ******************************************************************
       01  WS-YEAR-TO-DATE.
           05  WS-YTD-FISCAL-YEAR      PIC X(4) VALUE SPACES.
           05  WS-YTD-LAST-PERIOD-ID   PIC X(6) VALUE SPACES.
           05  WS-YTD-PERIODS          PIC 9(2) VALUE 0.
           05  WS-YTD-AREA-2-OPENING   PIC 9(9) VALUE 0.
           05  WS-YTD-AMOUNT-OPENING   PIC S9(13)V99 VALUE 0.
           05  WS-YTD-ACTIVITY         PIC 9(11) VALUE 0.
           05  WS-YTD-AMOUNT-ACTIVITY  PIC S9(13)V99 VALUE 0.
           05  WS-YTD-CAT-COUNT        PIC 9(3) VALUE 0.
           05  WS-YTD-CAT-ENTRY OCCURS 50 TIMES.
               10  WS-YTD-CAT-CODE     PIC X(4).
               10  WS-YTD-CAT-TRAN-COUNT PIC 9(11).
               10  WS-YTD-CAT-AMOUNT   PIC S9(13)V99.
       01  WS-YTD-IDX                  PIC 9(3) VALUE 0.
       01  WS-YTD-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-YTD-FOUND            VALUE 'Y'.
       01  WS-YEAR-PERIODS             PIC 9(2) VALUE 0.
       01  WS-YEAR-OPENING             PIC 9(9) VALUE 0.
       01  WS-YEAR-ACTIVITY            PIC 9(11) VALUE 0.
       01  WS-YEAR-CLOSING             PIC 9(9) VALUE 0.
       01  WS-YEAR-AMOUNT-OPENING      PIC S9(13)V99 VALUE 0.
       01  WS-YEAR-AMOUNT-ACTIVITY     PIC S9(13)V99 VALUE 0.
       01  WS-YEAR-AMOUNT-CLOSING      PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * ROLLING PER-CATEGORY DAILY HISTORY, TRAILING 30 BUSINESS DAYS.
      * LOADED FROM CATHIN AT INITIALIZE (RECORDS ASSUMED IN DATE
                   15  WS-HIST-DATE    PIC X(8).
                   15  WS-HIST-COUNT   PIC 9(7).
                   15  WS-HIST-AMOUNT  PIC S9(11)V99.
                   15  WS-HIST-CYC-COUNT
                                       PIC 9(7).
                   15  WS-HIST-CYC-AMOUNT
                                       PIC S9(11)V99.
       01  WS-HIST-IDX                 PIC 9(3) VALUE 0.
       01  WS-HIST-DAY-IDX             PIC 9(3) VALUE 0.
       01  WS-HIST-FOUND-SW            PIC X(1) VALUE 'N'.
       01  WS-HIST-SUM                 PIC 9(9) VALUE 0.
       01  WS-HIST-AVG                 PIC 9(7) VALUE 0.
       01  WS-TODAY-TOTAL              PIC 9(7) VALUE 0.
       01  WS-HIST-TRAIL-DAYS          PIC 9(3) VALUE 0.
       01  WS-HIST-EARLIER-COUNT       PIC 9(7) VALUE 0.
       01  WS-VARIANCE-PCT-LIMIT       PIC 9(3) VALUE 25.
       01  WS-VARIANCE-PCT             PIC 9(5) VALUE 0.
       01  WS-MISSING-FEED-SW          PIC X(1) VALUE 'N'.
       01  WS-RERUN-NOTE               PIC X(50) VALUE SPACES.
       01  WS-BACKOUT-COUNT            PIC 9(7) VALUE 0.
       01  WS-BACKOUT-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  WS-CHKPT-AREA-2-SAVE        PIC 9(9) VALUE 0.
       01  WS-CHKPT-AMOUNT-SAVE        PIC S9(13)V99 VALUE 0.
       01  WS-AUDIT-TODAY-FOUND-SW     PIC X(1) VALUE 'N'.
           88  WS-AUDIT-TODAY-FOUND    VALUE 'Y'.
                     ==AR-PERIOD-CLOSE==  BY ==BK-PERIOD-CLOSE==
                     ==AR-ARCHIVE-ANCHOR== BY ==BK-ARCHIVE-ANCHOR==
                     ==AR-ENTITY-SUMMARY== BY ==BK-ENTITY-SUMMARY==
                     ==AR-REVERSAL==      BY ==BK-REVERSAL==
                     ==AR-SUSPENSE-POSTED== BY ==BK-SUSPENSE-POSTED==
                     ==AR-ENTITY-CODE==   BY ==BK-ENTITY-CODE==
                     ==AR-ADJ-CATEGORY==  BY ==BK-ADJ-CATEGORY==
                     ==AR-ADJ-COUNT==     BY ==BK-ADJ-COUNT==
                     ==AR-ADJ-APPROVER==  BY ==BK-ADJ-APPROVER==
                     ==AR-ADJ-REASON==    BY ==BK-ADJ-REASON==
                     ==AR-LAYOUT-VERSION== BY ==BK-LAYOUT-VERSION==
                     ==AR-WIDE-LAYOUT==   BY ==BK-WIDE-LAYOUT==
                     ==AR-CYCLE-NUMBER==  BY ==BK-CYCLE-NUMBER==
                     ==AR-ORIG-RUN-TIMESTAMP== BY
                                 ==BK-ORIG-RUN-TIMESTAMP==
                     ==AR-ORIG-JOB-ID==   BY ==BK-ORIG-JOB-ID==
                     ==AR-ORIG-BUS-DATE== BY ==BK-ORIG-BUS-DATE==
                     ==AR-ORIG-SOURCE-ID== BY ==BK-ORIG-SOURCE-ID==
                     ==AR-SUSP-REF==      BY ==BK-SUSP-REF==.

      ******************************************************************
      * OLD-LAYOUT VIEWS OF THE CHECKPOINT AND AUDIT RECORDS.  A
      * CHECKPOINT OR TRAIL RECORD WRITTEN BEFORE THE CUMULATIVE
      * COUNTS WERE WIDENED READS WITH ITS LAYOUT BYTE BLANK AND IS
      * RE-MAPPED THROUGH THESE INTO THE CURRENT LAYOUT ON READ.
      ******************************************************************
       COPY CHKLGREC.
       COPY AUDLGREC.

      ******************************************************************
      * PRE-RESET TOTALS SAVED AT MONTH-END CLOSE SO THE CLOSE CAN
      * TO THE AUDIT TRAIL - WITHOUT IT, EVERY PERIOD BOUNDARY WOULD
      * READ AS A CHAIN GAP TO THE AUDIT INQUIRY FOREVER.
      ******************************************************************
       01  WS-CLOSE-AREA-2-SAVE        PIC 9(9) VALUE 0.
       01  WS-CLOSE-AMOUNT-SAVE        PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * ADJUSTMENT AND REVERSAL MEMOS BELONGING TO THE RUN BEING
      * BACKED OUT.  THE MEMOS FOLLOW THEIR RUN'S CHAIN RECORD ON
      * THE TRAIL, SO EACH NEW CHAIN RECORD FOR TODAY RESTARTS THE
      * COLLECTION AND THE SURVIVORS AT END OF FILE ARE THE PRIOR
      * RUN'S - THEIR PER-CATEGORY CONTRIBUTIONS MUST COME BACK OUT
      * OF THE PERIOD-TO-DATE TABLE ALONG WITH THE POSTED VOLUMES.
      ******************************************************************
       01  WS-BKADJ-TABLE.
           05  WS-BKADJ-COUNT          PIC 9(2) VALUE 0.
           05  WS-BKADJ-ENTRY OCCURS 60 TIMES.
               10  WS-BKADJ-CATEGORY   PIC X(4).
               10  WS-BKADJ-ADJ-COUNT  PIC S9(7).
               10  WS-BKADJ-ADJ-AMOUNT PIC S9(9)V99.
       01  WS-BKENT-IDX                PIC 9(2) VALUE 0.

      ******************************************************************
      * OPERATOR AUTHORITY TABLE, LOADED FROM THE SHARED AUTHORITY
      * FILE (OPERIN).  A MANUAL ADJUSTMENT IS ACCEPTED ONLY WHEN ITS
      * APPROVER IS ON THE FILE WITH THE ADJUST FUNCTION, THE
      * ADJUSTMENT AMOUNT (EITHER SIGN) IS WITHIN THE APPROVER'S
      * MONEY LIMIT, AND THE APPROVER IS NOT THE OPERATOR WHO KEYED
      * IT.  WITHOUT THE FILE (STATUS 35) NO ID IS AUTHORIZED AND
      * EVERY ADJUSTMENT GOES TO SUSPENSE; A RUN WITH NO ADJUSTMENTS
      * IS UNAFFECTED.
      ******************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-ADJUST-FLAG  PIC X(1).
               10  WS-OPR-LIMIT        PIC 9(13)V99.
       01  WS-OPR-IDX                  PIC 9(3) VALUE 0.
       01  WS-OPR-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-OPR-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-OPR-FOUND            VALUE 'Y'.
       01  WS-OPR-LOADED-SW            PIC X(1) VALUE 'N'.
           88  WS-OPR-LOADED           VALUE 'Y'.
       01  WS-AUTH-REASON-CODE         PIC X(2) VALUE SPACES.
       01  WS-AUTH-REASON-TEXT         PIC X(30) VALUE SPACES.
       01  WS-AUTH-AMOUNT-WORK         PIC 9(13)V99 VALUE 0.

      ******************************************************************
      * MANUAL ADJUSTMENTS REFUSED ON OPERATOR AUTHORITY THIS RUN,
      * LISTED WITH THEIR REASON IN THEIR OWN REPORT SECTION.  THE
      * SUSPENSE FILE CARRIES EVERY ONE OF THEM; PAST THE TABLE LIMIT
      * THEY ARE COUNTED BUT NOT LISTED.
      ******************************************************************
       01  WS-ADJ-REJECT-TABLE.
           05  WS-ADJ-REJ-COUNT        PIC 9(2) VALUE 0.
           05  WS-ADJ-REJ-ENTRY OCCURS 50 TIMES.
               10  WS-ADJ-REJ-CATEGORY PIC X(4).
               10  WS-ADJ-REJ-AMOUNT   PIC S9(9)V99.
               10  WS-ADJ-REJ-APPROVER PIC X(8).
               10  WS-ADJ-REJ-KEYED-BY PIC X(8).
               10  WS-ADJ-REJ-REASON   PIC X(30).
       01  WS-ADJ-REJ-IDX              PIC 9(2) VALUE 0.
       01  WS-ADJ-REJ-TOTAL            PIC 9(5) VALUE 0.
       01  WS-ADJ-REJ-UNLISTED         PIC 9(5) VALUE 0.

      ******************************************************************
      * MANUAL ADJUSTMENTS ACCEPTED THIS RUN.  APPLIED TO THE GRAND
       01  WS-ADJ-NET-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  WS-ADJ-COUNT-WORK           PIC S9(7) VALUE 0.
       01  WS-ADJ-AMOUNT-WORK          PIC S9(9)V99 VALUE 0.
       01  WS-ADJ-RESULT-WORK          PIC S9(11) VALUE 0.

      ******************************************************************
      * SOURCE FEED REGISTER.  THE PRIOR REGISTER (FEEDIN) IS HELD IN
      * THE REGISTER TABLE, LESS ENTRIES OLDER THAN THE HISTORY
      * WINDOW AND ANY ENTRY STAMPED BY A RUN THIS RERUN BACKED OUT,
      * AND GOES BACK OUT (FEEDOUT) WITH THIS RUN'S BATCHES ADDED.
      * THE BATCH TABLE HOLDS EACH BATCH ON TODAY'S TRANIN AS THE
      * VERIFICATION PASS TIES IT OUT; A BATCH WHOSE SOURCE, ENTITY,
      * DATE, RECORD COUNT AND HASH MATCH A REGISTERED BATCH OR AN
      * EARLIER BATCH ON THE SAME FILE IS A DUPLICATE TRANSMISSION,
      * AND THE POSTING PASS SKIPS EVERY RECORD OF IT.  WITHOUT A
      * REGISTER (STATUS 35) THE FIRST RUN STARTS AN EMPTY ONE.
      ******************************************************************
       01  WS-FEED-REG-TABLE.
           05  WS-FREG-COUNT           PIC 9(4) VALUE 0.
           05  WS-FREG-ENTRY OCCURS 2000 TIMES.
               10  WS-FREG-SOURCE      PIC X(8).
               10  WS-FREG-ENTITY      PIC X(3).
               10  WS-FREG-DATE        PIC X(8).
               10  WS-FREG-RECORDS     PIC 9(7).
               10  WS-FREG-HASH        PIC 9(9).
               10  WS-FREG-TIMESTAMP   PIC X(17).
               10  WS-FREG-JOB-ID      PIC X(8).
               10  WS-FREG-CONTROL-KEY PIC X(26).
               10  WS-FREG-REVERSED-BY PIC X(17).
               10  WS-FREG-CON-FIRST   PIC 9(4).
               10  WS-FREG-CON-COUNT   PIC 9(3).
       01  WS-FREG-IDX                 PIC 9(4) VALUE 0.
       01  WS-FREG-KEPT-SW             PIC X(1) VALUE 'N'.
           88  WS-FREG-KEPT            VALUE 'Y'.
       01  WS-FREG-LIMIT               PIC 9(4) VALUE 2000.
       01  WS-FEED-KEEP-DATE           PIC X(8) VALUE SPACES.
       01  WS-FEED-BATCH-TABLE.
           05  WS-FB-ENTRY OCCURS 100 TIMES.
               10  WS-FB-SOURCE        PIC X(8).
               10  WS-FB-ENTITY        PIC X(3).
               10  WS-FB-RECORDS       PIC 9(7).
               10  WS-FB-HASH          PIC 9(9).
               10  WS-FB-DUP-SW        PIC X(1).
                   88  WS-FB-DUPLICATE VALUE 'Y'.
               10  WS-FB-CAT-DAY OCCURS 50 TIMES.
                   15  WS-FB-CAT-COUNT PIC S9(9).
                   15  WS-FB-CAT-AMOUNT PIC S9(11)V99.
       01  WS-FB-CAT-SUB               PIC 9(3) VALUE 0.
       01  WS-FB-IDX                   PIC 9(3) VALUE 0.
       01  WS-FB-MATCH-IDX             PIC 9(3) VALUE 0.
       01  WS-FB-LIMIT                 PIC 9(3) VALUE 100.
       01  WS-FEED-DUP-COUNT           PIC 9(3) VALUE 0.
       01  WS-FEED-ENTITY-WORK         PIC X(3) VALUE SPACES.
       01  WS-FEED-RECORDS-WORK        PIC 9(7) VALUE 0.
       01  WS-FEED-HASH-WORK           PIC 9(9) VALUE 0.
       01  WS-FEED-MATCH-SW            PIC X(1) VALUE 'N'.
           88  WS-FEED-MATCHED         VALUE 'Y'.
       01  WS-POST-BATCH-IDX           PIC 9(3) VALUE 0.
       01  WS-SKIP-BATCH-SW            PIC X(1) VALUE 'N'.
           88  WS-SKIP-BATCH           VALUE 'Y'.

      ******************************************************************
      * FEED REGISTER CONTRIBUTIONS.  EACH REGISTERED BATCH CARRIES
      * THE COUNT AND SIGNED AMOUNT IT POSTED TO EACH CATEGORY, HELD
      * HERE IN REGISTER ORDER (THE BATCH ENTRY POINTS AT ITS FIRST
      * CONTRIBUTION AND SAYS HOW MANY IT HAS) AND WRITTEN BACK OUT
      * BEHIND ITS BATCH LINE.  A REVRS RUN POSTS THE NEGATIVE OF
      * THESE FIGURES.
      ******************************************************************
       01  WS-FEED-CONTRIB-TABLE.
           05  WS-FCON-COUNT           PIC 9(4) VALUE 0.
           05  WS-FCON-ENTRY OCCURS 6000 TIMES.
               10  WS-FCON-CATEGORY    PIC X(4).
               10  WS-FCON-TRAN-COUNT  PIC S9(9).
               10  WS-FCON-AMOUNT      PIC S9(11)V99.
       01  WS-FCON-IDX                 PIC 9(4) VALUE 0.
       01  WS-FCON-LAST                PIC 9(4) VALUE 0.
       01  WS-FCON-LIMIT               PIC 9(4) VALUE 6000.

      ******************************************************************
      * PRIOR-DAY BATCH REVERSAL (RUN MODE REVRS).  THE PARM NAMES A
      * PAST BUSINESS DATE AND SOURCE; EVERY REGISTERED BATCH FROM
      * THAT SOURCE ON THAT DATE NOT ALREADY REVERSED IS TAKEN BACK
      * OUT.  EVERYTHING IS VALIDATED BEFORE ANYTHING IS APPLIED, SO
      * A REFUSED REVERSAL MOVES NO FIGURE.  THE NET REVERSED COUNT
      * AND AMOUNT COME OFF THE GRAND TOTALS IN 3000 THE SAME WAY THE
      * NET MANUAL ADJUSTMENT DOES.
      ******************************************************************
       01  WS-RVS-TABLE.
           05  WS-RVS-COUNT            PIC 9(2) VALUE 0.
           05  WS-RVS-ENTRY OCCURS 10 TIMES.
               10  WS-RVS-FREG-IDX     PIC 9(4).
               10  WS-RVS-ENT-IDX      PIC 9(2).
               10  WS-RVS-TRAN-COUNT   PIC S9(9).
               10  WS-RVS-AMOUNT       PIC S9(11)V99.
               10  WS-RVS-NEW-KEY      PIC X(26).
       01  WS-RVS-IDX                  PIC 9(2) VALUE 0.
       01  WS-RVS-LIMIT                PIC 9(2) VALUE 10.
       01  WS-RVS-FOUND-COUNT          PIC 9(4) VALUE 0.
       01  WS-RVS-PRIOR-STAMP          PIC X(17) VALUE SPACES.
       01  WS-RVS-STAMP                PIC X(17) VALUE SPACES.
       01  WS-RVS-NET-COUNT            PIC S9(9) VALUE 0.
       01  WS-RVS-NET-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  WS-RVS-NOTE                 PIC X(60) VALUE SPACES.
       01  WS-RVS-REFUSED-SW           PIC X(1) VALUE 'N'.
           88  WS-RVS-REFUSED          VALUE 'Y'.
       01  WS-RVS-ONLY-SW              PIC X(1) VALUE 'N'.
           88  WS-RVS-ONLY-RUN         VALUE 'Y'.
       01  WS-RVS-SEQ-TEXT             PIC 9(2) VALUE 0.
       01  WS-RVS-DET-COUNT            PIC 9(9) VALUE 0.
       01  WS-RVS-ORIG-COUNT-EDIT      PIC Z,ZZZ,ZZ9.
       01  WS-RVS-ORIG-AMOUNT-EDIT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * SOURCE FEED SCHEDULE (SCHDIN).  EACH ACTIVE SOURCE IS
      * EXPECTED ON EVERY BUSINESS DAY UNLESS ITS WEEKDAY FLAG SAYS
      * OTHERWISE.  A SOURCE IS MISSING WHEN IT WAS EXPECTED AND NO
      * BATCH FOR IT IS REGISTERED TODAY OR ON TODAY'S FILE; A SOURCE
      * ON TODAY'S FILE THAT WAS NOT EXPECTED IS UNEXPECTED.  BOTH
      * RAISE THE FEED EXCEPTION RETURN CODE.  A SITE WITHOUT A
      * SCHEDULE (STATUS 35) SKIPS THE ARRIVAL CHECK.
      ******************************************************************
       01  WS-SCHED-TABLE.
           05  WS-SCH-COUNT            PIC 9(3) VALUE 0.
           05  WS-SCH-ENTRY OCCURS 100 TIMES.
               10  WS-SCH-SOURCE       PIC X(8).
               10  WS-SCH-DESC         PIC X(30).
               10  WS-SCH-ACTIVE-FLAG  PIC X(1).
               10  WS-SCH-DAY-FLAGS    PIC X(5).
               10  WS-SCH-EXPECT-SW    PIC X(1).
                   88  WS-SCH-EXPECTED VALUE 'Y'.
               10  WS-SCH-ARRIVED-SW   PIC X(1).
                   88  WS-SCH-ARRIVED  VALUE 'Y'.
       01  WS-SCH-IDX                  PIC 9(3) VALUE 0.
       01  WS-SCH-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-SCH-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-SCH-FOUND            VALUE 'Y'.
       01  WS-SCH-LOADED-SW            PIC X(1) VALUE 'N'.
           88  WS-SCH-LOADED           VALUE 'Y'.
       01  WS-SCH-BUS-DAY-SW           PIC X(1) VALUE 'N'.
           88  WS-SCH-BUS-DAY          VALUE 'Y'.
       01  WS-SCH-EXPECTED-COUNT       PIC 9(3) VALUE 0.
       01  WS-SCH-ARRIVED-COUNT        PIC 9(3) VALUE 0.
       01  WS-SCH-MISSING-COUNT        PIC 9(3) VALUE 0.
       01  WS-FEED-SOURCE-WORK         PIC X(8) VALUE SPACES.
       01  WS-FEED-UNEXP-REASON        PIC X(30) VALUE SPACES.
       01  WS-FEED-UNEXP-TABLE.
           05  WS-FUX-COUNT            PIC 9(3) VALUE 0.
           05  WS-FUX-ENTRY OCCURS 100 TIMES.
               10  WS-FUX-SOURCE       PIC X(8).
               10  WS-FUX-REASON       PIC X(30).
       01  WS-FUX-IDX                  PIC 9(3) VALUE 0.
       01  WS-FUX-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-FUX-FOUND            VALUE 'Y'.

      ******************************************************************
      * SUSPENSE REFERENCES AND TRACE.  A NEW SUSPENSE ITEM IS GIVEN
      * THE REFERENCE RUN-DATE-TIME-SEQUENCE; A RELEASED DETAIL THAT
      * FAILS AGAIN GOES BACK UNDER ITS OWN REFERENCE.  THE RELEASED
      * REFERENCES ON TODAY'S FILE ARE NOTED DURING VERIFICATION AND
      * LOOKED UP ON THE TRACE LOG BEFORE POSTING: ONE WHOSE LAST
      * POSTED EVENT IS NOT FOLLOWED BY A BACK-OUT HAS ALREADY BEEN
      * POSTED AND IS REFUSED.  THIS RUN'S EVENTS ARE HELD IN THE
      * TRACE TABLE AND APPENDED TO THE LOG IN THE HISTORY STAGE, SO
      * A RUN THAT NEVER COMPLETES LEAVES NO POSTED EVENT BEHIND.
      ******************************************************************
       01  WS-SUSP-REF-SEQ             PIC 9(5) VALUE 0.
       01  WS-ITEM-SUSPENDED-SW        PIC X(1) VALUE 'N'.
           88  WS-ITEM-SUSPENDED       VALUE 'Y'.
       01  WS-REL-REFUSED-SW           PIC X(1) VALUE 'N'.
           88  WS-REL-REFUSED          VALUE 'Y'.
       01  WS-RREF-TABLE.
           05  WS-RREF-ENTRY OCCURS 1000 TIMES.
               10  WS-RREF-SUSP-REF    PIC X(23).
               10  WS-RREF-POSTED-SW   PIC X(1).
                   88  WS-RREF-POSTED  VALUE 'Y'.
               10  WS-RREF-POSTED-STAMP PIC X(17).
               10  WS-RREF-POSTED-JOB  PIC X(8).
       01  WS-RREF-COUNT               PIC 9(4) VALUE 0.
       01  WS-RREF-LIMIT               PIC 9(4) VALUE 1000.
       01  WS-RREF-IDX                 PIC 9(4) VALUE 0.
       01  WS-RREF-MATCH-IDX           PIC 9(4) VALUE 0.
       01  WS-RREF-OVERFLOW-COUNT      PIC 9(5) VALUE 0.
       01  WS-RREF-KEY-WORK            PIC X(23) VALUE SPACES.
       01  WS-RREF-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-RREF-FOUND           VALUE 'Y'.
       01  WS-REL-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REL-POSTED-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-REL-REFUSED-TOTAL        PIC 9(5) VALUE 0.
       01  WS-REL-REF-TABLE.
           05  WS-REL-REF-ENTRY OCCURS 50 TIMES.
               10  WS-REL-REF-SUSP-REF PIC X(23).
               10  WS-REL-REF-CATEGORY PIC X(4).
               10  WS-REL-REF-COUNT    PIC 9(7).
               10  WS-REL-REF-AMOUNT   PIC S9(11)V99.
               10  WS-REL-REF-STAMP    PIC X(17).
               10  WS-REL-REF-JOB      PIC X(8).
       01  WS-REL-REF-COUNT-USED       PIC 9(2) VALUE 0.
       01  WS-REL-REF-IDX              PIC 9(2) VALUE 0.
       01  WS-REL-COUNT-EDIT           PIC ZZ,ZZ9.
       01  WS-REL-AMOUNT-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRC-WORK.
           05  WS-TRW-SUSP-REF         PIC X(23).
           05  WS-TRW-TYPE             PIC X(1).
               88  WS-TRW-POSTED       VALUE 'P'.
           05  WS-TRW-CATEGORY         PIC X(4).
           05  WS-TRW-TRAN-COUNT       PIC 9(7).
           05  WS-TRW-AMOUNT           PIC S9(11)V99.
           05  WS-TRW-REASON           PIC X(2).
           05  WS-TRW-TEXT             PIC X(30).
           05  WS-TRW-ENTITY           PIC X(3).
       01  WS-TRC-TABLE.
           05  WS-TRC-DATA OCCURS 2000 TIMES PIC X(83).
       01  WS-TRC-COUNT                PIC 9(4) VALUE 0.
       01  WS-TRC-LIMIT                PIC 9(4) VALUE 2000.
       01  WS-TRC-IDX                  PIC 9(4) VALUE 0.
       01  WS-TRC-OVERFLOW-COUNT       PIC 9(5) VALUE 0.
       01  WS-TRC-BACKOUT-COUNT        PIC 9(5) VALUE 0.

      ******************************************************************
      * PROCESSING RECEIPTS.  ONE BATCH ENTRY PER HEADER ON TRANIN,
      * NOTED DURING VERIFICATION WITH THE RECORD COUNT AND HASH
      * COMPUTED FOR IT; WHEN THE FILE IS REJECTED THE REST OF IT IS
      * STILL READ SO EVERY BATCH ON IT GETS ITS REJECTED RECEIPT.
      * THE POSTING PASS CREDITS EACH BATCH WITH WHAT IT POSTED AND
      * QUEUES AN ITEM FOR EVERY RECORD SUSPENDED OR REFUSED.  FEED
      * REGISTER ENTRIES DROPPED BY A SAME-DAY RERUN'S BACK-OUT ARE
      * NOTED SO THEIR EARLIER RECEIPTS CAN BE MARKED SUPERSEDED.
      * ALL ARE APPENDED TO RCPTOUT IN THE HISTORY STAGE.
      ******************************************************************
       01  WS-RCB-TABLE.
           05  WS-RCB-ENTRY OCCURS 100 TIMES.
               10  WS-RCB-SOURCE       PIC X(8).
               10  WS-RCB-ENTITY       PIC X(3).
               10  WS-RCB-DATE         PIC X(8).
               10  WS-RCB-RECORDS      PIC 9(7).
               10  WS-RCB-HASH         PIC 9(9).
               10  WS-RCB-POSTED-RECS  PIC 9(7).
               10  WS-RCB-POSTED-COUNT PIC S9(9).
               10  WS-RCB-POSTED-AMOUNT PIC S9(11)V99.
               10  WS-RCB-EXCEPTIONS   PIC 9(7).
       01  WS-RCB-COUNT                PIC 9(3) VALUE 0.
       01  WS-RCB-IDX                  PIC 9(3) VALUE 0.
       01  WS-RCB-FAILED-BATCH         PIC 9(3) VALUE 0.
       01  WS-RCB-SCAN-SW              PIC X(1) VALUE 'N'.
           88  WS-RCB-SCAN-IN-BATCH    VALUE 'Y'.
       01  WS-RCB-HDR-PENDING-SW       PIC X(1) VALUE 'N'.
           88  WS-RCB-HDR-PENDING      VALUE 'Y'.
       01  WS-RCB-COUNT-WORK           PIC S9(9) VALUE 0.
       01  WS-RCB-AMOUNT-WORK          PIC S9(11)V99 VALUE 0.
       01  WS-RCI-WORK.
           05  WS-RIW-BATCH            PIC 9(3).
           05  WS-RIW-SOURCE           PIC X(8).
           05  WS-RIW-DATE             PIC X(8).
           05  WS-RIW-SUSP-REF         PIC X(23).
           05  WS-RIW-CATEGORY         PIC X(4).
           05  WS-RIW-REASON           PIC X(2).
           05  WS-RIW-TEXT             PIC X(30).
           05  WS-RIW-TRAN-COUNT       PIC 9(7).
           05  WS-RIW-AMOUNT           PIC S9(9)V99.
       01  WS-RCI-TABLE.
           05  WS-RCI-DATA OCCURS 2000 TIMES PIC X(96).
       01  WS-RCI-COUNT                PIC 9(4) VALUE 0.
       01  WS-RCI-LIMIT                PIC 9(4) VALUE 2000.
       01  WS-RCI-IDX                  PIC 9(4) VALUE 0.
       01  WS-RCI-OVERFLOW-COUNT       PIC 9(5) VALUE 0.
       01  WS-RCX-TABLE.
           05  WS-RCX-ENTRY OCCURS 100 TIMES.
               10  WS-RCX-SOURCE       PIC X(8).
               10  WS-RCX-ENTITY       PIC X(3).
               10  WS-RCX-DATE         PIC X(8).
               10  WS-RCX-RECORDS      PIC 9(7).
               10  WS-RCX-HASH         PIC 9(9).
               10  WS-RCX-STAMP        PIC X(17).
       01  WS-RCX-COUNT                PIC 9(3) VALUE 0.
       01  WS-RCX-IDX                  PIC 9(3) VALUE 0.
       01  WS-RCPT-QUEUED-COUNT        PIC 9(5) VALUE 0.
       01  WS-RCPT-WRITTEN-COUNT       PIC 9(5) VALUE 0.
       01  WS-RCPT-COUNT-EDIT          PIC ZZ,ZZ9.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS)
       01  WS-RC-MISSING-FEED          PIC 9(2) VALUE 08.
       01  WS-RC-NONBUS-DAY            PIC 9(2) VALUE 24.
       01  WS-RC-INCOMPLETE-RUN        PIC 9(2) VALUE 28.
       01  WS-RC-AUTH-REJECT           PIC 9(2) VALUE 04.
       01  WS-RC-FEED-EXCEPTION        PIC 9(2) VALUE 10.
       01  WS-RC-DUP-BATCH             PIC 9(2) VALUE 18.
       01  WS-RC-REVERSAL-REFUSED      PIC 9(2) VALUE 14.
       01  WS-RC-CYCLE-REFUSED         PIC 9(2) VALUE 22.
       01  WS-RC-DOUBLE-RELEASE        PIC 9(2) VALUE 18.
       01  WS-RC-FISCAL-CALENDAR       PIC 9(2) VALUE 04.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-NONBUS-REFUSED AND NOT WS-RUNCTL-REFUSED
                   AND NOT WS-CYCLE-REFUSED
               PERFORM 1700-RECORD-RUN-IN-FLIGHT
               PERFORM 2000-PROCESS-TRANSACTIONS
               IF WS-MODE-REVERSE
                   PERFORM 2500-REVERSE-PRIOR-BATCH
               END-IF
               PERFORM 3000-FINALIZE-TOTALS
               PERFORM 4000-PRODUCE-REPORTS
               PERFORM 5000-WRITE-AUDIT-TRAIL
               MOVE 'Y' TO WS-STG-CHKPT-SW
               PERFORM 1750-REWRITE-RUN-CONTROL
               PERFORM 8200-WRITE-CATEGORY-HISTORY
               PERFORM 8300-WRITE-FEED-REGISTER
               PERFORM 8400-WRITE-SUSPENSE-TRACE
               PERFORM 8500-WRITE-PROCESSING-RECEIPTS
               MOVE 'Y' TO WS-STG-HIST-SW
               MOVE 'C' TO WS-RUN-STATUS-BYTE
               PERFORM 1750-REWRITE-RUN-CONTROL
               PERFORM 1180-CHECK-RUN-CONTROL
               IF NOT WS-RUNCTL-REFUSED
                   PERFORM 1300-LOAD-CATEGORY-MASTER
                   PERFORM 1360-LOAD-OPERATOR-AUTHORITY
                   PERFORM 1200-READ-CHECKPOINT
                   PERFORM 1400-LOAD-CATEGORY-HISTORY
                   PERFORM 1222-LOAD-FISCAL-CALENDAR
                   PERFORM 1230-LOCATE-FISCAL-PERIOD
                   IF WS-MODE-RERUN
                       PERFORM 1500-BACK-OUT-PRIOR-RUN
                   END-IF
                   IF WS-RECOV-BACKOUT-NEEDED
                       PERFORM 1510-RECOVER-PRIOR-RUN
                   END-IF
                   PERFORM 1220-SET-POSTING-CYCLE
                   PERFORM 1380-LOAD-FEED-REGISTER
                   PERFORM 1390-LOAD-SOURCE-SCHEDULE
                   IF WS-PARM-OVERRIDE-GIVEN
                       MOVE WS-PARM-START-VALUE TO WS-AREA-1
                   END-IF
      * BACKING ITS PARTIAL OUTPUTS OUT BEFORE TODAY'S FILE POSTS.
      * THE FIFTH FIELD
      * OVERRIDES THE VARIANCE PERCENTAGE THE HISTORY COMPARISON
      * FLAGS AT (DEFAULT 25).  MODE REVRS TAKES A PRIOR BUSINESS
      * DAY'S BATCH BACK OUT: THE SIXTH FIELD IS ITS BUSINESS DATE
      * (YYYYMMDD) AND THE SEVENTH ITS SOURCE ID.  ONLY THE LENGTH
      * THE CALLER PASSED IS SCANNED.
      ******************************************************************
       1100-PARSE-PARM.
           IF LS-PARM-LENGTH > 0
               IF LS-PARM-LENGTH > 100
                   MOVE 100 TO WS-PARM-TEXT-LENGTH
               ELSE
                   MOVE LS-PARM-LENGTH TO WS-PARM-TEXT-LENGTH
               END-IF
               UNSTRING LS-PARM-TEXT (1:WS-PARM-TEXT-LENGTH)
                   DELIMITED BY ','
                   INTO WS-PARM-START-TEXT WS-PARM-THRESH-TEXT
                        WS-PARM-JOBID-TEXT WS-PARM-MODE-TEXT
                        WS-PARM-VARPCT-TEXT WS-PARM-RVS-DATE-TEXT
                        WS-PARM-RVS-SOURCE-TEXT
               END-UNSTRING
               IF WS-PARM-START-TEXT NOT = SPACES
                   MOVE WS-PARM-START-TEXT TO WS-PARM-START-VALUE
                   IF WS-PARM-MODE-TEXT = 'CLOSE'
                           OR WS-PARM-MODE-TEXT = 'RERUN'
                           OR WS-PARM-MODE-TEXT = 'RECOV'
                           OR WS-PARM-MODE-TEXT = 'REVRS'
                       MOVE WS-PARM-MODE-TEXT TO WS-RUN-MODE
                   ELSE
                       SET WS-BAD-MODE TO TRUE
       1190-REPORT-INCOMPLETE-RUN.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF RC-CYCLE-NUMBER IS NUMERIC
               STRING '*** PRIOR RUN ON ' RC-RUN-DATE
                      ' CYCLE ' RC-CYCLE-NUMBER
                      ' BY ' RC-JOB-ID
                      ' DID NOT COMPLETE ***'
                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               STRING '*** PRIOR RUN ON ' RC-RUN-DATE
                      ' BY ' RC-JOB-ID
                      ' DID NOT COMPLETE ***'
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

      * TRANSACTIONS ARE ADDED IN.  CHKIN IS OPTIONAL ONLY IN THE SENSE
      * THAT IT DOES NOT YET EXIST ON THE FIRST RUN (STATUS 35) - ANY
      * OTHER NON-ZERO STATUS IS A GENUINE I/O FAILURE AND MUST NOT BE
      * TREATED THE SAME AS "NOTHING TO PRIME FROM".  A CHECKPOINT
      * ALREADY DATED TODAY MEANS AN EARLIER CYCLE HAS POSTED THE DAY;
      * ITS CYCLE NUMBER IS KEPT FOR 1220.
      ******************************************************************
       1200-READ-CHECKPOINT.
           OPEN INPUT CHKIN
                       SET CHKIN-EOF TO TRUE
               END-READ
               IF NOT CHKIN-EOF
                   IF NOT CK-WIDE-LAYOUT
                       PERFORM 1210-WIDEN-LEGACY-CHECKPOINT
                   END-IF
                   MOVE CK-AREA-1 TO WS-PRIOR-AREA-1
                   MOVE CK-AREA-2 TO WS-AREA-2
                   IF CK-RUN-DATE = WS-RUN-DATE-YYYYMMDD
                       IF CK-CYCLE-NUMBER IS NUMERIC
                               AND CK-CYCLE-NUMBER > 0
                           MOVE CK-CYCLE-NUMBER TO WS-PRIOR-CYCLE
                       ELSE
                           MOVE 1 TO WS-PRIOR-CYCLE
                       END-IF
                   END-IF
                   IF CK-AMOUNT-AREA-2 IS NUMERIC
                       MOVE CK-AMOUNT-AREA-2 TO WS-AMOUNT-AREA-2
                   END-IF
                   END-IF
                   IF CK-AREA-2-OPENING IS NUMERIC
                       MOVE CK-AREA-2-OPENING TO WS-AREA-2-OPENING
                   ELSE
                       IF CK-OLD-AREA-2-OPENING IS NUMERIC
                           MOVE CK-OLD-AREA-2-OPENING
                               TO WS-AREA-2-OPENING
                       END-IF
                   END-IF
                   IF CK-AMOUNT-OPENING IS NUMERIC
                       MOVE CK-AMOUNT-OPENING TO WS-AMOUNT-OPENING
                   END-IF
                   PERFORM 1250-MERGE-PERIOD-CATEGORIES
                   PERFORM 1260-LOAD-YEAR-TO-DATE
                   PERFORM 1280-MERGE-ENTITY-SECTIONS
               END-IF
               CLOSE CHKIN
               END-IF
           END-IF.

      ******************************************************************
      * 1210 - A CHECKPOINT WRITTEN BEFORE THE CUMULATIVE COUNTS WERE
      * WIDENED CARRIES THEM AT FIVE DIGITS, SO EVERY FIELD FROM
      * CK-AREA-2 ON SITS AT A DIFFERENT OFFSET.  THE RECORD IS
      * RE-MAPPED THROUGH THE OLD LAYOUT INTO THE CURRENT ONE BEFORE
      * ANYTHING IS PRIMED FROM IT.  THE AMOUNTS, PERIOD FIELDS AND
      * CATEGORY TABLE MOVE ACROSS UNCHANGED, SO THE IS NUMERIC
      * TESTS BELOW SEE AN OLDER CHECKPOINT'S BLANK FIELDS EXACTLY
      * AS THEY ALWAYS HAVE.
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

      ******************************************************************
      * 1220 - NUMBER THIS RUN'S POSTING CYCLE.  THE FIRST RUN OF A
      * BUSINESS DAY IS CYCLE 1 AND EACH LATER RUN THAT DAY POSTS
      * AS THE NEXT CYCLE ON TOP OF THE CHECKPOINTED TOTALS.  A
      * RERUN THAT BACKED THE LATEST CYCLE OUT REPOSTS UNDER THAT
      * CYCLE'S NUMBER.  A RUN DATED IN A PERIOD ALREADY CLOSED -
      * WHETHER A CYCLE OF THE DAY RAN THE CLOSE OR THE CLOSE WAS
      * TAKEN EARLY - WOULD POST INTO FIGURES THAT HAVE GONE TO THE
      * PERIOD HISTORY, SO IT IS REFUSED BEFORE ANYTHING POSTS, AS
      * IS A CYCLE PAST THE NUMBERING LIMIT AND A CLOSE THE FISCAL
      * CALENDAR HAS NO NEXT PERIOD TO ROLL TO.
      ******************************************************************
       1220-SET-POSTING-CYCLE.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-LOCK-TEST-DATE
           PERFORM 1235-TEST-DATE-CLOSED
           EVALUATE TRUE
               WHEN WS-LOCK-DATE-CLOSED AND WS-PRIOR-CYCLE > 0
                   SET WS-CYCLE-REFUSED TO TRUE
                   STRING '*** PERIOD ALREADY CLOSED BY CYCLE '
                          WS-PRIOR-CYCLE ' OF ' WS-RUN-DATE-YYYYMMDD
                          ' - RUN REFUSED - NOTHING POSTED ***'
                          DELIMITED BY SIZE INTO PL-TEXT
               WHEN WS-LOCK-DATE-CLOSED
                   SET WS-CYCLE-REFUSED TO TRUE
                   STRING '*** ' WS-RUN-DATE-YYYYMMDD
                          ' FALLS IN A CLOSED PERIOD - OPEN PERIOD IS '
                          WS-PERIOD-ID
                          ' - RUN REFUSED - NOTHING POSTED ***'
                          DELIMITED BY SIZE INTO PL-TEXT
               WHEN WS-MODE-CLOSE AND WS-FCAL-LOADED
                       AND (WS-FCAL-CUR-IDX = 0
                        OR WS-FCAL-CUR-IDX NOT < WS-FCAL-COUNT)
                   SET WS-CYCLE-REFUSED TO TRUE
                   STRING '*** FISCAL CALENDAR HAS NO PERIOD AFTER '
                          WS-PERIOD-ID
                          ' - CLOSE REFUSED - NOTHING POSTED ***'
                          DELIMITED BY SIZE INTO PL-TEXT
               WHEN WS-PRIOR-CYCLE = 0
                   MOVE 1 TO WS-CYCLE-NUMBER
               WHEN WS-MODE-RERUN AND WS-BACKOUT-DONE
                   MOVE WS-PRIOR-CYCLE TO WS-CYCLE-NUMBER
               WHEN WS-PRIOR-CYCLE NOT < WS-CYCLE-LIMIT
                   SET WS-CYCLE-REFUSED TO TRUE
                   STRING '*** ' WS-RUN-DATE-YYYYMMDD
                          ' ALREADY POSTED IN ' WS-PRIOR-CYCLE
                          ' CYCLES - RUN REFUSED - NOTHING POSTED ***'
                          DELIMITED BY SIZE INTO PL-TEXT
               WHEN OTHER
                   COMPUTE WS-CYCLE-NUMBER = WS-PRIOR-CYCLE + 1
           END-EVALUATE
           IF WS-CYCLE-REFUSED
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
               IF WS-RC-CYCLE-REFUSED > WS-RETURN-CODE
                   MOVE WS-RC-CYCLE-REFUSED TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 1222 - LOAD THE FISCAL CALENDAR.  A SITE NOT CARRYING ONE
      * (STATUS 35) KEEPS CALENDAR-MONTH PERIODS; ANY OTHER NON-ZERO
      * STATUS, OR MORE PERIODS THAN THE TABLE HOLDS, IS A FILE
      * ERROR.
      ******************************************************************
       1222-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FCALIN
           IF WS-FCALIN-STATUS = '00'
               SET WS-FCAL-LOADED TO TRUE
               PERFORM UNTIL FCALIN-EOF
                   READ FCALIN INTO FISCAL-CALENDAR-RECORD
                       AT END
                           SET FCALIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1224-STORE-FISCAL-PERIOD
                   END-READ
               END-PERFORM
               CLOSE FCALIN
           ELSE
               IF WS-FCALIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1224-STORE-FISCAL-PERIOD.
           IF WS-FCAL-COUNT < 60
               ADD 1 TO WS-FCAL-COUNT
               MOVE FC-PERIOD-ID TO WS-FCAL-PERIOD-ID (WS-FCAL-COUNT)
               MOVE FC-FISCAL-YEAR
                   TO WS-FCAL-FISCAL-YEAR (WS-FCAL-COUNT)
               MOVE FC-START-DATE TO WS-FCAL-START-DATE (WS-FCAL-COUNT)
               MOVE FC-END-DATE TO WS-FCAL-END-DATE (WS-FCAL-COUNT)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 1230 - FIND THE OPEN PERIOD ON THE FISCAL CALENDAR.  A FIRST
      * RUN (NO PERIOD ON THE CHECKPOINT) STARTS IN THE PERIOD THAT
      * CONTAINS THE RUN DATE; OTHERWISE THE CHECKPOINT'S PERIOD ID
      * IS LOOKED UP.  A PERIOD THE CALENDAR DOES NOT LIST IS FLAGGED
      * ON THE REPORT AND THE RUN FALLS BACK TO CALENDAR MONTHS FOR
      * THE LOCK, AS A SITE WITHOUT A FISCAL CALENDAR DOES; LIKE THE
      * OTHER REPORT-ONLY WARNINGS IT RAISES RC 04.
      ******************************************************************
       1230-LOCATE-FISCAL-PERIOD.
           MOVE 0 TO WS-FCAL-CUR-IDX
           IF WS-FCAL-LOADED
               PERFORM VARYING WS-FCAL-IDX FROM 1 BY 1
                       UNTIL WS-FCAL-IDX > WS-FCAL-COUNT
                       OR WS-FCAL-CUR-IDX > 0
                   IF WS-PERIOD-ID = SPACES
                       IF WS-RUN-DATE-YYYYMMDD NOT <
                               WS-FCAL-START-DATE (WS-FCAL-IDX)
                           AND WS-RUN-DATE-YYYYMMDD NOT >
                               WS-FCAL-END-DATE (WS-FCAL-IDX)
                           MOVE WS-FCAL-IDX TO WS-FCAL-CUR-IDX
                       END-IF
                   ELSE
                       IF WS-FCAL-PERIOD-ID (WS-FCAL-IDX)
                               = WS-PERIOD-ID
                           MOVE WS-FCAL-IDX TO WS-FCAL-CUR-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FCAL-CUR-IDX = 0
                   SET WS-FCAL-PERIOD-MISSING TO TRUE
                   IF WS-RC-FISCAL-CALENDAR > WS-RETURN-CODE
                       MOVE WS-RC-FISCAL-CALENDAR TO WS-RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-FCAL-PERIOD-ID (WS-FCAL-CUR-IDX)
                       TO WS-PERIOD-ID
               END-IF
           END-IF
           IF WS-PERIOD-ID = SPACES
               MOVE WS-RUN-DATE-YYYYMMDD (1:6) TO WS-PERIOD-ID
           END-IF
           PERFORM 1240-SET-FISCAL-YEAR.

      ******************************************************************
      * 1235 - THE CLOSED-PERIOD LOCK.  A DATE IS IN A CLOSED PERIOD
      * WHEN IT FALLS BEFORE THE START OF THE OPEN PERIOD ON THE
      * FISCAL CALENDAR - OR, WITHOUT ONE, IN A MONTH BEFORE THE
      * OPEN PERIOD'S YYYYMM.  THE CALLER SETS WS-LOCK-TEST-DATE.
      ******************************************************************
       1235-TEST-DATE-CLOSED.
           MOVE 'N' TO WS-LOCK-CLOSED-SW
           IF WS-FCAL-CUR-IDX > 0
               IF WS-LOCK-TEST-DATE
                       < WS-FCAL-START-DATE (WS-FCAL-CUR-IDX)
                   SET WS-LOCK-DATE-CLOSED TO TRUE
               END-IF
           ELSE
               IF WS-LOCK-TEST-DATE (1:6) < WS-PERIOD-ID
                   SET WS-LOCK-DATE-CLOSED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 1240 - THE OPEN PERIOD'S FISCAL YEAR, AND WHETHER ITS CLOSE IS
      * THE YEAR-END CLOSE: ON THE FISCAL CALENDAR, NO LATER PERIOD
      * CARRIES THE SAME YEAR; WITHOUT ONE, THE PERIOD IS DECEMBER.
      ******************************************************************
       1240-SET-FISCAL-YEAR.
           MOVE 'N' TO WS-YEAR-END-SW
           IF WS-FCAL-CUR-IDX > 0
               MOVE WS-FCAL-FISCAL-YEAR (WS-FCAL-CUR-IDX)
                   TO WS-FISCAL-YEAR
               SET WS-YEAR-END-PERIOD TO TRUE
               PERFORM VARYING WS-FCAL-IDX FROM WS-FCAL-CUR-IDX BY 1
                       UNTIL WS-FCAL-IDX > WS-FCAL-COUNT
                   IF WS-FCAL-IDX > WS-FCAL-CUR-IDX
                           AND WS-FCAL-FISCAL-YEAR (WS-FCAL-IDX)
                               = WS-FISCAL-YEAR
                       MOVE 'N' TO WS-YEAR-END-SW
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-PERIOD-ID (1:4) TO WS-FISCAL-YEAR
               IF WS-PERIOD-ID (5:2) = '12'
                   SET WS-YEAR-END-PERIOD TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 1250 - THE CHECKPOINT'S PER-CATEGORY PERIOD-TO-DATE TOTALS ARE
      * MERGED INTO THE BREAKDOWN TABLE AFTER THE MASTER HAS LOADED.
               END-PERFORM
           END-IF.

      ******************************************************************
      * 1260 - THE CHECKPOINT'S YEAR-TO-DATE SECTION.  A CHECKPOINT
      * WRITTEN BEFORE THE SECTION EXISTED CARRIES IT BLANK, AND THE
      * YEAR-TO-DATE FIGURES START FROM THE NEXT CLOSE.
      ******************************************************************
       1260-LOAD-YEAR-TO-DATE.
           IF CK-YTD-FISCAL-YEAR NOT = SPACES
               MOVE CK-YTD-FISCAL-YEAR TO WS-YTD-FISCAL-YEAR
               MOVE CK-YTD-LAST-PERIOD-ID TO WS-YTD-LAST-PERIOD-ID
               IF CK-YTD-PERIODS IS NUMERIC
                   MOVE CK-YTD-PERIODS TO WS-YTD-PERIODS
               END-IF
               IF CK-YTD-AREA-2-OPENING IS NUMERIC
                   MOVE CK-YTD-AREA-2-OPENING TO WS-YTD-AREA-2-OPENING
               ELSE
                   IF CK-OLD-YTD-AREA-2-OPENING IS NUMERIC
                       MOVE CK-OLD-YTD-AREA-2-OPENING
                           TO WS-YTD-AREA-2-OPENING
                   END-IF
               END-IF
               IF CK-YTD-AMOUNT-OPENING IS NUMERIC
                   MOVE CK-YTD-AMOUNT-OPENING TO WS-YTD-AMOUNT-OPENING
               END-IF
               IF CK-YTD-ACTIVITY IS NUMERIC
                   MOVE CK-YTD-ACTIVITY TO WS-YTD-ACTIVITY
               END-IF
               IF CK-YTD-AMOUNT-ACTIVITY IS NUMERIC
                   MOVE CK-YTD-AMOUNT-ACTIVITY
                       TO WS-YTD-AMOUNT-ACTIVITY
               END-IF
               IF CK-YTD-CAT-COUNT IS NUMERIC
                   MOVE CK-YTD-CAT-COUNT TO WS-YTD-CAT-COUNT
                   IF WS-YTD-CAT-COUNT > 50
                       MOVE 50 TO WS-YTD-CAT-COUNT
                   END-IF
               END-IF
               PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                       UNTIL WS-YTD-IDX > WS-YTD-CAT-COUNT
                   MOVE CK-YTD-CAT-CODE (WS-YTD-IDX)
                       TO WS-YTD-CAT-CODE (WS-YTD-IDX)
                   IF CK-YTD-CAT-TRAN-COUNT (WS-YTD-IDX) IS NUMERIC
                       MOVE CK-YTD-CAT-TRAN-COUNT (WS-YTD-IDX)
                           TO WS-YTD-CAT-TRAN-COUNT (WS-YTD-IDX)
                   ELSE
                       MOVE 0 TO WS-YTD-CAT-TRAN-COUNT (WS-YTD-IDX)
                   END-IF
                   IF CK-YTD-CAT-AMOUNT (WS-YTD-IDX) IS NUMERIC
                       MOVE CK-YTD-CAT-AMOUNT (WS-YTD-IDX)
                           TO WS-YTD-CAT-AMOUNT (WS-YTD-IDX)
                   ELSE
                       MOVE 0 TO WS-YTD-CAT-AMOUNT (WS-YTD-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       1270-MERGE-ONE-PERIOD-CAT.
           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-CAT-SEARCH-IDX FROM 1 BY 1
               END-IF
           END-IF.

      ******************************************************************
      * 1360 - LOAD THE SHARED OPERATOR AUTHORITY FILE.  A MISSING
      * FILE (STATUS 35) IS NOT AN I/O FAILURE - IT LEAVES THE TABLE
      * EMPTY, SO NO APPROVER IS AUTHORIZED AND ANY ADJUSTMENT GOES
      * TO SUSPENSE.  ANY OTHER NON-ZERO STATUS IS A GENUINE I/O
      * FAILURE, AND IDS BEYOND THE TABLE LIMIT ARE A HARD ERROR
      * RATHER THAN BEING SILENTLY DROPPED.
      ******************************************************************
       1360-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERIN
           IF WS-OPERIN-STATUS = '00'
               SET WS-OPR-LOADED TO TRUE
               PERFORM UNTIL OPERIN-EOF
                   READ OPERIN INTO OPERATOR-AUTHORITY-RECORD
                       AT END
                           SET OPERIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1370-STORE-OPERATOR
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

       1370-STORE-OPERATOR.
           IF WS-OPR-COUNT < 100
               ADD 1 TO WS-OPR-COUNT
               MOVE OP-OPERATOR-ID TO WS-OPR-ID (WS-OPR-COUNT)
               MOVE OP-ADJUST-FLAG TO WS-OPR-ADJUST-FLAG (WS-OPR-COUNT)
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
      * 1380 - LOAD THE PRIOR FEED REGISTER.  RUN AFTER ANY BACK-OUT
      * SO A RERUN DROPS THE ENTRIES THE BACKED-OUT RUN WROTE - THE
      * CORRECTED FILE WOULD OTHERWISE BE REJECTED AS A DUPLICATE OF
      * THE BATCHES IT REPLACES.  ENTRIES DATED BEFORE THE HISTORY
      * CUTOFF (30 CALENDAR DAYS BACK WITHOUT A CALENDAR) FALL OUT OF
      * THE REGISTER HERE.  NO FILE YET (STATUS 35) MEANS A FIRST
      * RUN; ANY OTHER NON-ZERO STATUS IS A GENUINE I/O FAILURE, AND
      * ENTRIES BEYOND THE TABLE LIMIT ARE A HARD ERROR RATHER THAN
      * BEING SILENTLY DROPPED.  A CATEGORY LINE FOLLOWS ITS BATCH
      * LINE AND IS KEPT OR DROPPED WITH IT.  A REVERSAL MARK LEFT BY
      * THE RUN A RERUN BACKED OUT IS CLEARED, SO THE BATCH CAN BE
      * REVERSED AGAIN.
      ******************************************************************
       1380-LOAD-FEED-REGISTER.
           IF WS-HIST-CUTOFF-DATE NOT = SPACES
               MOVE WS-HIST-CUTOFF-DATE TO WS-FEED-KEEP-DATE
           ELSE
               COMPUTE WS-CAL-TEST-INT = WS-RUN-DATE-INT - 30
               COMPUTE WS-CAL-TEST-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INT)
               MOVE WS-CAL-TEST-NUM TO WS-FEED-KEEP-DATE
           END-IF
           OPEN INPUT FEEDIN
           IF WS-FEEDIN-STATUS = '00'
               PERFORM UNTIL FEEDIN-EOF
                   READ FEEDIN INTO FEED-REGISTER-RECORD
                       AT END
                           SET FEEDIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1385-STORE-FEED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEEDIN
           ELSE
               IF WS-FEEDIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1385-STORE-FEED-ENTRY.
           IF FR-CATEGORY-LINE
               PERFORM 1387-STORE-FEED-CONTRIB
           ELSE
               PERFORM 1386-STORE-FEED-BATCH
           END-IF.

       1386-STORE-FEED-BATCH.
           MOVE 'N' TO WS-FREG-KEPT-SW
           EVALUATE TRUE
               WHEN FR-BUSINESS-DATE < WS-FEED-KEEP-DATE
                   CONTINUE
               WHEN WS-BACKOUT-DONE
                       AND FR-RUN-TIMESTAMP = BK-RUN-TIMESTAMP (1:17)
                   PERFORM 1388-NOTE-SUPERSEDED-RECEIPT
               WHEN WS-FREG-COUNT < WS-FREG-LIMIT
                   SET WS-FREG-KEPT TO TRUE
                   ADD 1 TO WS-FREG-COUNT
                   MOVE FR-SOURCE-ID TO WS-FREG-SOURCE (WS-FREG-COUNT)
                   MOVE FR-ENTITY-CODE TO WS-FREG-ENTITY (WS-FREG-COUNT)
                   MOVE FR-BUSINESS-DATE TO WS-FREG-DATE (WS-FREG-COUNT)
                   MOVE FR-RECORD-COUNT
                       TO WS-FREG-RECORDS (WS-FREG-COUNT)
                   MOVE FR-HASH-TOTAL TO WS-FREG-HASH (WS-FREG-COUNT)
                   MOVE FR-RUN-TIMESTAMP
                       TO WS-FREG-TIMESTAMP (WS-FREG-COUNT)
                   MOVE FR-JOB-ID TO WS-FREG-JOB-ID (WS-FREG-COUNT)
                   MOVE FR-CONTROL-KEY
                       TO WS-FREG-CONTROL-KEY (WS-FREG-COUNT)
                   IF WS-BACKOUT-DONE
                           AND FR-REVERSED-BY
                               = BK-RUN-TIMESTAMP (1:17)
                       MOVE SPACES
                           TO WS-FREG-REVERSED-BY (WS-FREG-COUNT)
                   ELSE
                       MOVE FR-REVERSED-BY
                           TO WS-FREG-REVERSED-BY (WS-FREG-COUNT)
                   END-IF
                   COMPUTE WS-FREG-CON-FIRST (WS-FREG-COUNT) =
                       WS-FCON-COUNT + 1
                   MOVE 0 TO WS-FREG-CON-COUNT (WS-FREG-COUNT)
               WHEN OTHER
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.

       1387-STORE-FEED-CONTRIB.
           IF WS-FREG-KEPT
               IF WS-FCON-COUNT < WS-FCON-LIMIT
                   ADD 1 TO WS-FCON-COUNT
                   ADD 1 TO WS-FREG-CON-COUNT (WS-FREG-COUNT)
                   MOVE FR-CAT-CODE TO WS-FCON-CATEGORY (WS-FCON-COUNT)
                   IF FR-CAT-COUNT IS NUMERIC
                       MOVE FR-CAT-COUNT
                           TO WS-FCON-TRAN-COUNT (WS-FCON-COUNT)
                   ELSE
                       MOVE 0 TO WS-FCON-TRAN-COUNT (WS-FCON-COUNT)
                   END-IF
                   IF FR-CAT-AMOUNT IS NUMERIC
                       MOVE FR-CAT-AMOUNT
                           TO WS-FCON-AMOUNT (WS-FCON-COUNT)
                   ELSE
                       MOVE 0 TO WS-FCON-AMOUNT (WS-FCON-COUNT)
                   END-IF
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 1388 - A BATCH REGISTERED BY THE RUN JUST BACKED OUT HAD ITS
      * RECEIPT WRITTEN BY THAT RUN.  IT NO LONGER STANDS, SO THE
      * SOURCE IS SENT A SUPERSEDED RECEIPT AHEAD OF THIS RUN'S.
      ******************************************************************
       1388-NOTE-SUPERSEDED-RECEIPT.
           IF WS-RCX-COUNT < 100
               ADD 1 TO WS-RCX-COUNT
               MOVE FR-SOURCE-ID TO WS-RCX-SOURCE (WS-RCX-COUNT)
               MOVE FR-ENTITY-CODE TO WS-RCX-ENTITY (WS-RCX-COUNT)
               MOVE FR-BUSINESS-DATE TO WS-RCX-DATE (WS-RCX-COUNT)
               MOVE FR-RECORD-COUNT TO WS-RCX-RECORDS (WS-RCX-COUNT)
               MOVE FR-HASH-TOTAL TO WS-RCX-HASH (WS-RCX-COUNT)
               MOVE FR-RUN-TIMESTAMP TO WS-RCX-STAMP (WS-RCX-COUNT)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 1390 - LOAD THE SOURCE FEED SCHEDULE.  A SITE WITHOUT ONE
      * (STATUS 35) SKIPS THE ARRIVAL CHECK AND THE REPORT SAYS SO;
      * ANY OTHER NON-ZERO STATUS IS A GENUINE I/O FAILURE, AND
      * SOURCES BEYOND THE TABLE LIMIT ARE A HARD ERROR.
      ******************************************************************
       1390-LOAD-SOURCE-SCHEDULE.
           OPEN INPUT SCHDIN
           IF WS-SCHDIN-STATUS = '00'
               SET WS-SCH-LOADED TO TRUE
               PERFORM UNTIL SCHDIN-EOF
                   READ SCHDIN INTO FEED-SCHEDULE-RECORD
                       AT END
                           SET SCHDIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1395-STORE-SCHEDULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SCHDIN
           ELSE
               IF WS-SCHDIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1395-STORE-SCHEDULE-ENTRY.
           IF WS-SCH-COUNT < 100
               ADD 1 TO WS-SCH-COUNT
               MOVE FS-SOURCE-ID TO WS-SCH-SOURCE (WS-SCH-COUNT)
               MOVE FS-DESCRIPTION TO WS-SCH-DESC (WS-SCH-COUNT)
               MOVE FS-ACTIVE-FLAG TO WS-SCH-ACTIVE-FLAG (WS-SCH-COUNT)
               MOVE FS-WEEKDAY-FLAGS TO WS-SCH-DAY-FLAGS (WS-SCH-COUNT)
               MOVE 'N' TO WS-SCH-EXPECT-SW (WS-SCH-COUNT)
               MOVE 'N' TO WS-SCH-ARRIVED-SW (WS-SCH-COUNT)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 1400 - LOAD THE ROLLING PER-CATEGORY DAILY HISTORY.  THE FILE
      * DOES NOT EXIST UNTIL THE FIRST RUN THAT WRITES IT (STATUS 35);
                   TO WS-HIST-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           ELSE
               MOVE 0 TO WS-HIST-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           END-IF
           IF CH-LAST-CYCLE-COUNT IS NUMERIC
               MOVE CH-LAST-CYCLE-COUNT
                   TO WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           ELSE
               MOVE WS-HIST-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   TO WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           END-IF
           IF CH-LAST-CYCLE-AMOUNT IS NUMERIC
               MOVE CH-LAST-CYCLE-AMOUNT
                   TO WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           ELSE
               MOVE WS-HIST-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   TO WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           END-IF.

      ******************************************************************
      * RECORD'S AREA-2-BEFORE FIGURES.  TODAY'S ENTRIES ON THE
      * CATEGORY HISTORY (WRITTEN BY THE PRIOR RUN) ARE BACKED OUT OF
      * THE PERIOD-TO-DATE TABLE AND DROPPED SO THE CORRECTED FILE
      * RE-CREATES THEM.  WHERE THE DAY WAS POSTED IN SEVERAL CYCLES
      * THE LAST CHAIN RECORD IS THE LATEST CYCLE'S, SO ONLY THAT
      * CYCLE COMES OUT AND THE EARLIER CYCLES STAND.  A RUN DATE
      * THAT ALREADY FALLS IN A CLOSED PERIOD IS NEVER BACKED OUT -
      * ITS FIGURES HAVE GONE TO THE PERIOD HISTORY - AND 1220 THEN
      * REFUSES THE RUN.
      ******************************************************************
       1500-BACK-OUT-PRIOR-RUN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-LOCK-TEST-DATE
           PERFORM 1235-TEST-DATE-CLOSED
           EVALUATE TRUE
               WHEN CK-RUN-DATE NOT = WS-RUN-DATE-YYYYMMDD
                   MOVE 'NOTHING POSTED TODAY - RAN AS NORMAL RUN'
                       TO WS-RERUN-NOTE
               WHEN WS-LOCK-DATE-CLOSED
                   MOVE 'RUN DATE IN A CLOSED PERIOD - RERUN REFUSED'
                       TO WS-RERUN-NOTE
               WHEN OTHER
                   PERFORM 1505-BACK-OUT-TODAYS-RUN
           END-EVALUATE.

       1505-BACK-OUT-TODAYS-RUN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-AUDIT-SCAN-DATE
           PERFORM 1520-FIND-TODAYS-AUDIT-RECORD
           IF NOT WS-AUDIT-TODAY-FOUND
               MOVE 'NO AUDIT RECORD FOR TODAY - NOT BACKED OUT'
                   TO WS-RERUN-NOTE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN BK-PERIOD-CLOSE
                       MOVE 'PERIOD CLOSED TODAY - RERUN REFUSED'
                           TO WS-RERUN-NOTE
                       IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                           MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                       END-IF
                   WHEN BK-AREA-2-AFTER NOT = WS-AREA-2
                       MOVE 'AUDIT/CHECKPOINT DISAGREE - NO BACKOUT'
                           TO WS-RERUN-NOTE
                       IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                           MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                       END-IF
                   WHEN OTHER
                       PERFORM 1540-APPLY-BACKOUT
               END-EVALUATE
           END-IF.

      ******************************************************************
               MOVE 'RECOV - NO AUDIT RECORD ON IN-FLIGHT DATE'
                   TO WS-RERUN-NOTE
           ELSE
               MOVE WS-RECOV-DATE TO WS-LOCK-TEST-DATE
               PERFORM 1235-TEST-DATE-CLOSED
               EVALUATE TRUE
                   WHEN BK-PERIOD-CLOSE
                       MOVE
                           'RECOV - PERIOD CLOSED THAT DAY - NO BACKOUT'
                           TO WS-RERUN-NOTE
                       IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                           MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                       END-IF
                   WHEN WS-LOCK-DATE-CLOSED
                       MOVE 'RECOV - DATE IN CLOSED PERIOD - NO BACKOUT'
                           TO WS-RERUN-NOTE
                       IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                           MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                       END-IF
                   WHEN OTHER
                       PERFORM 1540-APPLY-BACKOUT
                       MOVE 'RECOV - PARTIAL RUN BACKED OUT - REPOSTING'
                           TO WS-RERUN-NOTE
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-RECOV-SKIP-TABLES-SW.

                       AT END
                           SET AUDIN-EOF TO TRUE
                       NOT AT END
                           IF NOT AI-WIDE-LAYOUT
                               PERFORM 1525-WIDEN-LEGACY-AUDIT
                           END-IF
                           PERFORM 1530-EXAMINE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * 1525 - A TRAIL RECORD WRITTEN BEFORE THE AREA-2 COLUMNS WERE
      * WIDENED READS WITH ITS LAYOUT BYTE BLANK.  IT IS RE-MAPPED
      * THROUGH THE OLD LAYOUT INTO THE CURRENT ONE BEFORE IT IS
      * EXAMINED, SO AN UNCONVERTED GENERATION ON AUDIN BACKS OUT
      * EXACTLY AS A CONVERTED ONE WOULD.
      ******************************************************************
       1525-WIDEN-LEGACY-AUDIT.
           MOVE AUDIN-RECORD TO AUDIT-LEGACY-RECORD
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
           MOVE AUDIT-WIDENED-RECORD TO AUDIN-RECORD.

       1530-EXAMINE-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN AI-RUN-TIMESTAMP (1:8) = WS-AUDIT-SCAN-DATE
                       AND NOT AI-ADJUSTMENT
                       AND NOT AI-ARCHIVE-ANCHOR
                       AND NOT AI-ENTITY-SUMMARY
                       AND NOT AI-REVERSAL
                       AND NOT AI-SUSPENSE-POSTED
                   SET WS-AUDIT-TODAY-FOUND TO TRUE
                   MOVE AI-AREA-1-ADDED TO WS-BACKOUT-COUNT
                   MOVE AUDIN-RECORD TO BACKOUT-AUDIT-RECORD
                   MOVE 0 TO WS-BKADJ-COUNT
                   MOVE 0 TO WS-BKENT-COUNT
               WHEN (AI-ADJUSTMENT OR AI-REVERSAL)
                       AND WS-AUDIT-TODAY-FOUND
                   IF WS-BKADJ-COUNT < 60
                       ADD 1 TO WS-BKADJ-COUNT
                       MOVE AI-ADJ-CATEGORY
                           TO WS-BKADJ-CATEGORY (WS-BKADJ-COUNT)
      ******************************************************************
      * 1560 - THE PRIOR RUN'S PER-CATEGORY DAILY TOTALS ARE THE
      * HISTORY ENTRIES DATED ON THE SCAN DATE (CATHIN IS THE PRIOR
      * RUN'S CATHOUT).  EACH ONE'S LAST-CYCLE SHARE IS SUBTRACTED
      * BACK OUT OF THE PERIOD-TO-DATE TABLE AND OF THE DAY ITSELF,
      * AND A DAY LEFT EMPTY IS DROPPED FROM THE HISTORY, SO THE
      * CORRECTED FILE'S FIGURES REPLACE THE LATEST CYCLE'S WHILE
      * ANY EARLIER CYCLE'S FIGURES FOR THE DAY STAY IN PLACE.
      ******************************************************************
       1560-BACK-OUT-TODAYS-HISTORY.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           IF WS-CAT-FOUND
               COMPUTE WS-ADJ-RESULT-WORK =
                   WS-CAT-PERIOD-COUNT (WS-CAT-SEARCH-IDX)
                   - WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   ON SIZE ERROR
                       MOVE -1 TO WS-ADJ-RESULT-WORK
               END-COMPUTE
                   MOVE WS-ADJ-RESULT-WORK
                       TO WS-CAT-PERIOD-COUNT (WS-CAT-SEARCH-IDX)
               END-IF
               SUBTRACT
                   WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   FROM WS-CAT-PERIOD-AMOUNT (WS-CAT-SEARCH-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO
                           WS-CAT-PERIOD-AMOUNT (WS-CAT-SEARCH-IDX)
               END-SUBTRACT
           END-IF
           COMPUTE WS-ADJ-RESULT-WORK =
               WS-HIST-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               - WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           END-COMPUTE
           IF WS-ADJ-RESULT-WORK > 0
               MOVE WS-ADJ-RESULT-WORK
                   TO WS-HIST-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               SUBTRACT
                   WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   FROM WS-HIST-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO
                       WS-HIST-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               END-SUBTRACT
               MOVE 0
                   TO WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               MOVE 0
                   TO WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           ELSE
               SUBTRACT 1 FROM WS-HIST-DAYS (WS-HIST-IDX)
           END-IF.

      ******************************************************************
      * 1590 - THE PRIOR RUN'S ADJUSTMENTS ALSO WENT INTO THE
               STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                      DELIMITED BY SIZE INTO RCO-RUN-TIMESTAMP
               MOVE WS-RUN-STATUS-BYTE TO RCO-RUN-STATUS
               MOVE WS-CYCLE-NUMBER TO RCO-CYCLE-NUMBER
               MOVE WS-STG-AUDIT-SW TO RCO-AUDIT-WRITTEN
               MOVE WS-STG-EXTRACT-SW TO RCO-EXTRACT-WRITTEN
               MOVE WS-STG-CHKPT-SW TO RCO-CHECKPOINT-WRITTEN
      * OWN SUBTOTAL IN THE BREAKDOWN TABLE.  UNLIKE CHKIN/CTLIN,
      * TRANIN IS A REQUIRED DAILY INPUT - ANY NON-ZERO OPEN STATUS
      * IS AN ERROR, NOT AN "OPTIONAL FILE NOT SUPPLIED" CONDITION.
      * THE ONE EXCEPTION IS A REVRS RUN, WHICH MAY BE SUBMITTED ON
      * ITS OWN TO REVERSE A PRIOR DAY'S BATCH: THERE, NO TRANIN
      * (STATUS 35) IS A REVERSAL-ONLY RUN, AND THE FEED ARRIVAL
      * CHECK IS LEFT TO THE DAY'S POSTING RUN.
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANIN
           PERFORM 2030-OPEN-SUSPOUT
           IF WS-TRANIN-STATUS = '00'
               PERFORM 2010-VERIFY-FILE-INTEGRITY
               IF WS-TRANIN-REJECTED
                   PERFORM 2012-SCAN-UNVERIFIED-BATCHES
               END-IF
               CLOSE TRANIN
               IF WS-TRANIN-REJECTED
                   IF WS-RC-TRANIN-REJECT > WS-RETURN-CODE
                       MOVE WS-RC-TRANIN-REJECT TO WS-RETURN-CODE
                   END-IF
               ELSE
                   IF WS-FEED-DUP-COUNT > 0
                       IF WS-RC-DUP-BATCH > WS-RETURN-CODE
                           MOVE WS-RC-DUP-BATCH TO WS-RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM 2032-CHECK-POSTED-REFS
                   PERFORM 2040-POST-TRANSACTIONS
               END-IF
           ELSE
               IF WS-MODE-REVERSE AND WS-TRANIN-STATUS = '35'
                   SET WS-RVS-ONLY-RUN TO TRUE
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-SCH-LOADED AND NOT WS-RVS-ONLY-RUN
               PERFORM 2020-CHECK-FEED-SCHEDULE
           END-IF
           CLOSE SUSPOUT.

      ******************************************************************
      * TRAILER WHOSE RECORD COUNT AND HASH TOTAL OF TR-TRAN-COUNT
      * MATCH THE DETAIL RECORDS ACTUALLY READ.  THE FIRST FAILURE
      * REJECTS THE WHOLE FILE - NOTHING IS POSTED FROM A FILE THAT
      * DOES NOT TIE OUT.  EACH BATCH THAT TIES OUT IS THEN CHECKED
      * AGAINST THE FEED REGISTER (2018); A DUPLICATE IS MARKED FOR
      * THE POSTING PASS TO SKIP BUT DOES NOT REJECT THE FILE.
      ******************************************************************
       2010-VERIFY-FILE-INTEGRITY.
           PERFORM UNTIL TRANIN-EOF OR WS-TRANIN-REJECTED
               END-IF
           END-IF.

      ******************************************************************
      * 2011 - NOTE THE BATCH FOR ITS PROCESSING RECEIPT AS SOON AS
      * ITS HEADER IS READ, BEFORE ANY CHECK CAN REJECT IT, WITH THE
      * BUSINESS DATE AS THE SOURCE SENT IT.  A BLANK ENTITY IS THE
      * DEFAULT ENTITY, AS IN THE FEED TABLE.  A BATCH BEYOND THE
      * FEED TABLE LIMIT REJECTS THE FILE AND GETS NO RECEIPT.
      ******************************************************************
       2011-NOTE-RECEIPT-BATCH.
           IF WS-RCB-IDX > 0 AND WS-RCB-IDX <= WS-FB-LIMIT
               MOVE WS-RCB-IDX TO WS-RCB-COUNT
               MOVE TR-HDR-SOURCE-ID TO WS-RCB-SOURCE (WS-RCB-IDX)
               IF TR-HDR-ENTITY-CODE = SPACES
                   MOVE WS-DEFAULT-ENTITY TO WS-RCB-ENTITY (WS-RCB-IDX)
               ELSE
                   MOVE TR-HDR-ENTITY-CODE
                       TO WS-RCB-ENTITY (WS-RCB-IDX)
               END-IF
               MOVE TR-HDR-BUSINESS-DATE TO WS-RCB-DATE (WS-RCB-IDX)
               MOVE 0 TO WS-RCB-RECORDS (WS-RCB-IDX)
               MOVE 0 TO WS-RCB-HASH (WS-RCB-IDX)
               MOVE 0 TO WS-RCB-POSTED-RECS (WS-RCB-IDX)
               MOVE 0 TO WS-RCB-POSTED-COUNT (WS-RCB-IDX)
               MOVE 0 TO WS-RCB-POSTED-AMOUNT (WS-RCB-IDX)
               MOVE 0 TO WS-RCB-EXCEPTIONS (WS-RCB-IDX)
           END-IF.

      ******************************************************************
      * 2012 - THE FILE HAS BEEN REJECTED.  THE FAILING BATCH KEEPS
      * THE COUNT AND HASH VERIFICATION HAD REACHED; THE REST OF
      * TRANIN IS READ ONLY TO NOTE EACH LATER BATCH AND COMPUTE ITS
      * COUNT AND HASH, SO EVERY SOURCE ON THE FILE IS TOLD.  A
      * HEADER THAT ARRIVED BEFORE THE PRIOR BATCH'S TRAILER IS THE
      * FIRST OF THOSE BATCHES.
      ******************************************************************
       2012-SCAN-UNVERIFIED-BATCHES.
           MOVE WS-BATCH-NUMBER TO WS-RCB-FAILED-BATCH
           PERFORM 2013-NOTE-RECEIPT-COUNTS
           MOVE WS-BATCH-NUMBER TO WS-RCB-IDX
           MOVE 'N' TO WS-RCB-SCAN-SW
           IF WS-RCB-HDR-PENDING
               PERFORM 2014-SCAN-ONE-RECORD
           END-IF
           PERFORM UNTIL TRANIN-EOF
               READ TRANIN INTO TRAN-RECORD
                   AT END
                       SET TRANIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2014-SCAN-ONE-RECORD
               END-READ
           END-PERFORM.

       2013-NOTE-RECEIPT-COUNTS.
           IF WS-BATCH-NUMBER > 0 AND WS-BATCH-NUMBER <= WS-RCB-COUNT
               MOVE WS-BATCH-RECORD-COUNT
                   TO WS-RCB-RECORDS (WS-BATCH-NUMBER)
               MOVE WS-BATCH-HASH-TOTAL TO WS-RCB-HASH (WS-BATCH-NUMBER)
           END-IF.

       2014-SCAN-ONE-RECORD.
           EVALUATE TRUE
               WHEN TR-HEADER-REC
                   MOVE 'N' TO WS-RCB-SCAN-SW
                   IF WS-RCB-IDX < WS-FB-LIMIT
                       ADD 1 TO WS-RCB-IDX
                       PERFORM 2011-NOTE-RECEIPT-BATCH
                       SET WS-RCB-SCAN-IN-BATCH TO TRUE
                   END-IF
               WHEN TR-TRAILER-REC
                   MOVE 'N' TO WS-RCB-SCAN-SW
               WHEN WS-RCB-SCAN-IN-BATCH
                   ADD 1 TO WS-RCB-RECORDS (WS-RCB-IDX)
                   IF TR-DETAIL-REC AND TR-TRAN-COUNT IS NUMERIC
                       ADD TR-TRAN-COUNT TO WS-RCB-HASH (WS-RCB-IDX)
                   END-IF
           END-EVALUATE.

       2015-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN TR-HEADER-REC
                       MOVE 'TRAILER RECORD MISSING' TO
                           WS-TRANIN-REJECT-REASON
                       SET WS-TRANIN-REJECTED TO TRUE
                       SET WS-RCB-HDR-PENDING TO TRUE
                   ELSE
                       SET WS-IN-BATCH TO TRUE
                       ADD 1 TO WS-BATCH-NUMBER
                       MOVE 0 TO WS-BATCH-RECORD-COUNT
                       MOVE 0 TO WS-BATCH-HASH-TOTAL
                       MOVE WS-BATCH-NUMBER TO WS-RCB-IDX
                       PERFORM 2011-NOTE-RECEIPT-BATCH
                       MOVE TR-HDR-SOURCE-ID TO WS-TRANIN-SOURCE-ID
                       IF TR-HDR-BUSINESS-DATE
                               NOT = WS-RUN-DATE-YYYYMMDD
                               WS-TRANIN-REJECT-REASON
                           SET WS-TRANIN-REJECTED TO TRUE
                       END-IF
                       IF NOT WS-TRANIN-REJECTED
                           IF WS-BATCH-NUMBER > WS-FB-LIMIT
                               MOVE 'TOO MANY BATCHES FOR FEED TABLE'
                                   TO WS-TRANIN-REJECT-REASON
                               SET WS-TRANIN-REJECTED TO TRUE
                           ELSE
                               PERFORM 2016-RECORD-BATCH-HEADER
                           END-IF
                       END-IF
                   END-IF
               WHEN TR-TRAILER-REC
                   IF NOT WS-IN-BATCH
                       SET WS-TRANIN-REJECTED TO TRUE
                   ELSE
                       MOVE 'N' TO WS-IN-BATCH-SW
                       PERFORM 2013-NOTE-RECEIPT-COUNTS
                       IF TR-TRL-RECORD-COUNT IS NOT NUMERIC
                           OR TR-TRL-HASH-TOTAL IS NOT NUMERIC
                           MOVE 'NON-NUMERIC TRAILER FIELDS' TO
                               SET WS-TRANIN-REJECTED TO TRUE
                           END-IF
                       END-IF
                       IF NOT WS-TRANIN-REJECTED
                           PERFORM 2018-CHECK-DUPLICATE-BATCH
                       END-IF
                   END-IF
               WHEN OTHER
                   IF NOT WS-IN-BATCH
                                   TO WS-TRANIN-REJECT-REASON
                               SET WS-TRANIN-REJECTED TO TRUE
                           END-IF
                           IF TR-SUSP-REF NOT = SPACES
                               PERFORM 2017-NOTE-RELEASED-REF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 2016 - START THE BATCH'S FEED TABLE ENTRY FROM ITS HEADER.  A
      * BLANK ENTITY IS REGISTERED AS THE DEFAULT ENTITY, THE SAME
      * ENTITY THE BATCH POSTS UNDER.
      ******************************************************************
       2016-RECORD-BATCH-HEADER.
           MOVE WS-BATCH-NUMBER TO WS-FB-IDX
           MOVE TR-HDR-SOURCE-ID TO WS-FB-SOURCE (WS-FB-IDX)
           IF TR-HDR-ENTITY-CODE = SPACES
               MOVE WS-DEFAULT-ENTITY TO WS-FB-ENTITY (WS-FB-IDX)
           ELSE
               MOVE TR-HDR-ENTITY-CODE TO WS-FB-ENTITY (WS-FB-IDX)
           END-IF
           MOVE 0 TO WS-FB-RECORDS (WS-FB-IDX)
           MOVE 0 TO WS-FB-HASH (WS-FB-IDX)
           MOVE 'N' TO WS-FB-DUP-SW (WS-FB-IDX)
           PERFORM VARYING WS-FB-CAT-SUB FROM 1 BY 1
                   UNTIL WS-FB-CAT-SUB > 50
               MOVE 0 TO WS-FB-CAT-COUNT (WS-FB-IDX, WS-FB-CAT-SUB)
               MOVE 0 TO WS-FB-CAT-AMOUNT (WS-FB-IDX, WS-FB-CAT-SUB)
           END-PERFORM.

      ******************************************************************
      * 2017 - A DETAIL CARRYING A SUSPENSE REFERENCE IS AN ITEM
      * RELEASED BACK BY SUSPREL.  EACH DISTINCT REFERENCE IS NOTED
      * SO THE TRACE LOG CAN BE CHECKED FOR IT BEFORE POSTING.  A
      * REFERENCE THAT WILL NOT FIT CANNOT BE CHECKED, SO THE TABLE
      * OVERFLOWING IS A FILE ERROR RATHER THAN A SILENT PASS.
      ******************************************************************
       2017-NOTE-RELEASED-REF.
           MOVE TR-SUSP-REF TO WS-RREF-KEY-WORK
           PERFORM 2019-FIND-RELEASED-REF
           IF NOT WS-RREF-FOUND
               IF WS-RREF-COUNT < WS-RREF-LIMIT
                   ADD 1 TO WS-RREF-COUNT
                   MOVE TR-SUSP-REF TO WS-RREF-SUSP-REF (WS-RREF-COUNT)
                   MOVE 'N' TO WS-RREF-POSTED-SW (WS-RREF-COUNT)
                   MOVE SPACES TO WS-RREF-POSTED-STAMP (WS-RREF-COUNT)
                   MOVE SPACES TO WS-RREF-POSTED-JOB (WS-RREF-COUNT)
               ELSE
                   ADD 1 TO WS-RREF-OVERFLOW-COUNT
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2018 - THE BATCH HAS TIED OUT; COMPLETE ITS FEED TABLE ENTRY
      * WITH THE TRAILER FIGURES AND LOOK FOR THE SAME SOURCE,
      * ENTITY, RECORD COUNT AND HASH ALREADY REGISTERED FOR TODAY
      * OR ON AN EARLIER BATCH OF THIS FILE.  THE HEADER DATE HAS
      * ALREADY BEEN PROVED TO BE THE RUN DATE.
      ******************************************************************
       2018-CHECK-DUPLICATE-BATCH.
           MOVE WS-BATCH-NUMBER TO WS-FB-IDX
           MOVE WS-BATCH-RECORD-COUNT TO WS-FB-RECORDS (WS-FB-IDX)
           MOVE WS-BATCH-HASH-TOTAL TO WS-FB-HASH (WS-FB-IDX)
           MOVE WS-FB-SOURCE (WS-FB-IDX) TO WS-FEED-SOURCE-WORK
           MOVE WS-FB-ENTITY (WS-FB-IDX) TO WS-FEED-ENTITY-WORK
           MOVE WS-BATCH-RECORD-COUNT TO WS-FEED-RECORDS-WORK
           MOVE WS-BATCH-HASH-TOTAL TO WS-FEED-HASH-WORK
           MOVE 'N' TO WS-FEED-MATCH-SW
           PERFORM VARYING WS-FREG-IDX FROM 1 BY 1
                   UNTIL WS-FREG-IDX > WS-FREG-COUNT
                   OR WS-FEED-MATCHED
               IF WS-FREG-SOURCE (WS-FREG-IDX) = WS-FEED-SOURCE-WORK
                   AND WS-FREG-ENTITY (WS-FREG-IDX)
                       = WS-FEED-ENTITY-WORK
                   AND WS-FREG-DATE (WS-FREG-IDX)
                       = WS-RUN-DATE-YYYYMMDD
                   AND WS-FREG-RECORDS (WS-FREG-IDX)
                       = WS-FEED-RECORDS-WORK
                   AND WS-FREG-HASH (WS-FREG-IDX) = WS-FEED-HASH-WORK
                   SET WS-FEED-MATCHED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FB-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-FB-MATCH-IDX >= WS-FB-IDX
                   OR WS-FEED-MATCHED
               IF WS-FB-SOURCE (WS-FB-MATCH-IDX) = WS-FEED-SOURCE-WORK
                   AND WS-FB-ENTITY (WS-FB-MATCH-IDX)
                       = WS-FEED-ENTITY-WORK
                   AND WS-FB-RECORDS (WS-FB-MATCH-IDX)
                       = WS-FEED-RECORDS-WORK
                   AND WS-FB-HASH (WS-FB-MATCH-IDX) = WS-FEED-HASH-WORK
                   SET WS-FEED-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF WS-FEED-MATCHED
               SET WS-FB-DUPLICATE (WS-FB-IDX) TO TRUE
               ADD 1 TO WS-FEED-DUP-COUNT
           END-IF.

       2019-FIND-RELEASED-REF.
           MOVE 'N' TO WS-RREF-FOUND-SW
           MOVE 0 TO WS-RREF-MATCH-IDX
           PERFORM VARYING WS-RREF-IDX FROM 1 BY 1
                   UNTIL WS-RREF-IDX > WS-RREF-COUNT
                      OR WS-RREF-FOUND
               IF WS-RREF-SUSP-REF (WS-RREF-IDX) = WS-RREF-KEY-WORK
                   SET WS-RREF-FOUND TO TRUE
                   MOVE WS-RREF-IDX TO WS-RREF-MATCH-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2020 - FEED ARRIVAL CHECK AGAINST THE SOURCE SCHEDULE.  A
      * SOURCE IS EXPECTED TODAY WHEN IT IS ACTIVE, THE RUN DATE IS A
      * BUSINESS DAY ON THE SHARED CALENDAR AND ITS FLAG FOR THAT
      * WEEKDAY IS NOT N.  IT HAS ARRIVED WHEN AN EARLIER RUN TODAY
      * REGISTERED A BATCH FOR IT OR TODAY'S FILE VERIFIED WITH ONE
      * ON IT (A DUPLICATE STILL COUNTS - THE SOURCE DID SEND).  AN
      * EXPECTED SOURCE THAT HAS NOT ARRIVED IS MISSING, AND A
      * SOURCE ON TODAY'S FILE THAT WAS NOT EXPECTED IS UNEXPECTED;
      * EITHER RAISES THE FEED EXCEPTION RETURN CODE.
      ******************************************************************
       2020-CHECK-FEED-SCHEDULE.
           MOVE WS-RUN-DATE-INT TO WS-CAL-TEST-INT
           PERFORM 1165-TEST-BUSINESS-DAY
           IF WS-CAL-IS-BUSINESS
               SET WS-SCH-BUS-DAY TO TRUE
           END-IF
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               PERFORM 2022-SET-SOURCE-EXPECTED
           END-PERFORM
           PERFORM VARYING WS-FREG-IDX FROM 1 BY 1
                   UNTIL WS-FREG-IDX > WS-FREG-COUNT
               IF WS-FREG-DATE (WS-FREG-IDX) = WS-RUN-DATE-YYYYMMDD
                   MOVE WS-FREG-SOURCE (WS-FREG-IDX)
                       TO WS-FEED-SOURCE-WORK
                   PERFORM 2024-MARK-SOURCE-ARRIVED
               END-IF
           END-PERFORM
           IF WS-TRANIN-STATUS = '00' AND NOT WS-TRANIN-REJECTED
               PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                       UNTIL WS-FB-IDX > WS-BATCH-NUMBER
                   MOVE WS-FB-SOURCE (WS-FB-IDX) TO WS-FEED-SOURCE-WORK
                   PERFORM 2024-MARK-SOURCE-ARRIVED
                   PERFORM 2026-CHECK-UNEXPECTED-SOURCE
               END-PERFORM
           END-IF
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-EXPECTED (WS-SCH-IDX)
                   ADD 1 TO WS-SCH-EXPECTED-COUNT
                   IF WS-SCH-ARRIVED (WS-SCH-IDX)
                       ADD 1 TO WS-SCH-ARRIVED-COUNT
                   ELSE
                       ADD 1 TO WS-SCH-MISSING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SCH-MISSING-COUNT > 0 OR WS-FUX-COUNT > 0
               IF WS-RC-FEED-EXCEPTION > WS-RETURN-CODE
                   MOVE WS-RC-FEED-EXCEPTION TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2022 - WEEKDAY FLAGS RUN MONDAY (1) THROUGH FRIDAY (5), THE
      * SAME NUMBERING 1165 LEAVES IN WS-CAL-DOW.  NOTHING IS
      * EXPECTED ON A NON-BUSINESS DAY.
      ******************************************************************
       2022-SET-SOURCE-EXPECTED.
           MOVE 'N' TO WS-SCH-EXPECT-SW (WS-SCH-IDX)
           MOVE 'N' TO WS-SCH-ARRIVED-SW (WS-SCH-IDX)
           IF WS-SCH-BUS-DAY
               IF WS-SCH-ACTIVE-FLAG (WS-SCH-IDX) NOT = 'N'
                   IF WS-SCH-DAY-FLAGS (WS-SCH-IDX) (WS-CAL-DOW:1)
                           NOT = 'N'
                       SET WS-SCH-EXPECTED (WS-SCH-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.

       2024-MARK-SOURCE-ARRIVED.
           MOVE 'N' TO WS-SCH-FOUND-SW
           PERFORM VARYING WS-SCH-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-MATCH-IDX > WS-SCH-COUNT
                   OR WS-SCH-FOUND
               IF WS-SCH-SOURCE (WS-SCH-MATCH-IDX)
                       = WS-FEED-SOURCE-WORK
                   SET WS-SCH-FOUND TO TRUE
                   SET WS-SCH-ARRIVED (WS-SCH-MATCH-IDX) TO TRUE
               END-IF
           END-PERFORM
           IF WS-SCH-FOUND
               SUBTRACT 1 FROM WS-SCH-MATCH-IDX
           END-IF.

      ******************************************************************
      * 2026 - A BATCH ON TODAY'S FILE FROM A SOURCE THAT WAS NOT
      * EXPECTED IS LISTED ONCE PER SOURCE WITH THE REASON.  IT STILL
      * POSTS - THE FIGURES ARE GENUINE - BUT SOMEONE HAS TO SAY WHY
      * IT CAME.
      ******************************************************************
       2026-CHECK-UNEXPECTED-SOURCE.
           MOVE SPACES TO WS-FEED-UNEXP-REASON
           EVALUATE TRUE
               WHEN NOT WS-SCH-FOUND
                   MOVE 'NOT ON SOURCE SCHEDULE'
                       TO WS-FEED-UNEXP-REASON
               WHEN WS-SCH-EXPECTED (WS-SCH-MATCH-IDX)
                   CONTINUE
               WHEN WS-SCH-ACTIVE-FLAG (WS-SCH-MATCH-IDX) = 'N'
                   MOVE 'SOURCE INACTIVE ON SCHEDULE'
                       TO WS-FEED-UNEXP-REASON
               WHEN NOT WS-SCH-BUS-DAY
                   MOVE 'NOT A BUSINESS DAY'
                       TO WS-FEED-UNEXP-REASON
               WHEN OTHER
                   MOVE 'NOT SCHEDULED FOR THIS WEEKDAY'
                       TO WS-FEED-UNEXP-REASON
           END-EVALUATE
           IF WS-FEED-UNEXP-REASON NOT = SPACES
               MOVE 'N' TO WS-FUX-FOUND-SW
               PERFORM VARYING WS-FUX-IDX FROM 1 BY 1
                       UNTIL WS-FUX-IDX > WS-FUX-COUNT
                       OR WS-FUX-FOUND
                   IF WS-FUX-SOURCE (WS-FUX-IDX) = WS-FEED-SOURCE-WORK
                       SET WS-FUX-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FUX-FOUND
                   ADD 1 TO WS-FUX-COUNT
                   MOVE WS-FEED-SOURCE-WORK
                       TO WS-FUX-SOURCE (WS-FUX-COUNT)
                   MOVE WS-FEED-UNEXP-REASON
                       TO WS-FUX-REASON (WS-FUX-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * 2030 - SUSPOUT IS OPENED EXTEND SO SUSPENDED ITEMS ACCUMULATE
      * ACROSS RUNS UNTIL THE SUSPREL REVIEW-AND-RELEASE JOB DISPOSES
           END-IF
           PERFORM 2060-CHECK-SUSPOUT-STATUS.

      ******************************************************************
      * 2032 - READ THE SUSPENSE TRACE LOG ONCE, AND ONLY WHEN THERE
      * IS SOMETHING TO LOOK FOR: A RELEASED REFERENCE ON TODAY'S
      * FILE, OR A RUN BEING BACKED OUT WHOSE POSTED RELEASES MUST BE
      * MARKED BACKED OUT.  THE LOG IS IN EVENT ORDER, SO THE LAST
      * POSTED OR BACKED-OUT EVENT FOR A REFERENCE DECIDES WHETHER IT
      * STANDS POSTED.  A SITE WITH NO LOG YET (STATUS 35) HAS
      * NOTHING POSTED UNDER A REFERENCE.
      ******************************************************************
       2032-CHECK-POSTED-REFS.
           IF WS-RREF-COUNT > 0 OR WS-BACKOUT-DONE
               OPEN INPUT STRCIN
               IF WS-STRCIN-STATUS = '00'
                   MOVE 'N' TO WS-EOF-STRCIN
                   PERFORM UNTIL STRCIN-EOF
                       READ STRCIN
                           AT END
                               SET STRCIN-EOF TO TRUE
                           NOT AT END
                               PERFORM 2033-EXAMINE-TRACE-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE STRCIN
               ELSE
                   IF WS-STRCIN-STATUS NOT = '35'
                       IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                           MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2033 - A POSTED EVENT WRITTEN BY THE RUN NOW BEING BACKED OUT
      * IS ANSWERED WITH A BACKED-OUT EVENT, SO THE REPOST OF THE
      * CORRECTED FILE IS NOT TAKEN FOR A DOUBLE RELEASE.  ANY OTHER
      * POSTED OR BACKED-OUT EVENT SETS THE STANDING OF A REFERENCE
      * ON TODAY'S FILE.
      ******************************************************************
       2033-EXAMINE-TRACE-EVENT.
           EVALUATE TRUE
               WHEN ST-POSTED AND WS-BACKOUT-DONE
                       AND ST-RUN-TIMESTAMP = BK-RUN-TIMESTAMP (1:17)
                   MOVE SPACES TO WS-TRC-WORK
                   MOVE ST-SUSP-REF TO WS-TRW-SUSP-REF
                   MOVE 'B' TO WS-TRW-TYPE
                   MOVE ST-CATEGORY-CODE TO WS-TRW-CATEGORY
                   MOVE ST-TRAN-COUNT TO WS-TRW-TRAN-COUNT
                   MOVE ST-TRAN-AMOUNT TO WS-TRW-AMOUNT
                   MOVE 'POSTING BACKED OUT BY RERUN' TO WS-TRW-TEXT
                   ADD 1 TO WS-TRC-BACKOUT-COUNT
                   PERFORM 2068-QUEUE-TRACE-EVENT
               WHEN ST-POSTED OR ST-POSTING-BACKED-OUT
                   MOVE ST-SUSP-REF TO WS-RREF-KEY-WORK
                   PERFORM 2019-FIND-RELEASED-REF
                   IF WS-RREF-FOUND
                       IF ST-POSTED
                           MOVE 'Y' TO
                               WS-RREF-POSTED-SW (WS-RREF-MATCH-IDX)
                           MOVE ST-RUN-TIMESTAMP TO
                               WS-RREF-POSTED-STAMP (WS-RREF-MATCH-IDX)
                           MOVE ST-JOB-ID TO
                               WS-RREF-POSTED-JOB (WS-RREF-MATCH-IDX)
                       ELSE
                           MOVE 'N' TO
                               WS-RREF-POSTED-SW (WS-RREF-MATCH-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 2040 - POSTING PASS, RUN ONLY AFTER THE FILE VERIFIED CLEAN.
      * HEADER AND TRAILER RECORDS ARE FRAMING ONLY; DETAIL RECORDS
      * FLOW THROUGH VALIDATION, AND ANY OTHER RECORD TYPE GOES TO
      * SUSPENSE.  EVERY RECORD OF A BATCH THE VERIFICATION PASS
      * MARKED AS A DUPLICATE IS SKIPPED.
      ******************************************************************
       2040-POST-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-TRANIN
           PERFORM 1290-FIND-OR-ADD-ENTITY
           MOVE WS-ENT-IDX TO WS-CURRENT-ENT-IDX.

       2043-START-POSTING-BATCH.
           ADD 1 TO WS-POST-BATCH-IDX
           IF WS-FB-DUPLICATE (WS-POST-BATCH-IDX)
               SET WS-SKIP-BATCH TO TRUE
           ELSE
               MOVE 'N' TO WS-SKIP-BATCH-SW
               PERFORM 2042-SET-CURRENT-ENTITY
           END-IF.

       2045-ROUTE-TRANSACTION.
           EVALUATE TRUE
               WHEN TR-HEADER-REC
                   PERFORM 2043-START-POSTING-BATCH
               WHEN WS-SKIP-BATCH
                   CONTINUE
               WHEN TR-TRAILER-REC
                   CONTINUE
               WHEN TR-DETAIL-REC
                   PERFORM 2048-EDIT-TRAN-AMOUNT
                   MOVE 'N' TO WS-REL-REFUSED-SW
                   IF TR-SUSP-REF NOT = SPACES
                       PERFORM 2046-CHECK-RELEASED-REF
                   END-IF
                   IF NOT WS-REL-REFUSED
                       MOVE 'N' TO WS-ITEM-SUSPENDED-SW
                       PERFORM 2050-VALIDATE-TRANSACTION
                       IF TR-SUSP-REF NOT = SPACES
                               AND NOT WS-ITEM-SUSPENDED
                           PERFORM 2055-RECORD-RELEASE-POSTED
                       END-IF
                   END-IF
               WHEN TR-ADJUSTMENT-REC
                   PERFORM 2070-APPLY-ADJUSTMENT
               WHEN OTHER
                   MOVE 'RT' TO SR-REASON-CODE
                   MOVE 'INVALID RECORD TYPE' TO SR-REASON-TEXT
                   MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
           END-EVALUATE.

      ******************************************************************
      * 2046 - DOUBLE-RELEASE GUARD.  A RELEASED DETAIL WHOSE
      * REFERENCE ALREADY STANDS POSTED - BY AN EARLIER RUN, OR
      * EARLIER ON THIS FILE - IS NOT POSTED AGAIN.  IT IS LISTED
      * WITH THE RUN THAT FIRST POSTED IT AND LOGGED ON THE TRACE.
      ******************************************************************
       2046-CHECK-RELEASED-REF.
           MOVE TR-SUSP-REF TO WS-RREF-KEY-WORK
           PERFORM 2019-FIND-RELEASED-REF
           IF WS-RREF-FOUND
               IF WS-RREF-POSTED (WS-RREF-MATCH-IDX)
                   SET WS-REL-REFUSED TO TRUE
                   ADD 1 TO WS-REL-REFUSED-TOTAL
                   IF WS-RC-DOUBLE-RELEASE > WS-RETURN-CODE
                       MOVE WS-RC-DOUBLE-RELEASE TO WS-RETURN-CODE
                   END-IF
                   IF WS-REL-REF-COUNT-USED < 50
                       ADD 1 TO WS-REL-REF-COUNT-USED
                       MOVE WS-REL-REF-COUNT-USED TO WS-REL-REF-IDX
                       MOVE TR-SUSP-REF
                           TO WS-REL-REF-SUSP-REF (WS-REL-REF-IDX)
                       MOVE TR-CATEGORY-CODE
                           TO WS-REL-REF-CATEGORY (WS-REL-REF-IDX)
                       MOVE TR-TRAN-COUNT
                           TO WS-REL-REF-COUNT (WS-REL-REF-IDX)
                       MOVE WS-TRAN-AMOUNT-WORK
                           TO WS-REL-REF-AMOUNT (WS-REL-REF-IDX)
                       MOVE WS-RREF-POSTED-STAMP (WS-RREF-MATCH-IDX)
                           TO WS-REL-REF-STAMP (WS-REL-REF-IDX)
                       MOVE WS-RREF-POSTED-JOB (WS-RREF-MATCH-IDX)
                           TO WS-REL-REF-JOB (WS-REL-REF-IDX)
                   END-IF
                   MOVE SPACES TO WS-TRC-WORK
                   MOVE TR-SUSP-REF TO WS-TRW-SUSP-REF
                   MOVE 'D' TO WS-TRW-TYPE
                   MOVE TR-CATEGORY-CODE TO WS-TRW-CATEGORY
                   MOVE TR-TRAN-COUNT TO WS-TRW-TRAN-COUNT
                   MOVE WS-TRAN-AMOUNT-WORK TO WS-TRW-AMOUNT
                   MOVE WS-ENTITY-WORK-CODE TO WS-TRW-ENTITY
                   STRING 'ALREADY POSTED BY RUN '
                          WS-RREF-POSTED-STAMP (WS-RREF-MATCH-IDX) (1:8)
                          DELIMITED BY SIZE INTO WS-TRW-TEXT
                   PERFORM 2068-QUEUE-TRACE-EVENT
                   MOVE SPACES TO WS-RCI-WORK
                   MOVE TR-ORIG-SOURCE-ID TO WS-RIW-SOURCE
                   MOVE TR-ORIG-BUSINESS-DATE TO WS-RIW-DATE
                   MOVE TR-SUSP-REF TO WS-RIW-SUSP-REF
                   MOVE TR-CATEGORY-CODE TO WS-RIW-CATEGORY
                   MOVE 'DR' TO WS-RIW-REASON
                   MOVE WS-TRW-TEXT TO WS-RIW-TEXT
                   MOVE TR-TRAN-COUNT TO WS-RIW-TRAN-COUNT
                   MOVE WS-TRAN-AMOUNT-WORK TO WS-RIW-AMOUNT
                   PERFORM 2066-QUEUE-RECEIPT-ITEM
               END-IF
           END-IF.

      ******************************************************************
      * 2048 - A FEED THAT DOES NOT YET SUPPLY THE TRANSACTION AMOUNT
      * LEAVES THE FIELD BLANK; IT POSTS AS ZERO RATHER THAN FAILING
               MOVE 'TRANSACTION COUNT OUT OF RANGE' TO SR-REASON-TEXT
               MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
               MOVE WS-TRAN-AMOUNT-WORK TO SR-TRAN-AMOUNT
               PERFORM 2065-WRITE-SUSPENSE-ITEM
           ELSE
               PERFORM 2100-ACCUMULATE-CATEGORY
           END-IF.

      ******************************************************************
      * 2055 - A RELEASED DETAIL THAT POSTED.  THE REFERENCE NOW
      * STANDS POSTED FOR THE REST OF THIS FILE, AND A POSTED EVENT
      * IS QUEUED FOR THE TRACE AND THE AUDIT TRAIL.
      ******************************************************************
       2055-RECORD-RELEASE-POSTED.
           ADD 1 TO WS-REL-POSTED-COUNT
           ADD WS-TRAN-AMOUNT-WORK TO WS-REL-POSTED-AMOUNT
           MOVE TR-SUSP-REF TO WS-RREF-KEY-WORK
           PERFORM 2019-FIND-RELEASED-REF
           IF WS-RREF-FOUND
               MOVE 'Y' TO WS-RREF-POSTED-SW (WS-RREF-MATCH-IDX)
               MOVE SPACES TO WS-RREF-POSTED-STAMP (WS-RREF-MATCH-IDX)
               STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                      DELIMITED BY SIZE
                      INTO WS-RREF-POSTED-STAMP (WS-RREF-MATCH-IDX)
               MOVE WS-JOB-ID TO WS-RREF-POSTED-JOB (WS-RREF-MATCH-IDX)
           END-IF
           MOVE SPACES TO WS-TRC-WORK
           MOVE TR-SUSP-REF TO WS-TRW-SUSP-REF
           MOVE 'P' TO WS-TRW-TYPE
           MOVE TR-CATEGORY-CODE TO WS-TRW-CATEGORY
           MOVE TR-TRAN-COUNT TO WS-TRW-TRAN-COUNT
           MOVE WS-TRAN-AMOUNT-WORK TO WS-TRW-AMOUNT
           MOVE WS-ENTITY-WORK-CODE TO WS-TRW-ENTITY
           STRING 'POSTED TO ENTITY ' WS-ENTITY-WORK-CODE
                  DELIMITED BY SIZE INTO WS-TRW-TEXT
           PERFORM 2068-QUEUE-TRACE-EVENT.

       2060-CHECK-SUSPOUT-STATUS.
           IF WS-SUSPOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * 2065 - EVERY SUSPENSE ITEM IS WRITTEN HERE.  A RELEASED
      * DETAIL THAT FAILS AGAIN KEEPS ITS OWN REFERENCE; ANYTHING
      * ELSE IS GIVEN A NEW ONE - THE RUN DATE AND TIME AND A
      * SEQUENCE WITHIN THE RUN - AND THE EVENT IS QUEUED FOR THE
      * TRACE LOG.  THE ITEM ALSO CARRIES THE SOURCE ID AND BUSINESS
      * DATE OF THE BATCH THAT FIRST SENT IT (A RELEASED DETAIL
      * BRINGS ITS OWN BACK) AND IS QUEUED FOR THAT SOURCE'S
      * PROCESSING RECEIPT.
      ******************************************************************
       2065-WRITE-SUSPENSE-ITEM.
           MOVE SPACES TO WS-TRC-WORK
           IF TR-DETAIL-REC AND TR-SUSP-REF NOT = SPACES
               MOVE TR-SUSP-REF TO SR-SUSP-REF
               MOVE 'U' TO WS-TRW-TYPE
               MOVE TR-ORIG-SOURCE-ID TO SR-SOURCE-ID
               MOVE TR-ORIG-BUSINESS-DATE TO SR-BUSINESS-DATE
           ELSE
               ADD 1 TO WS-SUSP-REF-SEQ
               STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME '-'
                      WS-SUSP-REF-SEQ
                      DELIMITED BY SIZE INTO SR-SUSP-REF
               MOVE 'S' TO WS-TRW-TYPE
               IF WS-POST-BATCH-IDX > 0
                       AND WS-POST-BATCH-IDX <= WS-RCB-COUNT
                   MOVE WS-RCB-SOURCE (WS-POST-BATCH-IDX)
                       TO SR-SOURCE-ID
                   MOVE WS-RCB-DATE (WS-POST-BATCH-IDX)
                       TO SR-BUSINESS-DATE
               END-IF
           END-IF
           WRITE SUSPENSE-RECORD
           PERFORM 2060-CHECK-SUSPOUT-STATUS
           SET WS-ITEM-SUSPENDED TO TRUE
           MOVE SR-SUSP-REF TO WS-TRW-SUSP-REF
           MOVE SR-CATEGORY-CODE TO WS-TRW-CATEGORY
           MOVE SR-TRAN-COUNT TO WS-TRW-TRAN-COUNT
           MOVE SR-TRAN-AMOUNT TO WS-TRW-AMOUNT
           MOVE SR-REASON-CODE TO WS-TRW-REASON
           MOVE SR-REASON-TEXT TO WS-TRW-TEXT
           MOVE WS-ENTITY-WORK-CODE TO WS-TRW-ENTITY
           PERFORM 2068-QUEUE-TRACE-EVENT
           MOVE SPACES TO WS-RCI-WORK
           MOVE SR-SOURCE-ID TO WS-RIW-SOURCE
           MOVE SR-BUSINESS-DATE TO WS-RIW-DATE
           MOVE SR-SUSP-REF TO WS-RIW-SUSP-REF
           MOVE SR-CATEGORY-CODE TO WS-RIW-CATEGORY
           MOVE SR-REASON-CODE TO WS-RIW-REASON
           MOVE SR-REASON-TEXT TO WS-RIW-TEXT
           MOVE SR-TRAN-COUNT TO WS-RIW-TRAN-COUNT
           MOVE SR-TRAN-AMOUNT TO WS-RIW-AMOUNT
           PERFORM 2066-QUEUE-RECEIPT-ITEM.

      ******************************************************************
      * 2066 - QUEUE AN EXCEPTION ITEM FOR THE CURRENT BATCH'S
      * RECEIPT AND COUNT IT AGAINST THE BATCH.  AN ITEM WITH NO
      * ORIGINAL SOURCE (RELEASED BEFORE SOURCES WERE CARRIED) GOES
      * UNDER THE BATCH'S OWN SOURCE.  AN ITEM THAT WILL NOT FIT IS
      * A FILE ERROR, AS FOR THE TRACE TABLE.
      ******************************************************************
       2066-QUEUE-RECEIPT-ITEM.
           MOVE WS-POST-BATCH-IDX TO WS-RIW-BATCH
           IF WS-POST-BATCH-IDX > 0
                   AND WS-POST-BATCH-IDX <= WS-RCB-COUNT
               ADD 1 TO WS-RCB-EXCEPTIONS (WS-POST-BATCH-IDX)
               IF WS-RIW-SOURCE = SPACES
                   MOVE WS-RCB-SOURCE (WS-POST-BATCH-IDX)
                       TO WS-RIW-SOURCE
                   MOVE WS-RCB-DATE (WS-POST-BATCH-IDX) TO WS-RIW-DATE
               END-IF
           END-IF
           IF WS-RCI-COUNT < WS-RCI-LIMIT
               ADD 1 TO WS-RCI-COUNT
               MOVE WS-RCI-WORK TO WS-RCI-DATA (WS-RCI-COUNT)
           ELSE
               ADD 1 TO WS-RCI-OVERFLOW-COUNT
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       2068-QUEUE-TRACE-EVENT.
           IF WS-TRC-COUNT < WS-TRC-LIMIT
               ADD 1 TO WS-TRC-COUNT
               MOVE WS-TRC-WORK TO WS-TRC-DATA (WS-TRC-COUNT)
           ELSE
               ADD 1 TO WS-TRC-OVERFLOW-COUNT
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2070 - MANUAL ADJUSTMENT.  THE APPROVER MUST PASS THE
      * OPERATOR AUTHORITY CHECK (2075) AND THE SIGNED COUNT MUST BE
      * NUMERIC; ANYTHING ELSE GOES TO SUSPENSE WITH THE APPROVER
      * AND KEYED-BY IDS ON THE RECORD SO THE REVIEWER SEES WHO
      * KEYED IT.  WITH A CATEGORY MASTER LOADED
      * THE TARGET CODE MUST BE ON THE MASTER (ACTIVE OR NOT - A
      * RESTATEMENT MAY HIT A RETIRED BRANCH).  ACCEPTED ADJUSTMENTS
      * ACCUMULATE SEPARATELY FROM ORDINARY COUNTS AND APPLY TO THE
               MOVE 0 TO WS-ADJ-AMOUNT-WORK
           END-IF

           PERFORM 2075-CHECK-ADJ-AUTHORITY

           EVALUATE TRUE
               WHEN WS-AUTH-REASON-CODE NOT = SPACES
                   PERFORM 2085-RECORD-ADJ-REJECTION
                   PERFORM 2080-SUSPEND-ADJUSTMENT
               WHEN TR-ADJ-COUNT NOT NUMERIC
                   MOVE 'AP' TO WS-AUTH-REASON-CODE
                   MOVE 'ADJUSTMENT COUNT NOT NUMERIC'
                       TO WS-AUTH-REASON-TEXT
                   PERFORM 2080-SUSPEND-ADJUSTMENT
               WHEN OTHER
                   PERFORM 2090-ACCEPT-ADJUSTMENT
           END-EVALUATE.

      ******************************************************************
      * 2075 - OPERATOR AUTHORITY FOR A MANUAL ADJUSTMENT.  THE
      * APPROVER MUST BE ON THE AUTHORITY FILE WITH THE ADJUST
      * FUNCTION (AP), THE ABSOLUTE AMOUNT MUST NOT EXCEED THE
      * APPROVER'S MONEY LIMIT (AL), AND THE KEYED-BY ID MUST BE
      * PRESENT AND DIFFERENT FROM THE APPROVER (SD) - ONE PERSON
      * MAY NOT BOTH KEY AND APPROVE.  A BLANK REASON CODE ON
      * RETURN MEANS THE ADJUSTMENT IS AUTHORIZED.
      ******************************************************************
       2075-CHECK-ADJ-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON-CODE
           MOVE SPACES TO WS-AUTH-REASON-TEXT
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-OPR-FOUND
               IF WS-OPR-ID (WS-OPR-IDX) = TR-ADJ-APPROVER-ID
                   SET WS-OPR-FOUND TO TRUE
                   MOVE WS-OPR-IDX TO WS-OPR-MATCH-IDX
               END-IF
           END-PERFORM
           COMPUTE WS-AUTH-AMOUNT-WORK =
               FUNCTION ABS (WS-ADJ-AMOUNT-WORK)
           EVALUATE TRUE
               WHEN TR-ADJ-APPROVER-ID = SPACES
                   OR NOT WS-OPR-FOUND
                   MOVE 'AP' TO WS-AUTH-REASON-CODE
                   MOVE 'APPROVER NOT ON AUTHORITY FILE'
                       TO WS-AUTH-REASON-TEXT
               WHEN WS-OPR-ADJUST-FLAG (WS-OPR-MATCH-IDX) NOT = 'Y'
                   MOVE 'AP' TO WS-AUTH-REASON-CODE
                   MOVE 'APPROVER NOT AUTHORIZED TO ADJ'
                       TO WS-AUTH-REASON-TEXT
               WHEN WS-AUTH-AMOUNT-WORK
                       > WS-OPR-LIMIT (WS-OPR-MATCH-IDX)
                   MOVE 'AL' TO WS-AUTH-REASON-CODE
                   MOVE 'AMOUNT EXCEEDS APPROVER LIMIT'
                       TO WS-AUTH-REASON-TEXT
               WHEN TR-ADJ-KEYED-BY-ID = SPACES
                   MOVE 'SD' TO WS-AUTH-REASON-CODE
                   MOVE 'KEYED-BY ID NOT SUPPLIED'
                       TO WS-AUTH-REASON-TEXT
               WHEN TR-ADJ-KEYED-BY-ID = TR-ADJ-APPROVER-ID
                   MOVE 'SD' TO WS-AUTH-REASON-CODE
                   MOVE 'KEYER MAY NOT APPROVE OWN ENTRY'
                       TO WS-AUTH-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2080-SUSPEND-ADJUSTMENT.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE TR-ADJ-CATEGORY-CODE TO SR-CATEGORY-CODE
           COMPUTE SR-TRAN-COUNT =
               FUNCTION ABS (WS-ADJ-COUNT-WORK)
           MOVE WS-ADJ-AMOUNT-WORK TO SR-TRAN-AMOUNT
           MOVE WS-AUTH-REASON-CODE TO SR-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SR-REASON-TEXT
           MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
           MOVE TR-ADJ-APPROVER-ID TO SR-APPROVER-ID
           MOVE TR-ADJ-KEYED-BY-ID TO SR-KEYED-BY-ID
           PERFORM 2065-WRITE-SUSPENSE-ITEM.

      ******************************************************************
      * 2085 - AN ADJUSTMENT REFUSED ON OPERATOR AUTHORITY IS LISTED
      * ON THE REPORT WITH ITS REASON AND FLAGS THE RUN FOR REVIEW.
      ******************************************************************
       2085-RECORD-ADJ-REJECTION.
           ADD 1 TO WS-ADJ-REJ-TOTAL
           IF WS-RC-AUTH-REJECT > WS-RETURN-CODE
               MOVE WS-RC-AUTH-REJECT TO WS-RETURN-CODE
           END-IF
           IF WS-ADJ-REJ-COUNT < 50
               ADD 1 TO WS-ADJ-REJ-COUNT
               MOVE TR-ADJ-CATEGORY-CODE
                   TO WS-ADJ-REJ-CATEGORY (WS-ADJ-REJ-COUNT)
               MOVE WS-ADJ-AMOUNT-WORK
                   TO WS-ADJ-REJ-AMOUNT (WS-ADJ-REJ-COUNT)
               MOVE TR-ADJ-APPROVER-ID
                   TO WS-ADJ-REJ-APPROVER (WS-ADJ-REJ-COUNT)
               MOVE TR-ADJ-KEYED-BY-ID
                   TO WS-ADJ-REJ-KEYED-BY (WS-ADJ-REJ-COUNT)
               MOVE WS-AUTH-REASON-TEXT
                   TO WS-ADJ-REJ-REASON (WS-ADJ-REJ-COUNT)
           END-IF.

       2090-ACCEPT-ADJUSTMENT.
           MOVE 'N' TO WS-CAT-FOUND-SW
                       TO SR-REASON-TEXT
                   MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
                   MOVE TR-ADJ-APPROVER-ID TO SR-APPROVER-ID
                   MOVE TR-ADJ-KEYED-BY-ID TO SR-KEYED-BY-ID
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
               WHEN WS-CATEGORY-COUNT < 50
                   ADD 1 TO WS-CATEGORY-COUNT
                   SET WS-CAT-IDX TO WS-CATEGORY-COUNT
                   MOVE 'CATEGORY TABLE FULL' TO SR-REASON-TEXT
                   MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
                   MOVE TR-ADJ-APPROVER-ID TO SR-APPROVER-ID
                   MOVE TR-ADJ-KEYED-BY-ID TO SR-KEYED-BY-ID
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
           END-EVALUATE

           IF WS-CAT-FOUND
                   END-ADD
                   ADD WS-ADJ-COUNT-WORK TO WS-ADJ-NET-COUNT
                   ADD WS-ADJ-AMOUNT-WORK TO WS-ADJ-NET-AMOUNT
                   MOVE WS-ADJ-COUNT-WORK TO WS-RCB-COUNT-WORK
                   MOVE WS-ADJ-AMOUNT-WORK TO WS-RCB-AMOUNT-WORK
                   PERFORM 2108-CREDIT-RECEIPT-BATCH
                   ADD 1 TO WS-ADJ-ENTRY-COUNT
                   MOVE TR-ADJ-CATEGORY-CODE
                       TO WS-ADJ-CATEGORY (WS-ADJ-ENTRY-COUNT)
                   MOVE 'ADJUSTMENT TABLE FULL' TO SR-REASON-TEXT
                   MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
                   MOVE TR-ADJ-APPROVER-ID TO SR-APPROVER-ID
                   MOVE TR-ADJ-KEYED-BY-ID TO SR-KEYED-BY-ID
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
               END-IF
           END-IF.

      ******************************************************************
       2095-LOG-CAT-ADJ-CNT-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           STRING 'ADJ-' TR-ADJ-CATEGORY-CODE
                  DELIMITED BY SIZE INTO OL-FIELD-NAME

       2096-LOG-CAT-ADJ-AMT-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           STRING 'ADJ-' TR-ADJ-CATEGORY-CODE
                  DELIMITED BY SIZE INTO OL-FIELD-NAME
                   MOVE 'CATEGORY INACTIVE ON MASTER' TO SR-REASON-TEXT
                   MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
                   MOVE WS-TRAN-AMOUNT-WORK TO SR-TRAN-AMOUNT
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
               WHEN WS-CAT-FOUND
                   ADD TR-TRAN-COUNT TO WS-CAT-TOTAL (WS-CAT-IDX)
                       ON SIZE ERROR
                           PERFORM 2120-LOG-CAT-AMOUNT-OVERFLOW
                   END-ADD
                   PERFORM 2105-ACCUMULATE-ENTITY
                   PERFORM 2107-ACCUMULATE-BATCH
               WHEN WS-CATMSTR-LOADED
                   MOVE SPACES TO SUSPENSE-RECORD
                   MOVE TR-CATEGORY-CODE TO SR-CATEGORY-CODE
                   MOVE 'CATEGORY NOT ON MASTER' TO SR-REASON-TEXT
                   MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
                   MOVE WS-TRAN-AMOUNT-WORK TO SR-TRAN-AMOUNT
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
               WHEN WS-CATEGORY-COUNT < 50
                   ADD 1 TO WS-CATEGORY-COUNT
                   MOVE TR-CATEGORY-CODE
                   MOVE 0 TO WS-CAT-PERIOD-AMOUNT (WS-CATEGORY-COUNT)
                   MOVE 0 TO WS-CAT-ADJ-COUNT (WS-CATEGORY-COUNT)
                   MOVE 0 TO WS-CAT-ADJ-AMOUNT (WS-CATEGORY-COUNT)
                   SET WS-CAT-IDX TO WS-CATEGORY-COUNT
                   PERFORM 2107-ACCUMULATE-BATCH
               WHEN OTHER
                   MOVE SPACES TO SUSPENSE-RECORD
                   MOVE TR-CATEGORY-CODE TO SR-CATEGORY-CODE
                   MOVE 'CATEGORY TABLE FULL' TO SR-REASON-TEXT
                   MOVE WS-RUN-DATE-YYYYMMDD TO SR-SUSP-DATE
                   MOVE WS-TRAN-AMOUNT-WORK TO SR-TRAN-AMOUNT
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
           END-EVALUATE.

      ******************************************************************
               END-ADD
           END-IF.

      ******************************************************************
      * 2107 - THE POSTED DETAIL IS ALSO CREDITED TO ITS BATCH'S
      * FEED TABLE ENTRY, CATEGORY BY CATEGORY, SO THE REGISTER CAN
      * RECORD EXACTLY WHAT THE BATCH CONTRIBUTED AND A LATER REVRS
      * RUN CAN TAKE THAT BACK OUT.  A FILE WITHOUT BATCH HEADERS
      * HAS NO FEED TABLE ENTRY TO CREDIT.
      ******************************************************************
       2107-ACCUMULATE-BATCH.
           IF WS-POST-BATCH-IDX > 0
               SET WS-FB-CAT-SUB TO WS-CAT-IDX
               ADD TR-TRAN-COUNT
                   TO WS-FB-CAT-COUNT (WS-POST-BATCH-IDX, WS-FB-CAT-SUB)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-ADD
               ADD WS-TRAN-AMOUNT-WORK
                   TO WS-FB-CAT-AMOUNT (WS-POST-BATCH-IDX,
                                        WS-FB-CAT-SUB)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-ADD
           END-IF
           MOVE TR-TRAN-COUNT TO WS-RCB-COUNT-WORK
           MOVE WS-TRAN-AMOUNT-WORK TO WS-RCB-AMOUNT-WORK
           PERFORM 2108-CREDIT-RECEIPT-BATCH.

      ******************************************************************
      * 2108 - CREDIT A POSTED DETAIL OR ACCEPTED ADJUSTMENT TO ITS
      * BATCH'S RECEIPT: ONE MORE RECORD POSTED, AND ITS COUNT AND
      * AMOUNT INTO THE BATCH'S POSTED FIGURES.
      ******************************************************************
       2108-CREDIT-RECEIPT-BATCH.
           IF WS-POST-BATCH-IDX > 0
                   AND WS-POST-BATCH-IDX <= WS-RCB-COUNT
               ADD 1 TO WS-RCB-POSTED-RECS (WS-POST-BATCH-IDX)
               ADD WS-RCB-COUNT-WORK
                   TO WS-RCB-POSTED-COUNT (WS-POST-BATCH-IDX)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-ADD
               ADD WS-RCB-AMOUNT-WORK
                   TO WS-RCB-POSTED-AMOUNT (WS-POST-BATCH-IDX)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-ADD
           END-IF.

       2110-LOG-CATEGORY-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           STRING 'CAT-' TR-CATEGORY-CODE
                  DELIMITED BY SIZE INTO OL-FIELD-NAME
           MOVE WS-CAT-TOTAL (WS-CAT-IDX) TO OL-OLD-VALUE
           ADD WS-CAT-TOTAL (WS-CAT-IDX) TR-TRAN-COUNT
               GIVING OL-ATTEMPTED-VALUE
           MOVE 0 TO OL-OLD-AMOUNT
           MOVE 0 TO OL-ATTEMPTED-AMOUNT
           WRITE OVERFLOW-LOG-RECORD
           IF WS-OVFLOG-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RC-OVERFLOW > WS-RETURN-CODE
               MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
           END-IF.

       2120-LOG-CAT-AMOUNT-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           STRING 'AMT-' TR-CATEGORY-CODE
                  DELIMITED BY SIZE INTO OL-FIELD-NAME
               MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * 2500 SERIES - PRIOR-DAY BATCH REVERSAL (RUN MODE REVRS).  THE
      * PARM IS CHECKED FIRST (2510), THEN EVERY REGISTERED BATCH
      * FOR THE SOURCE AND DATE IS FOUND (2520) AND PROVED
      * REVERSIBLE (2530) BEFORE ANY FIGURE MOVES; A REFUSAL LEAVES
      * THE TOTALS, THE REGISTER AND THE EXTRACT UNTOUCHED, NAMES THE
      * REASON ON THE REPORT AND RAISES ITS OWN RETURN CODE.  AN
      * ACCEPTED REVERSAL (2540) POSTS THE NEGATIVE OF EACH BATCH'S
      * REGISTERED CONTRIBUTION AS A CATEGORY AND ENTITY ADJUSTMENT,
      * SO THE PERIOD-TO-DATE AND ENTITY TOTALS FOLLOW IN 3000
      * EXACTLY AS FOR A MANUAL ADJUSTMENT, AND MARKS THE BATCH
      * REVERSED BY THIS RUN.
      ******************************************************************
       2500-REVERSE-PRIOR-BATCH.
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO WS-RVS-STAMP
           PERFORM 2510-VALIDATE-REVERSAL
           IF NOT WS-RVS-REFUSED
               PERFORM 2520-FIND-REVERSAL-BATCHES
           END-IF
           IF NOT WS-RVS-REFUSED
               PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                       UNTIL WS-RVS-IDX > WS-RVS-COUNT
                       OR WS-RVS-REFUSED
                   PERFORM 2530-CHECK-REVERSAL-BATCH
               END-PERFORM
           END-IF
           IF WS-RVS-REFUSED
               MOVE 0 TO WS-RVS-COUNT
               IF WS-RC-REVERSAL-REFUSED > WS-RETURN-CODE
                   MOVE WS-RC-REVERSAL-REFUSED TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                       UNTIL WS-RVS-IDX > WS-RVS-COUNT
                   PERFORM 2540-APPLY-ONE-REVERSAL
               END-PERFORM
               STRING 'PRIOR-DAY BATCH REVERSED - REVERSING '
                      'SETTLEMENT ISSUED'
                      DELIMITED BY SIZE INTO WS-RVS-NOTE
           END-IF.

      ******************************************************************
      * 2510 - THE PARM MUST NAME BOTH A SOURCE AND A BUSINESS DATE
      * BEFORE TODAY, AND THE DATE MUST STILL BE IN THE OPEN PERIOD -
      * A CLOSED PERIOD'S FIGURES HAVE GONE TO THE PERIOD HISTORY
      * AND ARE NOT REOPENED FROM HERE.
      ******************************************************************
       2510-VALIDATE-REVERSAL.
           MOVE WS-PARM-RVS-DATE-TEXT TO WS-LOCK-TEST-DATE
           PERFORM 1235-TEST-DATE-CLOSED
           EVALUATE TRUE
               WHEN WS-PARM-RVS-DATE-TEXT = SPACES
                       OR WS-PARM-RVS-SOURCE-TEXT = SPACES
                   MOVE 'BUSINESS DATE AND SOURCE ID ARE BOTH REQUIRED'
                       TO WS-RVS-NOTE
               WHEN WS-PARM-RVS-DATE-TEXT IS NOT NUMERIC
                   MOVE 'BUSINESS DATE IS NOT NUMERIC (YYYYMMDD)'
                       TO WS-RVS-NOTE
               WHEN WS-PARM-RVS-DATE-TEXT NOT < WS-RUN-DATE-YYYYMMDD
                   MOVE 'BUSINESS DATE IS NOT A PRIOR DAY'
                       TO WS-RVS-NOTE
               WHEN WS-LOCK-DATE-CLOSED
                   MOVE 'BUSINESS DATE FALLS IN A CLOSED PERIOD'
                       TO WS-RVS-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RVS-NOTE NOT = SPACES
               SET WS-RVS-REFUSED TO TRUE
           END-IF.

      ******************************************************************
      * 2520 - EVERY REGISTER BATCH FOR THE SOURCE AND DATE IS TAKEN
      * UNLESS IT IS ALREADY MARKED REVERSED.  NONE ON THE REGISTER
      * (OR ONLY ONES OLDER THAN THE HISTORY WINDOW, WHICH HAVE
      * FALLEN OFF IT) OR NONE LEFT TO REVERSE IS A REFUSAL.
      ******************************************************************
       2520-FIND-REVERSAL-BATCHES.
           MOVE 0 TO WS-RVS-FOUND-COUNT
           PERFORM VARYING WS-FREG-IDX FROM 1 BY 1
                   UNTIL WS-FREG-IDX > WS-FREG-COUNT
               IF WS-FREG-SOURCE (WS-FREG-IDX)
                       = WS-PARM-RVS-SOURCE-TEXT
                   AND WS-FREG-DATE (WS-FREG-IDX)
                       = WS-PARM-RVS-DATE-TEXT
                   PERFORM 2525-SELECT-REVERSAL-BATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RVS-REFUSED
                   CONTINUE
               WHEN WS-RVS-FOUND-COUNT = 0
                   MOVE 'NO REGISTERED BATCH FOR THAT SOURCE AND DATE'
                       TO WS-RVS-NOTE
                   SET WS-RVS-REFUSED TO TRUE
               WHEN WS-RVS-COUNT = 0
                   STRING 'BATCH ALREADY REVERSED BY RUN '
                          WS-RVS-PRIOR-STAMP
                          DELIMITED BY SIZE INTO WS-RVS-NOTE
                   SET WS-RVS-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2525-SELECT-REVERSAL-BATCH.
           ADD 1 TO WS-RVS-FOUND-COUNT
           IF WS-FREG-REVERSED-BY (WS-FREG-IDX) NOT = SPACES
               MOVE WS-FREG-REVERSED-BY (WS-FREG-IDX)
                   TO WS-RVS-PRIOR-STAMP
           ELSE
               IF WS-RVS-COUNT < WS-RVS-LIMIT
                   ADD 1 TO WS-RVS-COUNT
                   MOVE WS-FREG-IDX TO WS-RVS-FREG-IDX (WS-RVS-COUNT)
                   MOVE 0 TO WS-RVS-ENT-IDX (WS-RVS-COUNT)
                   MOVE 0 TO WS-RVS-TRAN-COUNT (WS-RVS-COUNT)
                   MOVE 0 TO WS-RVS-AMOUNT (WS-RVS-COUNT)
                   MOVE SPACES TO WS-RVS-NEW-KEY (WS-RVS-COUNT)
               ELSE
                   MOVE 'TOO MANY BATCHES FOR THAT SOURCE AND DATE'
                       TO WS-RVS-NOTE
                   SET WS-RVS-REFUSED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 2530 - A BATCH IS REVERSIBLE ONLY WHEN THE REGISTER HOLDS ITS
      * PER-CATEGORY CONTRIBUTION (A BATCH REGISTERED BEFORE THAT WAS
      * RECORDED HAS NONE) AND EVERY CATEGORY IT POSTED TO IS STILL
      * ON THE CATEGORY TABLE.
      ******************************************************************
       2530-CHECK-REVERSAL-BATCH.
           MOVE WS-RVS-FREG-IDX (WS-RVS-IDX) TO WS-FREG-IDX
           IF WS-FREG-CON-COUNT (WS-FREG-IDX) = 0
               STRING 'BATCH OF RUN ' WS-FREG-TIMESTAMP (WS-FREG-IDX)
                      ' HAS NO CATEGORY DETAIL ON REGISTER'
                      DELIMITED BY SIZE INTO WS-RVS-NOTE
               SET WS-RVS-REFUSED TO TRUE
           ELSE
               COMPUTE WS-FCON-LAST =
                   WS-FREG-CON-FIRST (WS-FREG-IDX)
                   + WS-FREG-CON-COUNT (WS-FREG-IDX) - 1
               PERFORM VARYING WS-FCON-IDX
                       FROM WS-FREG-CON-FIRST (WS-FREG-IDX) BY 1
                       UNTIL WS-FCON-IDX > WS-FCON-LAST
                       OR WS-RVS-REFUSED
                   PERFORM 2535-FIND-REVERSAL-CATEGORY
                   IF NOT WS-CAT-FOUND
                       STRING 'CATEGORY '
                              WS-FCON-CATEGORY (WS-FCON-IDX)
                              ' IS NO LONGER ON THE CATEGORY TABLE'
                              DELIMITED BY SIZE INTO WS-RVS-NOTE
                       SET WS-RVS-REFUSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2535-FIND-REVERSAL-CATEGORY.
           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-CAT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SEARCH-IDX > WS-CATEGORY-COUNT
                   OR WS-CAT-FOUND
               IF WS-CAT-CODE (WS-CAT-SEARCH-IDX)
                       = WS-FCON-CATEGORY (WS-FCON-IDX)
                   SET WS-CAT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CAT-SEARCH-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2540 - TAKE ONE BATCH BACK OUT UNDER THE ENTITY IT ORIGINALLY
      * POSTED TO.  WITH THE ENTITY TABLE FULL THE COMBINED FIGURES
      * ARE STILL REVERSED AND THE RETURN CODE CARRIES THE FAILURE,
      * AS FOR A POSTING BATCH.  THE REVERSING SETTLEMENT BATCH'S
      * CONTROL KEY (RV + SEQUENCE IN PLACE OF THE JOB ID) IS SET
      * HERE SO THE REPORT CAN SHOW IT BESIDE THE ORIGINAL.
      ******************************************************************
       2540-APPLY-ONE-REVERSAL.
           MOVE WS-RVS-FREG-IDX (WS-RVS-IDX) TO WS-FREG-IDX
           MOVE WS-FREG-ENTITY (WS-FREG-IDX) TO WS-ENTITY-WORK-CODE
           PERFORM 1290-FIND-OR-ADD-ENTITY
           MOVE WS-ENT-IDX TO WS-RVS-ENT-IDX (WS-RVS-IDX)
           MOVE WS-RVS-IDX TO WS-RVS-SEQ-TEXT
           STRING 'RV' WS-RVS-SEQ-TEXT '-' WS-FREG-ENTITY (WS-FREG-IDX)
                  '-' WS-RUN-DATE-YYYYMMDD '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO WS-RVS-NEW-KEY (WS-RVS-IDX)
           COMPUTE WS-FCON-LAST =
               WS-FREG-CON-FIRST (WS-FREG-IDX)
               + WS-FREG-CON-COUNT (WS-FREG-IDX) - 1
           PERFORM VARYING WS-FCON-IDX
                   FROM WS-FREG-CON-FIRST (WS-FREG-IDX) BY 1
                   UNTIL WS-FCON-IDX > WS-FCON-LAST
               PERFORM 2545-REVERSE-ONE-CATEGORY
           END-PERFORM
           MOVE WS-RVS-STAMP TO WS-FREG-REVERSED-BY (WS-FREG-IDX).

       2545-REVERSE-ONE-CATEGORY.
           PERFORM 2535-FIND-REVERSAL-CATEGORY
           SUBTRACT WS-FCON-TRAN-COUNT (WS-FCON-IDX)
               FROM WS-CAT-ADJ-COUNT (WS-CAT-SEARCH-IDX)
               ON SIZE ERROR
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
           END-SUBTRACT
           SUBTRACT WS-FCON-AMOUNT (WS-FCON-IDX)
               FROM WS-CAT-ADJ-AMOUNT (WS-CAT-SEARCH-IDX)
               ON SIZE ERROR
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
           END-SUBTRACT
           IF WS-RVS-ENT-IDX (WS-RVS-IDX) > 0
               MOVE WS-RVS-ENT-IDX (WS-RVS-IDX) TO WS-ENT-IDX
               SUBTRACT WS-FCON-TRAN-COUNT (WS-FCON-IDX)
                   FROM WS-ENT-ADJ-COUNT (WS-ENT-IDX)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-SUBTRACT
               SUBTRACT WS-FCON-AMOUNT (WS-FCON-IDX)
                   FROM WS-ENT-ADJ-AMOUNT (WS-ENT-IDX)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-SUBTRACT
           END-IF
           SUBTRACT WS-FCON-TRAN-COUNT (WS-FCON-IDX)
               FROM WS-RVS-NET-COUNT
           SUBTRACT WS-FCON-AMOUNT (WS-FCON-IDX)
               FROM WS-RVS-NET-AMOUNT
           ADD WS-FCON-TRAN-COUNT (WS-FCON-IDX)
               TO WS-RVS-TRAN-COUNT (WS-RVS-IDX)
           ADD WS-FCON-AMOUNT (WS-FCON-IDX)
               TO WS-RVS-AMOUNT (WS-RVS-IDX).

      ******************************************************************
      * 3000 SERIES - SUM THE CATEGORY BREAKDOWN INTO WS-AREA-1, THEN
      * ROLL THIS RUN'S INCREMENT INTO THE CUMULATIVE GRAND TOTAL,
               COMPUTE WS-ADJ-RESULT-WORK =
                   WS-AREA-2 + WS-ADJ-NET-COUNT
               IF WS-ADJ-RESULT-WORK < 0
                   OR WS-ADJ-RESULT-WORK > WS-AREA-2-MAXIMUM
                   PERFORM 3150-LOG-ADJ-COUNT-OVERFLOW
               ELSE
                   MOVE WS-ADJ-RESULT-WORK TO WS-AREA-2
                       PERFORM 3160-LOG-ADJ-AMOUNT-OVERFLOW
               END-COMPUTE
           END-IF
           IF WS-RVS-NET-COUNT NOT = 0
               COMPUTE WS-ADJ-RESULT-WORK =
                   WS-AREA-2 + WS-RVS-NET-COUNT
               IF WS-ADJ-RESULT-WORK < 0
                   OR WS-ADJ-RESULT-WORK > WS-AREA-2-MAXIMUM
                   PERFORM 3170-LOG-RVS-COUNT-OVERFLOW
               ELSE
                   MOVE WS-ADJ-RESULT-WORK TO WS-AREA-2
               END-IF
           END-IF
           IF WS-RVS-NET-AMOUNT NOT = 0
               COMPUTE WS-AMOUNT-AREA-2 =
                   WS-AMOUNT-AREA-2 + WS-RVS-NET-AMOUNT
                   ON SIZE ERROR
                       PERFORM 3180-LOG-RVS-AMOUNT-OVERFLOW
               END-COMPUTE
           END-IF

           IF WS-AREA-2 > WS-AREA-2-THRESHOLD
               SET WS-THRESHOLD-EXCEEDED TO TRUE

       3050-LOG-AREA-1-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'WS-AREA-1' TO OL-FIELD-NAME
           MOVE WS-AREA-1 TO OL-OLD-VALUE

       3060-LOG-AMOUNT-1-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'AMT-AREA-1' TO OL-FIELD-NAME
           MOVE 0 TO OL-OLD-VALUE

       3100-LOG-AREA-2-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'WS-AREA-2' TO OL-FIELD-NAME
           MOVE WS-AREA-2 TO OL-OLD-VALUE
           MOVE 0 TO OL-ATTEMPTED-VALUE
           MOVE 0 TO OL-OLD-AMOUNT
           ADD WS-AREA-2-BEFORE WS-AREA-1 GIVING OL-ATTEMPTED-AMOUNT
           WRITE OVERFLOW-LOG-RECORD
           IF WS-OVFLOG-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE

       3110-LOG-AMOUNT-2-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'AMT-AREA-2' TO OL-FIELD-NAME
           MOVE 0 TO OL-OLD-VALUE
      ******************************************************************
       3150-LOG-ADJ-COUNT-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'ADJ-AREA-2' TO OL-FIELD-NAME
           MOVE WS-AREA-2 TO OL-OLD-VALUE

       3160-LOG-ADJ-AMOUNT-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'ADJ-AMT-2' TO OL-FIELD-NAME
           MOVE 0 TO OL-OLD-VALUE
               MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * 3170/3180 - THE NET PRIOR-DAY REVERSAL IS GUARDED AND LOGGED
      * THE SAME WAY AS THE NET MANUAL ADJUSTMENT.
      ******************************************************************
       3170-LOG-RVS-COUNT-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'RVS-AREA-2' TO OL-FIELD-NAME
           MOVE WS-AREA-2 TO OL-OLD-VALUE
           MOVE 0 TO OL-ATTEMPTED-VALUE
           MOVE 0 TO OL-OLD-AMOUNT
           MOVE WS-RVS-NET-COUNT TO OL-ATTEMPTED-AMOUNT
           WRITE OVERFLOW-LOG-RECORD
           IF WS-OVFLOG-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RC-OVERFLOW > WS-RETURN-CODE
               MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
           END-IF.

       3180-LOG-RVS-AMOUNT-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'RVS-AMT-2' TO OL-FIELD-NAME
           MOVE 0 TO OL-OLD-VALUE
           MOVE 0 TO OL-ATTEMPTED-VALUE
           MOVE WS-AMOUNT-AREA-2 TO OL-OLD-AMOUNT
           MOVE WS-RVS-NET-AMOUNT TO OL-ATTEMPTED-AMOUNT
           WRITE OVERFLOW-LOG-RECORD
           IF WS-OVFLOG-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RC-OVERFLOW > WS-RETURN-CODE
               MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * 3200 - ROLL ONE ENTITY'S DAY FIGURES AND NET ADJUSTMENTS
      * INTO ITS CUMULATIVE TOTALS, WITH THE SAME GUARDS THE
                   WS-ENT-AREA-2 (WS-ENT-IDX)
                   + WS-ENT-ADJ-COUNT (WS-ENT-IDX)
               IF WS-ENT-NET-WORK < 0
                   OR WS-ENT-NET-WORK > WS-AREA-2-MAXIMUM
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
               PERFORM 4140-WRITE-MODE-ERROR
           END-IF
           PERFORM 4150-WRITE-INTEGRITY-LINES
           PERFORM 4170-WRITE-FEED-LINES
           IF WS-MODE-RERUN OR WS-MODE-RECOV
               PERFORM 4160-WRITE-RERUN-LINES
           END-IF
           IF WS-ADJ-ENTRY-COUNT > 0
               PERFORM 4600-WRITE-ADJUSTMENT-LINES
           END-IF
           IF WS-ADJ-REJ-TOTAL > 0
               PERFORM 4650-WRITE-ADJ-REJECT-LINES
           END-IF
           IF WS-RREF-COUNT > 0 OR WS-RREF-OVERFLOW-COUNT > 0
                   OR WS-TRC-BACKOUT-COUNT > 0
                   OR WS-TRC-OVERFLOW-COUNT > 0
               PERFORM 4660-WRITE-RELEASE-LINES
           END-IF
           IF WS-MODE-REVERSE
               PERFORM 4190-WRITE-REVERSAL-LINES
           END-IF
           PERFORM 4500-WRITE-VARIANCE-LINES
           IF WS-MODE-CLOSE
               PERFORM 4400-WRITE-CLOSE-LINES
           MOVE '1' TO PL-CARRIAGE-CONTROL
           STRING 'JOB: ' WS-JOB-NAME
                  '   RUN DATE: ' WS-RUN-DATE-YYYYMMDD
                  '   CYCLE: ' WS-CYCLE-NUMBER
                  '   PAGE: ' WS-PAGE-NUMBER
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-PRIOR-CYCLE > 0
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               IF WS-CYCLE-NUMBER > WS-PRIOR-CYCLE
                   STRING 'POSTING CYCLE ' WS-CYCLE-NUMBER
                          ' - POSTED ON TOP OF CYCLE ' WS-PRIOR-CYCLE
                          ' TOTALS FOR THE SAME BUSINESS DAY'
                          DELIMITED BY SIZE INTO PL-TEXT
               ELSE
                   STRING 'POSTING CYCLE ' WS-CYCLE-NUMBER
                          ' - REPOSTED IN PLACE OF THE CYCLE BACKED '
                          'OUT BY THIS RERUN'
                          DELIMITED BY SIZE INTO PL-TEXT
               END-IF
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-FCAL-PERIOD-MISSING
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** PERIOD ' WS-PERIOD-ID
                      ' IS NOT ON THE FISCAL CALENDAR - CALENDAR-MONTH'
                      ' PERIODS USED ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-FCAL-CUR-IDX > 0 AND NOT WS-MODE-CLOSE
               IF WS-RUN-DATE-YYYYMMDD
                       > WS-FCAL-END-DATE (WS-FCAL-CUR-IDX)
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING 'RUN DATE IS PAST THE END OF PERIOD '
                          WS-PERIOD-ID ' (ENDED '
                          WS-FCAL-END-DATE (WS-FCAL-CUR-IDX)
                          ') - PERIOD CLOSE IS DUE'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               END-IF
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '*** UNRECOGNIZED RUN MODE ''' WS-PARM-MODE-TEXT
                  ''' ON PARM - RAN AS NORMAL RUN - '
                  'RESUBMIT WITH CLOSE, RERUN, RECOV OR REVRS ***'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       4150-WRITE-INTEGRITY-LINES.
           IF WS-RVS-ONLY-RUN
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'NO TRANIN SUPPLIED - REVERSAL-ONLY RUN, NO NEW '
                      'TRANSACTIONS POSTED'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS

               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           ELSE
               PERFORM 4152-WRITE-INTEGRITY-STATUS
           END-IF.

       4152-WRITE-INTEGRITY-STATUS.
           IF WS-TRANIN-STATUS NOT = '00'
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-BACKOUT-DONE
               MOVE WS-BACKOUT-COUNT TO WS-AREA-1-EDIT
               MOVE WS-BACKOUT-AMOUNT TO WS-AMOUNT-1-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'PRIOR INCREMENT BACKED OUT . . . . . . . '
                      WS-AREA-1-EDIT
                      '  AMOUNT: '
                      WS-AMOUNT-1-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4170 - SOURCE FEED SECTION: EACH BATCH ON A FILE THAT
      * VERIFIED, WITH ITS REGISTER KEY AND WHETHER IT POSTED OR WAS
      * SKIPPED AS A DUPLICATE, THEN THE SCHEDULE'S MISSING AND
      * UNEXPECTED SOURCES AND THE ARRIVAL COUNTS.
      ******************************************************************
       4170-WRITE-FEED-LINES.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'SOURCE FEED REGISTER'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-TRANIN-STATUS = '00' AND NOT WS-TRANIN-REJECTED
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'BATCH  SOURCE    ENTITY    RECORDS'
                      '         HASH  REGISTER'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS

               PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                       UNTIL WS-FB-IDX > WS-BATCH-NUMBER
                   PERFORM 4175-WRITE-ONE-FEED-BATCH
               END-PERFORM

               IF WS-FEED-DUP-COUNT > 0
                   MOVE WS-FEED-DUP-COUNT TO WS-BATCH-NUMBER-EDIT
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING '*** DUPLICATE BATCHES NOT POSTED: '
                          WS-BATCH-NUMBER-EDIT
                          ' ***'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               END-IF
           END-IF

           COMPUTE WS-RCPT-QUEUED-COUNT =
               WS-RCX-COUNT + WS-RCB-COUNT + WS-RCI-COUNT
           IF WS-RCPT-QUEUED-COUNT > 0
               MOVE WS-RCB-COUNT TO WS-BATCH-NUMBER-EDIT
               MOVE WS-RCI-COUNT TO WS-RCPT-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'PROCESSING RECEIPTS TO SOURCES  . . . . .'
                      WS-BATCH-NUMBER-EDIT ' BATCHES  '
                      WS-RCPT-COUNT-EDIT ' EXCEPTION ITEMS'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
               IF WS-RCX-COUNT > 0
                   MOVE WS-RCX-COUNT TO WS-BATCH-NUMBER-EDIT
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING 'EARLIER RECEIPTS MARKED SUPERSEDED  . . .'
                          WS-BATCH-NUMBER-EDIT
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               END-IF
               IF WS-RCI-OVERFLOW-COUNT > 0
                   MOVE WS-RCI-OVERFLOW-COUNT TO WS-RCPT-COUNT-EDIT
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING '*** RECEIPT ITEMS NOT RECORDED - TABLE '
                          'FULL: ' WS-RCPT-COUNT-EDIT ' ***'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-RVS-ONLY-RUN
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING 'REVERSAL-ONLY RUN - FEED ARRIVAL NOT '
                          'CHECKED'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               WHEN NOT WS-SCH-LOADED
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING 'NO SOURCE SCHEDULE SUPPLIED - FEED ARRIVAL '
                          'NOT CHECKED'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               WHEN OTHER
                   PERFORM 4180-WRITE-FEED-ARRIVALS
           END-EVALUATE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       4175-WRITE-ONE-FEED-BATCH.
           MOVE WS-FB-IDX TO WS-BATCH-NUMBER-EDIT
           MOVE WS-FB-RECORDS (WS-FB-IDX) TO WS-RECORD-COUNT-EDIT
           MOVE WS-FB-HASH (WS-FB-IDX) TO WS-FEED-HASH-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF WS-FB-DUPLICATE (WS-FB-IDX)
               STRING '  ' WS-BATCH-NUMBER-EDIT
                      '  ' WS-FB-SOURCE (WS-FB-IDX)
                      '  ' WS-FB-ENTITY (WS-FB-IDX)
                      '     ' WS-RECORD-COUNT-EDIT
                      '  ' WS-FEED-HASH-EDIT
                      '  ** DUPLICATE - NOT POSTED **'
                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               STRING '  ' WS-BATCH-NUMBER-EDIT
                      '  ' WS-FB-SOURCE (WS-FB-IDX)
                      '  ' WS-FB-ENTITY (WS-FB-IDX)
                      '     ' WS-RECORD-COUNT-EDIT
                      '  ' WS-FEED-HASH-EDIT
                      '  REGISTERED'
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       4180-WRITE-FEED-ARRIVALS.
           IF NOT WS-SCH-BUS-DAY
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'RUN DATE IS NOT A BUSINESS DAY - NO SOURCES '
                      'EXPECTED'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-EXPECTED (WS-SCH-IDX)
                       AND NOT WS-SCH-ARRIVED (WS-SCH-IDX)
                   MOVE SPACES TO PRINT-LINE
                   MOVE ' ' TO PL-CARRIAGE-CONTROL
                   STRING '*** SOURCE ' WS-SCH-SOURCE (WS-SCH-IDX)
                          ' ' WS-SCH-DESC (WS-SCH-IDX)
                          ' - EXPECTED TODAY, NOT RECEIVED ***'
                          DELIMITED BY SIZE INTO PL-TEXT
                   WRITE PRINT-LINE
                   PERFORM 4050-CHECK-PRTOUT-STATUS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-FUX-IDX FROM 1 BY 1
                   UNTIL WS-FUX-IDX > WS-FUX-COUNT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** SOURCE ' WS-FUX-SOURCE (WS-FUX-IDX)
                      ' RECEIVED UNEXPECTEDLY - '
                      WS-FUX-REASON (WS-FUX-IDX)
                      ' ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-PERFORM

           MOVE WS-SCH-EXPECTED-COUNT TO WS-SCH-EXPECTED-EDIT
           MOVE WS-SCH-ARRIVED-COUNT TO WS-SCH-ARRIVED-EDIT
           MOVE WS-SCH-MISSING-COUNT TO WS-SCH-MISSING-EDIT
           MOVE WS-FUX-COUNT TO WS-FUX-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'SOURCES EXPECTED: ' WS-SCH-EXPECTED-EDIT
                  '   RECEIVED: ' WS-SCH-ARRIVED-EDIT
                  '   MISSING: ' WS-SCH-MISSING-EDIT
                  '   UNEXPECTED: ' WS-FUX-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4190 - PRIOR-DAY BATCH REVERSAL (RUN MODE REVRS).  A REFUSAL
      * PRINTS ITS REASON.  AN ACCEPTED REVERSAL LISTS EACH BATCH
      * TAKEN OUT - THE RUN, JOB AND SETTLEMENT KEY THAT ORIGINALLY
      * POSTED IT AND THE KEY OF THE REVERSING BATCH - WITH THE
      * ORIGINAL FIGURES BESIDE THE REVERSAL FOR EACH CATEGORY.
      ******************************************************************
       4190-WRITE-REVERSAL-LINES.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'PRIOR-DAY BATCH REVERSAL - SOURCE '
                  WS-PARM-RVS-SOURCE-TEXT
                  '  BUSINESS DATE ' WS-PARM-RVS-DATE-TEXT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF WS-RVS-REFUSED
               STRING '*** REVERSAL REFUSED - ' DELIMITED BY SIZE
                      WS-RVS-NOTE DELIMITED BY '  '
                      ' ***' DELIMITED BY SIZE
                      INTO PL-TEXT
           ELSE
               STRING WS-RVS-NOTE
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                   UNTIL WS-RVS-IDX > WS-RVS-COUNT
               PERFORM 4195-WRITE-ONE-REVERSED-BATCH
           END-PERFORM

           IF NOT WS-RVS-REFUSED
               MOVE WS-RVS-NET-COUNT TO WS-ADJ-NET-COUNT-EDIT
               MOVE WS-RVS-NET-AMOUNT TO WS-ADJ-AMOUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'NET REVERSAL APPLIED . . . . . . . . . . '
                      WS-ADJ-NET-COUNT-EDIT
                      '  AMOUNT: '
                      WS-ADJ-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

       4195-WRITE-ONE-REVERSED-BATCH.
           MOVE WS-RVS-FREG-IDX (WS-RVS-IDX) TO WS-FREG-IDX
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'ORIGINAL RUN ' WS-FREG-TIMESTAMP (WS-FREG-IDX)
                  '  JOB ' WS-FREG-JOB-ID (WS-FREG-IDX)
                  '  ENTITY ' WS-FREG-ENTITY (WS-FREG-IDX)
                  '  KEY ' WS-FREG-CONTROL-KEY (WS-FREG-IDX)
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'REVERSING SETTLEMENT KEY '
                  WS-RVS-NEW-KEY (WS-RVS-IDX)
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CATEGORY  ORIGINAL COUNT      ORIGINAL AMOUNT'
                  '  REVERSED COUNT      REVERSED AMOUNT'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           COMPUTE WS-FCON-LAST =
               WS-FREG-CON-FIRST (WS-FREG-IDX)
               + WS-FREG-CON-COUNT (WS-FREG-IDX) - 1
           PERFORM VARYING WS-FCON-IDX
                   FROM WS-FREG-CON-FIRST (WS-FREG-IDX) BY 1
                   UNTIL WS-FCON-IDX > WS-FCON-LAST
               MOVE WS-FCON-TRAN-COUNT (WS-FCON-IDX)
                   TO WS-RVS-ORIG-COUNT-EDIT
               MOVE WS-FCON-AMOUNT (WS-FCON-IDX)
                   TO WS-RVS-ORIG-AMOUNT-EDIT
               COMPUTE WS-ADJ-COUNT-EDIT =
                   0 - WS-FCON-TRAN-COUNT (WS-FCON-IDX)
               COMPUTE WS-ADJ-AMOUNT-EDIT =
                   0 - WS-FCON-AMOUNT (WS-FCON-IDX)
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING WS-FCON-CATEGORY (WS-FCON-IDX)
                      '           ' WS-RVS-ORIG-COUNT-EDIT
                      '  ' WS-RVS-ORIG-AMOUNT-EDIT
                      '      ' WS-ADJ-COUNT-EDIT
                      '  ' WS-ADJ-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-PERFORM

           MOVE WS-RVS-TRAN-COUNT (WS-RVS-IDX)
               TO WS-RVS-ORIG-COUNT-EDIT
           MOVE WS-RVS-AMOUNT (WS-RVS-IDX) TO WS-RVS-ORIG-AMOUNT-EDIT
           COMPUTE WS-ADJ-COUNT-EDIT =
               0 - WS-RVS-TRAN-COUNT (WS-RVS-IDX)
           COMPUTE WS-ADJ-AMOUNT-EDIT = 0 - WS-RVS-AMOUNT (WS-RVS-IDX)
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'BATCH TOTAL'
                  '      ' WS-RVS-ORIG-COUNT-EDIT
                  '  ' WS-RVS-ORIG-AMOUNT-EDIT
                  '      ' WS-ADJ-COUNT-EDIT
                  '  ' WS-ADJ-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.


           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF WS-FCAL-CUR-IDX > 0
               STRING 'PERIOD-END CLOSE - PERIOD ' WS-PERIOD-ID
                      ' - FISCAL YEAR ' WS-FISCAL-YEAR ' - '
                      WS-FCAL-START-DATE (WS-FCAL-CUR-IDX) ' TO '
                      WS-FCAL-END-DATE (WS-FCAL-CUR-IDX)
                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               STRING 'MONTH-END CLOSE - PERIOD ' WS-PERIOD-ID
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-YTD-FISCAL-YEAR NOT = SPACES
                   AND WS-YTD-FISCAL-YEAR NOT = WS-FISCAL-YEAR
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** FISCAL YEAR ' WS-YTD-FISCAL-YEAR
                      ' WAS NEVER CLOSED - ROLLED UP AS IT STANDS AT '
                      WS-YTD-PERIODS ' PERIOD CLOSES ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF
           IF WS-YEAR-END-PERIOD
               PERFORM 4450-WRITE-YEAR-END-LINES
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4450 - THE FISCAL YEAR-END SECTION.  THE REPORT IS WRITTEN
      * BEFORE THE CLOSE RUNS, SO THE YEAR'S FIGURES SHOWN ARE THE
      * YEAR-TO-DATE FIGURES WITH THE CLOSING PERIOD ADDED IN - THE
      * SAME FIGURES THE CLOSE WRITES AS THE ANNUAL SUMMARY.
      ******************************************************************
       4450-WRITE-YEAR-END-LINES.
           IF WS-YTD-FISCAL-YEAR = WS-FISCAL-YEAR
               COMPUTE WS-YEAR-PERIODS = WS-YTD-PERIODS + 1
               MOVE WS-YTD-AREA-2-OPENING TO WS-YEAR-OPENING
               MOVE WS-YTD-AMOUNT-OPENING TO WS-YEAR-AMOUNT-OPENING
               COMPUTE WS-YEAR-ACTIVITY = WS-YTD-ACTIVITY + WS-AREA-2
                   ON SIZE ERROR
                       MOVE WS-YTD-ACTIVITY TO WS-YEAR-ACTIVITY
               END-COMPUTE
               COMPUTE WS-YEAR-AMOUNT-ACTIVITY =
                   WS-YTD-AMOUNT-ACTIVITY + WS-AMOUNT-AREA-2
                   ON SIZE ERROR
                       MOVE WS-YTD-AMOUNT-ACTIVITY
                           TO WS-YEAR-AMOUNT-ACTIVITY
               END-COMPUTE
           ELSE
               MOVE 1 TO WS-YEAR-PERIODS
               MOVE WS-AREA-2-OPENING TO WS-YEAR-OPENING
               MOVE WS-AMOUNT-OPENING TO WS-YEAR-AMOUNT-OPENING
               MOVE WS-AREA-2 TO WS-YEAR-ACTIVITY
               MOVE WS-AMOUNT-AREA-2 TO WS-YEAR-AMOUNT-ACTIVITY
           END-IF
           MOVE WS-PERIOD-CLOSING TO WS-YEAR-CLOSING
           MOVE WS-PERIOD-AMOUNT-CLOSING TO WS-YEAR-AMOUNT-CLOSING

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'FISCAL YEAR-END CLOSE - FISCAL YEAR ' WS-FISCAL-YEAR
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YEAR-PERIODS TO WS-YEAR-PERIODS-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'PERIOD CLOSES IN YEAR  . . . . . . . . . '
                  WS-YEAR-PERIODS-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YEAR-OPENING TO WS-OPENING-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'YEAR OPENING BALANCE . . . . . . . . . . '
                  WS-OPENING-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YEAR-ACTIVITY TO WS-YEAR-ACTIVITY-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'YEAR ACTIVITY  . . . . . . . . . . . . . '
                  WS-YEAR-ACTIVITY-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YEAR-CLOSING TO WS-CLOSING-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'YEAR CLOSING BALANCE . . . . . . . . . . '
                  WS-CLOSING-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YEAR-AMOUNT-OPENING TO WS-AMOUNT-2-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'YEAR OPENING AMOUNT  . . . . . . . . . . '
                  WS-AMOUNT-2-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YEAR-AMOUNT-ACTIVITY TO WS-AMOUNT-DIFF-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'YEAR AMOUNT ACTIVITY . . . . . . . . . . '
                  WS-AMOUNT-DIFF-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-YEAR-AMOUNT-CLOSING TO WS-AMOUNT-2-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'YEAR CLOSING AMOUNT  . . . . . . . . . . '
                  WS-AMOUNT-2-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'ANNUAL SUMMARY AND CATEGORY TOTALS WRITTEN TO THE '
                  'PERIOD HISTORY - YEAR-TO-DATE FIGURES RESET'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4550 - ONE CATEGORY'S TREND LINE.  WHERE AN EARLIER CYCLE HAS
      * ALREADY PUT TODAY ON THE HISTORY, THAT DAY IS LEFT OUT OF THE
      * TRAILING AVERAGE AND ADDED TO THIS CYCLE'S FIGURE, SO THE
      * COMPARISON IS ALWAYS THE BUSINESS DAY SO FAR AGAINST THE
      * DAYS BEFORE IT.
      ******************************************************************
       4550-WRITE-ONE-VARIANCE-LINE.
           MOVE 0 TO WS-HIST-SUM
           MOVE 0 TO WS-HIST-EARLIER-COUNT
           MOVE WS-HIST-DAYS (WS-HIST-IDX) TO WS-HIST-TRAIL-DAYS
           IF WS-HIST-TRAIL-DAYS > 0
               IF WS-HIST-DATE (WS-HIST-IDX, WS-HIST-TRAIL-DAYS)
                       = WS-RUN-DATE-YYYYMMDD
                   MOVE WS-HIST-COUNT (WS-HIST-IDX, WS-HIST-TRAIL-DAYS)
                       TO WS-HIST-EARLIER-COUNT
                   SUBTRACT 1 FROM WS-HIST-TRAIL-DAYS
               END-IF
           END-IF
           PERFORM VARYING WS-HIST-DAY-IDX FROM 1 BY 1
                   UNTIL WS-HIST-DAY-IDX > WS-HIST-TRAIL-DAYS
               ADD WS-HIST-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   TO WS-HIST-SUM
           END-PERFORM
           IF WS-HIST-TRAIL-DAYS > 0
               COMPUTE WS-HIST-AVG ROUNDED =
                   WS-HIST-SUM / WS-HIST-TRAIL-DAYS
           ELSE
               MOVE 0 TO WS-HIST-AVG
           END-IF
                       TO WS-TODAY-ACTIVE
               END-IF
           END-PERFORM
           ADD WS-HIST-EARLIER-COUNT TO WS-TODAY-TOTAL
               ON SIZE ERROR
                   MOVE 9999999 TO WS-TODAY-TOTAL
           END-ADD

           MOVE WS-HIST-TRAIL-DAYS TO WS-HIST-DAYS-EDIT
           MOVE WS-HIST-AVG TO WS-HIST-AVG-EDIT
           MOVE WS-TODAY-TOTAL TO WS-TODAY-EDIT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4650 - MANUAL ADJUSTMENTS REFUSED ON OPERATOR AUTHORITY: ONE
      * LINE PER REFUSAL WITH APPROVER, KEYED-BY ID AND REASON.  EACH
      * ONE IS ON THE SUSPENSE FILE FOR SUSPREL TO RESOLVE.
      ******************************************************************
       4650-WRITE-ADJ-REJECT-LINES.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'MANUAL ADJUSTMENTS REFUSED - OPERATOR AUTHORITY'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF NOT WS-OPR-LOADED
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** NO OPERATOR AUTHORITY FILE SUPPLIED - '
                      'NO ADJUSTMENT CAN BE APPROVED ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CATEGORY               AMOUNT  APPROVER  KEYED BY'
                  '  REASON'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           PERFORM VARYING WS-ADJ-REJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-REJ-IDX > WS-ADJ-REJ-COUNT
               MOVE WS-ADJ-REJ-AMOUNT (WS-ADJ-REJ-IDX)
                   TO WS-ADJ-AMOUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING WS-ADJ-REJ-CATEGORY (WS-ADJ-REJ-IDX)
                      '  '
                      WS-ADJ-AMOUNT-EDIT
                      '  '
                      WS-ADJ-REJ-APPROVER (WS-ADJ-REJ-IDX)
                      '  '
                      WS-ADJ-REJ-KEYED-BY (WS-ADJ-REJ-IDX)
                      '  '
                      WS-ADJ-REJ-REASON (WS-ADJ-REJ-IDX)
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-PERFORM

           IF WS-ADJ-REJ-TOTAL > WS-ADJ-REJ-COUNT
               COMPUTE WS-ADJ-REJ-UNLISTED =
                   WS-ADJ-REJ-TOTAL - WS-ADJ-REJ-COUNT
               MOVE WS-ADJ-REJ-UNLISTED TO WS-ADJ-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** FURTHER REFUSALS NOT LISTED: '
                      WS-ADJ-COUNT-EDIT
                      ' - SEE SUSPENSE FILE ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4660 - RELEASED SUSPENSE ITEMS: HOW MANY POSTED, AND EACH
      * RELEASE REFUSED BECAUSE ITS REFERENCE WAS ALREADY POSTED,
      * WITH THE RUN THAT POSTED IT FIRST.  A RERUN ALSO SHOWS HOW
      * MANY OF THE BACKED-OUT RUN'S POSTINGS WERE MARKED BACKED
      * OUT ON THE TRACE.
      ******************************************************************
       4660-WRITE-RELEASE-LINES.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'SUSPENSE ITEMS RELEASED BACK TO POSTING'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-REL-POSTED-COUNT TO WS-REL-COUNT-EDIT
           MOVE WS-REL-POSTED-AMOUNT TO WS-REL-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'RELEASED SUSPENSE ITEMS POSTED . . . . . '
                  WS-REL-COUNT-EDIT
                  '   AMOUNT: ' WS-REL-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           MOVE WS-REL-REFUSED-TOTAL TO WS-REL-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'RELEASES REFUSED - ALREADY POSTED  . . . '
                  WS-REL-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS

           IF WS-TRC-BACKOUT-COUNT > 0
               MOVE WS-TRC-BACKOUT-COUNT TO WS-REL-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'POSTINGS BACKED OUT ON THE TRACE . . . . '
                      WS-REL-COUNT-EDIT
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-RREF-OVERFLOW-COUNT > 0
               MOVE WS-RREF-OVERFLOW-COUNT TO WS-REL-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** ' WS-REL-COUNT-EDIT
                      ' RELEASED REFERENCES NOT CHECKED - TABLE'
                      ' FULL ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-TRC-OVERFLOW-COUNT > 0
               MOVE WS-TRC-OVERFLOW-COUNT TO WS-REL-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** ' WS-REL-COUNT-EDIT
                      ' SUSPENSE TRACE EVENTS NOT RECORDED - TABLE'
                      ' FULL ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-REL-REF-COUNT-USED > 0
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'SUSPENSE REFERENCE       CATEGORY  TRAN COUNT'
                      '               AMOUNT  FIRST POSTED BY'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           PERFORM VARYING WS-REL-REF-IDX FROM 1 BY 1
                   UNTIL WS-REL-REF-IDX > WS-REL-REF-COUNT-USED
               MOVE WS-REL-REF-COUNT (WS-REL-REF-IDX)
                   TO WS-ADJ-COUNT-EDIT
               MOVE WS-REL-REF-AMOUNT (WS-REL-REF-IDX)
                   TO WS-ADJ-AMOUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING WS-REL-REF-SUSP-REF (WS-REL-REF-IDX)
                      '  '
                      WS-REL-REF-CATEGORY (WS-REL-REF-IDX)
                      '      '
                      WS-ADJ-COUNT-EDIT
                      '  '
                      WS-ADJ-AMOUNT-EDIT
                      '  '
                      WS-REL-REF-STAMP (WS-REL-REF-IDX)
                      ' '
                      WS-REL-REF-JOB (WS-REL-REF-IDX)
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-PERFORM

           IF WS-REL-REFUSED-TOTAL > WS-REL-REF-COUNT-USED
               COMPUTE WS-ADJ-REJ-UNLISTED =
                   WS-REL-REFUSED-TOTAL - WS-REL-REF-COUNT-USED
               MOVE WS-ADJ-REJ-UNLISTED TO WS-ADJ-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** FURTHER REFUSALS NOT LISTED: '
                      WS-ADJ-COUNT-EDIT
                      ' - SEE SUSPENSE TRACE ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 4050-CHECK-PRTOUT-STATUS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 4700 - ENTITY ROLLUP: ONE LINE PER LEGAL ENTITY WITH ITS DAY
      * FIGURES AND CUMULATIVE TOTALS.  THE CUMULATIVE COLUMNS SUM
                   PERFORM 5050-WRITE-BACKOUT-RECORD
               END-IF
               MOVE SPACES TO AUDIT-RECORD
               SET AR-WIDE-LAYOUT TO TRUE
               STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                      DELIMITED BY SIZE INTO AR-RUN-TIMESTAMP
               MOVE WS-JOB-ID TO AR-JOB-ID
               MOVE WS-CYCLE-NUMBER TO AR-CYCLE-NUMBER
               MOVE WS-AREA-1 TO AR-AREA-1-ADDED
               MOVE WS-AREA-2-BEFORE TO AR-AREA-2-BEFORE
               MOVE WS-AREA-2 TO AR-AREA-2-AFTER
                       UNTIL WS-ADJ-IDX > WS-ADJ-ENTRY-COUNT
                   PERFORM 5100-WRITE-ADJUSTMENT-MEMO
               END-PERFORM
               PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                       UNTIL WS-RVS-IDX > WS-RVS-COUNT
                   PERFORM 5150-WRITE-BATCH-REVERSAL-MEMOS
               END-PERFORM
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WS-ENT-AREA-1 (WS-ENT-IDX) NOT = 0
                       PERFORM 5200-WRITE-ENTITY-MEMO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-TRC-IDX FROM 1 BY 1
                       UNTIL WS-TRC-IDX > WS-TRC-COUNT
                   MOVE WS-TRC-DATA (WS-TRC-IDX) TO WS-TRC-WORK
                   IF WS-TRW-POSTED
                       PERFORM 5250-WRITE-RELEASE-MEMO
                   END-IF
               END-PERFORM
               CLOSE AUDOUT
           END-IF.

      ******************************************************************
       5050-WRITE-BACKOUT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           SET AR-WIDE-LAYOUT TO TRUE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO AR-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO AR-JOB-ID
           MOVE WS-CYCLE-NUMBER TO AR-CYCLE-NUMBER
           MOVE WS-BACKOUT-COUNT TO AR-AREA-1-ADDED
           IF BK-AREA-2-AFTER IS NUMERIC
               MOVE BK-AREA-2-AFTER TO AR-AREA-2-BEFORE
      ******************************************************************
       5100-WRITE-ADJUSTMENT-MEMO.
           MOVE SPACES TO AUDIT-RECORD
           SET AR-WIDE-LAYOUT TO TRUE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO AR-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO AR-JOB-ID
           MOVE WS-CYCLE-NUMBER TO AR-CYCLE-NUMBER
           MOVE 0 TO AR-AREA-1-ADDED
           MOVE WS-AREA-2 TO AR-AREA-2-BEFORE
           MOVE WS-AREA-2 TO AR-AREA-2-AFTER
               END-IF
           END-IF.

      ******************************************************************
      * 5150 - ONE REVERSAL MEMO PER CATEGORY OF EACH PRIOR-DAY BATCH
      * THIS RUN TOOK BACK OUT, WITH THE NEGATIVE COUNT AND AMOUNT
      * AND THE RUN, JOB, BUSINESS DATE AND SOURCE THAT ORIGINALLY
      * POSTED IT.  LIKE THE ADJUSTMENT MEMOS THEY DO NOT MOVE THE
      * AREA-2 CHAIN, AND A SAME-DAY RERUN BACKS THEM OUT OF THE
      * PERIOD-TO-DATE TABLE THE SAME WAY.
      ******************************************************************
       5150-WRITE-BATCH-REVERSAL-MEMOS.
           MOVE WS-RVS-FREG-IDX (WS-RVS-IDX) TO WS-FREG-IDX
           COMPUTE WS-FCON-LAST =
               WS-FREG-CON-FIRST (WS-FREG-IDX)
               + WS-FREG-CON-COUNT (WS-FREG-IDX) - 1
           PERFORM VARYING WS-FCON-IDX
                   FROM WS-FREG-CON-FIRST (WS-FREG-IDX) BY 1
                   UNTIL WS-FCON-IDX > WS-FCON-LAST
               PERFORM 5160-WRITE-REVERSAL-MEMO
           END-PERFORM.

       5160-WRITE-REVERSAL-MEMO.
           MOVE SPACES TO AUDIT-RECORD
           SET AR-WIDE-LAYOUT TO TRUE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO AR-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO AR-JOB-ID
           MOVE WS-CYCLE-NUMBER TO AR-CYCLE-NUMBER
           MOVE 0 TO AR-AREA-1-ADDED
           MOVE WS-AREA-2 TO AR-AREA-2-BEFORE
           MOVE WS-AREA-2 TO AR-AREA-2-AFTER
           MOVE WS-PRIOR-AREA-1 TO AR-PRIOR-AREA-1
           COMPUTE AR-AMOUNT-ADDED = 0 - WS-FCON-AMOUNT (WS-FCON-IDX)
           MOVE WS-AMOUNT-AREA-2 TO AR-AMOUNT-BEFORE
           MOVE WS-AMOUNT-AREA-2 TO AR-AMOUNT-AFTER
           SET AR-REVERSAL TO TRUE
           MOVE WS-FCON-CATEGORY (WS-FCON-IDX) TO AR-ADJ-CATEGORY
           COMPUTE AR-ADJ-COUNT =
               0 - WS-FCON-TRAN-COUNT (WS-FCON-IDX)
           MOVE 'RV' TO AR-ADJ-REASON
           MOVE WS-FREG-ENTITY (WS-FREG-IDX) TO AR-ENTITY-CODE
           MOVE WS-FREG-TIMESTAMP (WS-FREG-IDX)
               TO AR-ORIG-RUN-TIMESTAMP
           MOVE WS-FREG-JOB-ID (WS-FREG-IDX) TO AR-ORIG-JOB-ID
           MOVE WS-FREG-DATE (WS-FREG-IDX) TO AR-ORIG-BUS-DATE
           MOVE WS-FREG-SOURCE (WS-FREG-IDX) TO AR-ORIG-SOURCE-ID
           WRITE AUDIT-RECORD
           IF WS-AUDOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 5200 - ONE ENTITY SUMMARY MEMO PER ENTITY WITH ACTIVITY THIS
      * RUN.  LIKE THE ADJUSTMENT MEMOS IT DOES NOT MOVE THE AREA-2
      ******************************************************************
       5200-WRITE-ENTITY-MEMO.
           MOVE SPACES TO AUDIT-RECORD
           SET AR-WIDE-LAYOUT TO TRUE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO AR-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO AR-JOB-ID
           MOVE WS-CYCLE-NUMBER TO AR-CYCLE-NUMBER
           MOVE WS-ENT-AREA-1 (WS-ENT-IDX) TO AR-AREA-1-ADDED
           MOVE WS-AREA-2 TO AR-AREA-2-BEFORE
           MOVE WS-AREA-2 TO AR-AREA-2-AFTER
               END-IF
           END-IF.

      ******************************************************************
      * 5250 - ONE RELEASE MEMO PER RELEASED SUSPENSE ITEM POSTED
      * THIS RUN, WITH ITS REFERENCE, CATEGORY, COUNT, AMOUNT AND
      * ENTITY.  THE POSTING ITSELF IS ALREADY IN THE RUN'S CHAIN
      * RECORD, SO THE MEMO DOES NOT MOVE THE AREA-2 CHAIN AND A
      * SAME-DAY RERUN PASSES OVER IT.
      ******************************************************************
       5250-WRITE-RELEASE-MEMO.
           MOVE SPACES TO AUDIT-RECORD
           SET AR-WIDE-LAYOUT TO TRUE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO AR-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO AR-JOB-ID
           MOVE WS-CYCLE-NUMBER TO AR-CYCLE-NUMBER
           MOVE 0 TO AR-AREA-1-ADDED
           MOVE WS-AREA-2 TO AR-AREA-2-BEFORE
           MOVE WS-AREA-2 TO AR-AREA-2-AFTER
           MOVE WS-PRIOR-AREA-1 TO AR-PRIOR-AREA-1
           MOVE WS-TRW-AMOUNT TO AR-AMOUNT-ADDED
           MOVE WS-AMOUNT-AREA-2 TO AR-AMOUNT-BEFORE
           MOVE WS-AMOUNT-AREA-2 TO AR-AMOUNT-AFTER
           SET AR-SUSPENSE-POSTED TO TRUE
           MOVE WS-TRW-CATEGORY TO AR-ADJ-CATEGORY
           MOVE WS-TRW-TRAN-COUNT TO AR-ADJ-COUNT
           MOVE WS-TRW-ENTITY TO AR-ENTITY-CODE
           MOVE WS-TRW-SUSP-REF TO AR-SUSP-REF
           WRITE AUDIT-RECORD
           IF WS-AUDOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 6000 SERIES - TIE OUT WS-AREA-2 AGAINST THE INDEPENDENT CONTROL
      * TOTAL SUPPLIED BY THE UPSTREAM SOURCE SYSTEM BEFORE SIGN-OFF AND
                       SET CTLIN-EOF TO TRUE
               END-READ
               IF NOT CTLIN-EOF
                   IF NOT CT-WIDE-LAYOUT
                       PERFORM 6050-WIDEN-LEGACY-CONTROL
                   END-IF
                   COMPUTE WS-RECON-DIFFERENCE =
                       WS-AREA-2 - CT-CONTROL-TOTAL
                       ON SIZE ERROR
                           SET WS-RECON-MISMATCH TO TRUE
                           IF WS-RC-RECON-MISMATCH > WS-RETURN-CODE
                               MOVE WS-RC-RECON-MISMATCH
                                   TO WS-RETURN-CODE
                           END-IF
                   END-COMPUTE
                   IF FUNCTION ABS (WS-RECON-DIFFERENCE)
                           > WS-RECON-TOLERANCE
                       SET WS-RECON-MISMATCH TO TRUE
           END-IF
           PERFORM 6100-WRITE-TIE-OUT-REPORT.

      ******************************************************************
      * 6050 - AN UPSTREAM CONTROL RECORD STILL IN THE SEVEN-DIGIT
      * LAYOUT IS RE-MAPPED INTO THE NINE-DIGIT ONE.  AN AMOUNT THE
      * SOURCE LEFT BLANK STAYS BLANK, SO THE AMOUNT TIE-OUT IS STILL
      * SKIPPED FOR IT.
      ******************************************************************
       6050-WIDEN-LEGACY-CONTROL.
           MOVE 0 TO WS-CTL-TOTAL-WORK
           MOVE 0 TO WS-CTL-AMOUNT-WORK
           MOVE 'N' TO WS-CTL-AMOUNT-WORK-SW
           IF CT-OLD-CONTROL-TOTAL IS NUMERIC
               MOVE CT-OLD-CONTROL-TOTAL TO WS-CTL-TOTAL-WORK
           END-IF
           IF CT-OLD-CONTROL-AMOUNT IS NUMERIC
               MOVE CT-OLD-CONTROL-AMOUNT TO WS-CTL-AMOUNT-WORK
               SET WS-CTL-AMOUNT-WORK-SET TO TRUE
           END-IF
           MOVE SPACES TO CT-CONTROL-FIGURES
           MOVE WS-CTL-TOTAL-WORK TO CT-CONTROL-TOTAL
           IF WS-CTL-AMOUNT-WORK-SET
               MOVE WS-CTL-AMOUNT-WORK TO CT-CONTROL-AMOUNT
           END-IF
           SET CT-WIDE-LAYOUT TO TRUE.

       6100-WRITE-TIE-OUT-REPORT.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
                       UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   PERFORM 7100-WRITE-ONE-ENTITY-EXTRACT
               END-PERFORM
               PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                       UNTIL WS-RVS-IDX > WS-RVS-COUNT
                   PERFORM 7300-WRITE-REVERSING-EXTRACT
               END-PERFORM
               CLOSE SETLOUT
           END-IF.

           MOVE WS-ENT-AREA-2 (WS-ENT-IDX) TO SE-TRL-CLOSING-TOTAL
           MOVE WS-ENT-AMOUNT-AREA-2 (WS-ENT-IDX)
               TO SE-TRL-CLOSING-AMOUNT
           SET SE-TRL-WIDE-LAYOUT TO TRUE
           PERFORM 7150-WRITE-SETLOUT-RECORD.

      ******************************************************************
               TO SE-DET-AMOUNT
           PERFORM 7150-WRITE-SETLOUT-RECORD.

      ******************************************************************
      * 7300 - ONE REVERSING BATCH PER PRIOR-DAY BATCH THIS RUN TOOK
      * BACK OUT, FOLLOWING THE DAY'S ENTITY BATCHES.  ITS HEADER
      * CARRIES THE ORIGINAL BATCH'S CONTROL KEY IN THE REVERSES KEY
      * SO THE GL CAN MATCH THE TWO; THE DETAILS REPEAT THE ORIGINAL
      * COUNTS WITH THE AMOUNTS NEGATED, AND THE TRAILER'S DAY
      * FIGURES TIE TO THEM.  THE CLOSING FIGURES ARE THE ENTITY'S
      * CUMULATIVE TOTALS AFTER THE REVERSAL, AS ON ITS DAY BATCH.
      ******************************************************************
       7300-WRITE-REVERSING-EXTRACT.
           MOVE WS-RVS-FREG-IDX (WS-RVS-IDX) TO WS-FREG-IDX
           MOVE SPACES TO SETTLEMENT-RECORD
           MOVE WS-RVS-NEW-KEY (WS-RVS-IDX) TO SE-CONTROL-KEY
           MOVE WS-RUN-DATE-YYYYMMDD TO SE-RUN-DATE
           SET SE-HEADER-REC TO TRUE
           MOVE SPACES TO SE-RECORD-BODY
           MOVE WS-FREG-ENTITY (WS-FREG-IDX) TO SE-HDR-ENTITY-CODE
           MOVE SPACES TO SE-HDR-REPLACES-KEY
           MOVE WS-FREG-CONTROL-KEY (WS-FREG-IDX)
               TO SE-HDR-REVERSES-KEY
           PERFORM 7150-WRITE-SETLOUT-RECORD

           MOVE 0 TO WS-SETL-DETAIL-COUNT
           MOVE 0 TO WS-RVS-DET-COUNT
           COMPUTE WS-FCON-LAST =
               WS-FREG-CON-FIRST (WS-FREG-IDX)
               + WS-FREG-CON-COUNT (WS-FREG-IDX) - 1
           PERFORM VARYING WS-FCON-IDX
                   FROM WS-FREG-CON-FIRST (WS-FREG-IDX) BY 1
                   UNTIL WS-FCON-IDX > WS-FCON-LAST
               PERFORM 7320-WRITE-REVERSING-DETAIL
           END-PERFORM

           SET SE-TRAILER-REC TO TRUE
           MOVE SPACES TO SE-RECORD-BODY
           MOVE WS-SETL-DETAIL-COUNT TO SE-TRL-DETAIL-COUNT
           MOVE WS-RVS-DET-COUNT TO SE-TRL-DAY-COUNT
           COMPUTE SE-TRL-DAY-AMOUNT = 0 - WS-RVS-AMOUNT (WS-RVS-IDX)
           IF WS-RVS-ENT-IDX (WS-RVS-IDX) > 0
               MOVE WS-RVS-ENT-IDX (WS-RVS-IDX) TO WS-ENT-IDX
               MOVE WS-ENT-AREA-2 (WS-ENT-IDX) TO SE-TRL-CLOSING-TOTAL
               MOVE WS-ENT-AMOUNT-AREA-2 (WS-ENT-IDX)
                   TO SE-TRL-CLOSING-AMOUNT
           ELSE
               MOVE 0 TO SE-TRL-CLOSING-TOTAL
               MOVE 0 TO SE-TRL-CLOSING-AMOUNT
           END-IF
           SET SE-TRL-WIDE-LAYOUT TO TRUE
           PERFORM 7150-WRITE-SETLOUT-RECORD.

       7320-WRITE-REVERSING-DETAIL.
           ADD 1 TO WS-SETL-DETAIL-COUNT
           ADD WS-FCON-TRAN-COUNT (WS-FCON-IDX) TO WS-RVS-DET-COUNT
           SET SE-DETAIL-REC TO TRUE
           MOVE SPACES TO SE-RECORD-BODY
           MOVE WS-FCON-CATEGORY (WS-FCON-IDX) TO SE-DET-CATEGORY
           MOVE WS-FCON-TRAN-COUNT (WS-FCON-IDX) TO SE-DET-COUNT
           COMPUTE SE-DET-AMOUNT = 0 - WS-FCON-AMOUNT (WS-FCON-IDX)
           PERFORM 7150-WRITE-SETLOUT-RECORD.

      ******************************************************************
      * 7500 SERIES - MONTH-END CLOSE.  AFTER NORMAL DAILY PROCESSING
      * THE PERIOD SUMMARY AND PER-CATEGORY PERIOD TOTALS ARE APPENDED
      * TO THE PERIOD HISTORY FILE, THE CUMULATIVE TOTALS RESET TO
      * ZERO WITH THE CLOSING FIGURES CARRIED AS THE NEXT PERIOD'S
      * OPENING, AND THE PERIOD ID ROLLS FORWARD TO THE NEXT FISCAL
      * PERIOD (ONE MONTH WITHOUT A FISCAL CALENDAR).  THE PERIOD IS
      * ADDED INTO THE YEAR-TO-DATE FIGURES, AND THE CLOSE OF THE
      * YEAR'S LAST PERIOD WRITES THE ANNUAL RECORDS AND CLEARS
      * THEM.  PERHOUT
      * IS OPENED EXTEND (FALLBACK OUTPUT, STATUS 35) SO EVERY CLOSE
      * STAYS ON FILE.  THE RESET ITSELF GOES TO THE AUDIT TRAIL AS A
      * PERIOD-CLOSE CHAIN RECORD (TYPE C, PRE-CLOSE TOTALS DOWN TO
                       UNTIL WS-CAT-SEARCH-IDX > WS-CATEGORY-COUNT
                   PERFORM 7570-WRITE-PERIOD-CATEGORY
               END-PERFORM
               PERFORM 7560-ACCUMULATE-YEAR-TO-DATE
               IF WS-YEAR-END-PERIOD
                   PERFORM 7580-WRITE-ANNUAL-ROLLUP
                   PERFORM 7590-RESET-YEAR-TO-DATE
               END-IF
               CLOSE PERHOUT
           END-IF
           MOVE WS-AREA-2 TO WS-CLOSE-AREA-2-SAVE
      * TOTALS RESTART FROM ZERO, SO WS-AREA-2 AT CLOSE TIME IS THE
      * PERIOD'S ACTIVITY; THE LEDGER CLOSING BALANCE IS THE CARRIED
      * OPENING PLUS THAT ACTIVITY, AND IT BECOMES THE NEXT PERIOD'S
      * OPENING.  A CLOSING BALANCE TOO LARGE FOR THE LEDGER IS HELD
      * AT ITS LIMIT AND RAISES RC 08; THE CLOSE LOGS IT TO OVFLOG
      * (7545) WHEN IT WRITES THE PERIOD SUMMARY, SO THE REPORT'S
      * PASS THROUGH HERE DOES NOT LOG IT TWICE.
      ******************************************************************
       7540-COMPUTE-PERIOD-FIGURES.
           MOVE 'N' TO WS-PERIOD-CLOSE-OVFL-SW
           MOVE WS-AREA-2 TO WS-PERIOD-ACTIVITY
           MOVE WS-AMOUNT-AREA-2 TO WS-PERIOD-AMOUNT-ACTIVITY
           COMPUTE WS-PERIOD-CLOSING =
               WS-AREA-2-OPENING + WS-AREA-2
               ON SIZE ERROR
                   MOVE 999999999 TO WS-PERIOD-CLOSING
                   SET WS-PERIOD-CLOSE-OVERFLOW TO TRUE
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
                   END-IF
           END-COMPUTE.

      ******************************************************************
      * 7545 / 7582 - A LEDGER CLOSING BALANCE THAT WOULD NOT FIT IS
      * LOGGED WITH THE OPENING IN THE VALUE COLUMN AND THE CLOSING
      * IT SHOULD HAVE HAD, WHICH THE VALUE COLUMN CANNOT HOLD, IN
      * THE ATTEMPTED AMOUNT COLUMN.
      ******************************************************************
       7545-LOG-PERIOD-CLOSE-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'PER-CLOSE' TO OL-FIELD-NAME
           MOVE WS-AREA-2-OPENING TO OL-OLD-VALUE
           MOVE 0 TO OL-ATTEMPTED-VALUE
           MOVE 0 TO OL-OLD-AMOUNT
           ADD WS-AREA-2-OPENING WS-AREA-2
               GIVING OL-ATTEMPTED-AMOUNT
           WRITE OVERFLOW-LOG-RECORD
           IF WS-OVFLOG-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RC-OVERFLOW > WS-RETURN-CODE
               MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
           END-IF.

       7550-WRITE-PERIOD-SUMMARY.
           PERFORM 7540-COMPUTE-PERIOD-FIGURES
           IF WS-PERIOD-CLOSE-OVERFLOW
               PERFORM 7545-LOG-PERIOD-CLOSE-OVERFLOW
           END-IF
           MOVE SPACES TO PERIOD-HISTORY-RECORD
           SET PH-WIDE-LAYOUT TO TRUE
           MOVE WS-PERIOD-ID TO PH-PERIOD-ID
           MOVE WS-RUN-DATE-YYYYMMDD TO PH-CLOSE-DATE
           SET PH-SUMMARY-REC TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 7560 - ADD THE CLOSING PERIOD INTO THE YEAR-TO-DATE FIGURES.
      * THE FIRST CLOSE OF A YEAR TAKES THE PERIOD'S OPENING AS THE
      * YEAR'S OPENING.  FIGURES STILL HELD FOR AN EARLIER YEAR -
      * ITS YEAR-END CLOSE NEVER RAN OR COULD NOT WRITE THE PERIOD
      * HISTORY - ARE ROLLED UP AS THEY STAND FIRST, SO A YEAR IS
      * NEVER MERGED INTO THE NEXT.  WS-AREA-2 IS STILL THE PERIOD'S
      * ACTIVITY HERE; THE ROLL FORWARD CLEARS IT AFTERWARDS.
      ******************************************************************
       7560-ACCUMULATE-YEAR-TO-DATE.
           IF WS-YTD-FISCAL-YEAR NOT = SPACES
                   AND WS-YTD-FISCAL-YEAR NOT = WS-FISCAL-YEAR
               PERFORM 7580-WRITE-ANNUAL-ROLLUP
               PERFORM 7590-RESET-YEAR-TO-DATE
           END-IF
           IF WS-YTD-FISCAL-YEAR = SPACES
               MOVE WS-FISCAL-YEAR TO WS-YTD-FISCAL-YEAR
               MOVE WS-AREA-2-OPENING TO WS-YTD-AREA-2-OPENING
               MOVE WS-AMOUNT-OPENING TO WS-YTD-AMOUNT-OPENING
           END-IF
           ADD 1 TO WS-YTD-PERIODS
           MOVE WS-PERIOD-ID TO WS-YTD-LAST-PERIOD-ID
           ADD WS-AREA-2 TO WS-YTD-ACTIVITY
               ON SIZE ERROR
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
           END-ADD
           ADD WS-AMOUNT-AREA-2 TO WS-YTD-AMOUNT-ACTIVITY
               ON SIZE ERROR
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
           END-ADD
           PERFORM VARYING WS-CAT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SEARCH-IDX > WS-CATEGORY-COUNT
               PERFORM 7565-ADD-CATEGORY-TO-YEAR
           END-PERFORM.

       7565-ADD-CATEGORY-TO-YEAR.
           MOVE 'N' TO WS-YTD-FOUND-SW
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-CAT-COUNT
                   OR WS-YTD-FOUND
               IF WS-YTD-CAT-CODE (WS-YTD-IDX)
                       = WS-CAT-CODE (WS-CAT-SEARCH-IDX)
                   SET WS-YTD-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-YTD-IDX
               END-IF
           END-PERFORM
           IF NOT WS-YTD-FOUND
               IF WS-YTD-CAT-COUNT < 50
                   ADD 1 TO WS-YTD-CAT-COUNT
                   MOVE WS-YTD-CAT-COUNT TO WS-YTD-IDX
                   MOVE WS-CAT-CODE (WS-CAT-SEARCH-IDX)
                       TO WS-YTD-CAT-CODE (WS-YTD-IDX)
                   MOVE 0 TO WS-YTD-CAT-TRAN-COUNT (WS-YTD-IDX)
                   MOVE 0 TO WS-YTD-CAT-AMOUNT (WS-YTD-IDX)
                   SET WS-YTD-FOUND TO TRUE
               ELSE
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-YTD-FOUND
               ADD WS-CAT-PERIOD-COUNT (WS-CAT-SEARCH-IDX)
                   TO WS-YTD-CAT-TRAN-COUNT (WS-YTD-IDX)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-ADD
               ADD WS-CAT-PERIOD-AMOUNT (WS-CAT-SEARCH-IDX)
                   TO WS-YTD-CAT-AMOUNT (WS-YTD-IDX)
                   ON SIZE ERROR
                       IF WS-RC-OVERFLOW > WS-RETURN-CODE
                           MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                       END-IF
               END-ADD
           END-IF.

       7570-WRITE-PERIOD-CATEGORY.
           MOVE SPACES TO PERIOD-HISTORY-RECORD
           SET PH-WIDE-LAYOUT TO TRUE
           MOVE WS-PERIOD-ID TO PH-PERIOD-ID
           MOVE WS-RUN-DATE-YYYYMMDD TO PH-CLOSE-DATE
           SET PH-CATEGORY-REC TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 7580 - THE ANNUAL ROLLUP.  ONE SUMMARY RECORD (Y) FOR THE
      * FISCAL YEAR - ITS OPENING BALANCES, THE YEAR'S ACTIVITY, THE
      * CLOSING BALANCES AND THE NUMBER OF PERIOD CLOSES ROLLED IN -
      * THEN ONE ANNUAL CATEGORY RECORD (A) PER CATEGORY, ALL UNDER
      * THE LAST PERIOD ROLLED INTO THE YEAR.
      ******************************************************************
       7580-WRITE-ANNUAL-ROLLUP.
           MOVE WS-YTD-PERIODS TO WS-YEAR-PERIODS
           MOVE WS-YTD-AREA-2-OPENING TO WS-YEAR-OPENING
           MOVE WS-YTD-ACTIVITY TO WS-YEAR-ACTIVITY
           MOVE WS-YTD-AMOUNT-OPENING TO WS-YEAR-AMOUNT-OPENING
           MOVE WS-YTD-AMOUNT-ACTIVITY TO WS-YEAR-AMOUNT-ACTIVITY
           COMPUTE WS-YEAR-CLOSING =
               WS-YTD-AREA-2-OPENING + WS-YTD-ACTIVITY
               ON SIZE ERROR
                   MOVE 999999999 TO WS-YEAR-CLOSING
                   PERFORM 7582-LOG-YEAR-CLOSE-OVERFLOW
           END-COMPUTE
           COMPUTE WS-YEAR-AMOUNT-CLOSING =
               WS-YTD-AMOUNT-OPENING + WS-YTD-AMOUNT-ACTIVITY
               ON SIZE ERROR
                   MOVE 0 TO WS-YEAR-AMOUNT-CLOSING
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
           END-COMPUTE
           MOVE SPACES TO PERIOD-HISTORY-RECORD
           SET PH-WIDE-LAYOUT TO TRUE
           MOVE WS-YTD-LAST-PERIOD-ID TO PH-PERIOD-ID
           MOVE WS-RUN-DATE-YYYYMMDD TO PH-CLOSE-DATE
           SET PH-YEAR-SUMMARY-REC TO TRUE
           MOVE WS-YTD-FISCAL-YEAR TO PH-YR-FISCAL-YEAR
           MOVE WS-YEAR-PERIODS TO PH-YR-PERIODS
           MOVE WS-YEAR-OPENING TO PH-YR-OPENING-BALANCE
           MOVE WS-YEAR-ACTIVITY TO PH-YR-ACTIVITY
           MOVE WS-YEAR-CLOSING TO PH-YR-CLOSING-BALANCE
           MOVE WS-YEAR-AMOUNT-OPENING TO PH-YR-OPENING-AMOUNT
           MOVE WS-YEAR-AMOUNT-ACTIVITY TO PH-YR-ACTIVITY-AMOUNT
           MOVE WS-YEAR-AMOUNT-CLOSING TO PH-YR-CLOSING-AMOUNT
           WRITE PERIOD-HISTORY-RECORD
           IF WS-PERHOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-CAT-COUNT
               PERFORM 7585-WRITE-ANNUAL-CATEGORY
           END-PERFORM.

       7582-LOG-YEAR-CLOSE-OVERFLOW.
           MOVE SPACES TO OVERFLOW-LOG-RECORD
           SET OL-WIDE-LAYOUT TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO OL-RUN-DATE
           MOVE 'YR-CLOSE' TO OL-FIELD-NAME
           MOVE WS-YTD-AREA-2-OPENING TO OL-OLD-VALUE
           MOVE 0 TO OL-ATTEMPTED-VALUE
           MOVE 0 TO OL-OLD-AMOUNT
           ADD WS-YTD-AREA-2-OPENING WS-YTD-ACTIVITY
               GIVING OL-ATTEMPTED-AMOUNT
           WRITE OVERFLOW-LOG-RECORD
           IF WS-OVFLOG-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RC-OVERFLOW > WS-RETURN-CODE
               MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
           END-IF.

       7585-WRITE-ANNUAL-CATEGORY.
           MOVE SPACES TO PERIOD-HISTORY-RECORD
           SET PH-WIDE-LAYOUT TO TRUE
           MOVE WS-YTD-LAST-PERIOD-ID TO PH-PERIOD-ID
           MOVE WS-RUN-DATE-YYYYMMDD TO PH-CLOSE-DATE
           SET PH-YEAR-CATEGORY-REC TO TRUE
           MOVE WS-YTD-FISCAL-YEAR TO PH-YC-FISCAL-YEAR
           MOVE WS-YTD-CAT-CODE (WS-YTD-IDX) TO PH-YC-CAT-CODE
           MOVE WS-YTD-CAT-TRAN-COUNT (WS-YTD-IDX) TO PH-YC-COUNT
           MOVE WS-YTD-CAT-AMOUNT (WS-YTD-IDX) TO PH-YC-AMOUNT
           WRITE PERIOD-HISTORY-RECORD
           IF WS-PERHOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 7590 - THE YEAR IS ON THE PERIOD HISTORY, SO THE YEAR-TO-DATE
      * FIGURES CLEAR.  THE NEXT CLOSE STARTS THE NEW YEAR FROM ITS
      * PERIOD'S OPENING BALANCES.
      ******************************************************************
       7590-RESET-YEAR-TO-DATE.
           MOVE SPACES TO WS-YTD-FISCAL-YEAR
           MOVE SPACES TO WS-YTD-LAST-PERIOD-ID
           MOVE 0 TO WS-YTD-PERIODS
           MOVE 0 TO WS-YTD-AREA-2-OPENING
           MOVE 0 TO WS-YTD-AMOUNT-OPENING
           MOVE 0 TO WS-YTD-ACTIVITY
           MOVE 0 TO WS-YTD-AMOUNT-ACTIVITY
           MOVE 0 TO WS-YTD-CAT-COUNT.

      ******************************************************************
      * 7600 - THE CLOSING BALANCES BECOME THE NEW PERIOD'S OPENING
      * FIGURES, THE CUMULATIVE TOTALS AND PER-CATEGORY PERIOD TOTALS
      * RESET TO ZERO, AND THE PERIOD ID ADVANCES TO THE NEXT PERIOD
      * ON THE FISCAL CALENDAR, OR ONE MONTH WITHOUT ONE.  THE
      * CHECKPOINT WRITTEN AFTERWARDS CARRIES ALL OF THIS FORWARD.
      ******************************************************************
       7600-ROLL-PERIOD-FORWARD.
               MOVE 0 TO WS-ENT-AREA-2 (WS-ENT-IDX)
               MOVE 0 TO WS-ENT-AMOUNT-AREA-2 (WS-ENT-IDX)
           END-PERFORM
           IF WS-FCAL-CUR-IDX > 0 AND WS-FCAL-CUR-IDX < WS-FCAL-COUNT
               ADD 1 TO WS-FCAL-CUR-IDX
               MOVE WS-FCAL-PERIOD-ID (WS-FCAL-CUR-IDX)
                   TO WS-NEXT-PERIOD-ID
           ELSE
               MOVE WS-PERIOD-ID TO WS-PERIOD-YM
               IF WS-PERIOD-MONTH = 12
                   ADD 1 TO WS-PERIOD-YEAR
                   MOVE 1 TO WS-PERIOD-MONTH
               ELSE
                   ADD 1 TO WS-PERIOD-MONTH
               END-IF
               MOVE WS-PERIOD-YM TO WS-NEXT-PERIOD-ID
           END-IF
           MOVE WS-NEXT-PERIOD-ID TO WS-PERIOD-ID.

      ******************************************************************
      * 7650 - THE PERIOD-CLOSE CHAIN RECORD.  THE DAILY AUDIT RECORD
      * WAS ALREADY WRITTEN (AND AUDOUT CLOSED) BEFORE THE CLOSE RAN,
               END-IF
           ELSE
               MOVE SPACES TO AUDIT-RECORD
               SET AR-WIDE-LAYOUT TO TRUE
               STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                      DELIMITED BY SIZE INTO AR-RUN-TIMESTAMP
               MOVE WS-JOB-ID TO AR-JOB-ID
               MOVE WS-CYCLE-NUMBER TO AR-CYCLE-NUMBER
               MOVE 0 TO AR-AREA-1-ADDED
               MOVE WS-CLOSE-AREA-2-SAVE TO AR-AREA-2-BEFORE
               MOVE WS-AREA-2 TO AR-AREA-2-AFTER
               CLOSE AUDOUT
           END-IF.

      ******************************************************************
      * 8000 SERIES - CHECKPOINT WS-AREA-1/WS-AREA-2 FOR THE NEXT RUN
      ******************************************************************
       8000-WRITE-CHECKPOINT.
           OPEN OUTPUT CHKOUT
           IF WS-CHKOUT-STATUS NOT = '00'
               END-IF
           ELSE
               MOVE SPACES TO CHKOUT-RECORD
               SET CKO-WIDE-LAYOUT TO TRUE
               MOVE WS-RUN-DATE-YYYYMMDD TO CKO-RUN-DATE
               MOVE WS-CYCLE-NUMBER TO CKO-CYCLE-NUMBER
               MOVE WS-AREA-1 TO CKO-AREA-1
               MOVE WS-AREA-2 TO CKO-AREA-2
               MOVE WS-AMOUNT-AREA-1 TO CKO-AMOUNT-AREA-1
                   MOVE WS-ENT-AMOUNT-AREA-2 (WS-ENT-IDX)
                       TO CKO-ENT-AMOUNT-AREA-2 (WS-ENT-IDX)
               END-PERFORM
               MOVE WS-YTD-FISCAL-YEAR TO CKO-YTD-FISCAL-YEAR
               MOVE WS-YTD-LAST-PERIOD-ID TO CKO-YTD-LAST-PERIOD-ID
               MOVE WS-YTD-PERIODS TO CKO-YTD-PERIODS
               MOVE WS-YTD-AREA-2-OPENING TO CKO-YTD-AREA-2-OPENING
               MOVE WS-YTD-AMOUNT-OPENING TO CKO-YTD-AMOUNT-OPENING
               MOVE WS-YTD-ACTIVITY TO CKO-YTD-ACTIVITY
               MOVE WS-YTD-AMOUNT-ACTIVITY TO CKO-YTD-AMOUNT-ACTIVITY
               MOVE WS-YTD-CAT-COUNT TO CKO-YTD-CAT-COUNT
               PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                       UNTIL WS-YTD-IDX > WS-YTD-CAT-COUNT
                   MOVE WS-YTD-CAT-CODE (WS-YTD-IDX)
                       TO CKO-YTD-CAT-CODE (WS-YTD-IDX)
                   MOVE WS-YTD-CAT-TRAN-COUNT (WS-YTD-IDX)
                       TO CKO-YTD-CAT-TRAN-COUNT (WS-YTD-IDX)
                   MOVE WS-YTD-CAT-AMOUNT (WS-YTD-IDX)
                       TO CKO-YTD-CAT-AMOUNT (WS-YTD-IDX)
               END-PERFORM
               WRITE CHKOUT-RECORD
               IF WS-CHKOUT-STATUS NOT = '00'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
      * POSTED TOTALS ARE APPENDED TO EACH CATEGORY'S DAY LIST (ZERO
      * DAYS WRITE NOTHING, SO AN ABSENT FEED STAYS VISIBLE AS A GAP)
      * AND THE FILE GOES BACK OUT TRIMMED TO THE LAST 30 BUSINESS
      * DAYS PER CATEGORY.  A LATER CYCLE OF A DAY ALREADY ON THE
      * HISTORY ADDS INTO THAT DAY INSTEAD OF APPENDING ANOTHER, SO
      * THE TREND STILL SEES ONE BUSINESS DAY; EACH OF TODAY'S DAYS
      * RECORDS THIS CYCLE'S SHARE (ZERO WHERE IT POSTED NOTHING) AS
      * ITS LAST-CYCLE FIGURES.
      ******************************************************************
       8200-WRITE-CATEGORY-HISTORY.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-CAT-COUNT
               PERFORM 8210-CLEAR-TODAYS-CYCLE-SHARE
           END-PERFORM
           PERFORM VARYING WS-CAT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SEARCH-IDX > WS-CATEGORY-COUNT
               IF WS-CAT-TOTAL (WS-CAT-SEARCH-IDX) > 0
               CLOSE CATHOUT
           END-IF.

       8210-CLEAR-TODAYS-CYCLE-SHARE.
           IF WS-HIST-DAYS (WS-HIST-IDX) > 0
               MOVE WS-HIST-DAYS (WS-HIST-IDX) TO WS-HIST-DAY-IDX
               IF WS-HIST-DATE (WS-HIST-IDX, WS-HIST-DAY-IDX)
                       = WS-RUN-DATE-YYYYMMDD
                   MOVE 0 TO
                       WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
                   MOVE 0 TO
                       WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               END-IF
           END-IF.

       8250-APPEND-TODAY-TO-HISTORY.
           MOVE 0 TO WS-HIST-DAY-IDX
           MOVE 'N' TO WS-HIST-FOUND-SW
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-CAT-COUNT
                   OR WS-HIST-FOUND
               IF WS-HIST-CODE (WS-HIST-IDX)
                       = WS-CAT-CODE (WS-CAT-SEARCH-IDX)
                   SET WS-HIST-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-HIST-IDX
               END-IF
           END-PERFORM
           IF WS-HIST-FOUND
               IF WS-HIST-DAYS (WS-HIST-IDX) > 0
                   MOVE WS-HIST-DAYS (WS-HIST-IDX) TO WS-HIST-DAY-IDX
                   IF WS-HIST-DATE (WS-HIST-IDX, WS-HIST-DAY-IDX)
                           NOT = WS-RUN-DATE-YYYYMMDD
                       MOVE 0 TO WS-HIST-DAY-IDX
                   END-IF
               END-IF
           END-IF
           IF WS-HIST-DAY-IDX > 0
               PERFORM 8260-ADD-CYCLE-TO-TODAY
           ELSE
               MOVE SPACES TO CATEGORY-HISTORY-RECORD
               MOVE WS-CAT-CODE (WS-CAT-SEARCH-IDX) TO CH-CATEGORY-CODE
               MOVE WS-RUN-DATE-YYYYMMDD TO CH-BUS-DATE
               MOVE WS-CAT-TOTAL (WS-CAT-SEARCH-IDX) TO CH-TRAN-COUNT
               MOVE WS-CAT-AMOUNT (WS-CAT-SEARCH-IDX) TO CH-TRAN-AMOUNT
               MOVE WS-CAT-TOTAL (WS-CAT-SEARCH-IDX)
                   TO CH-LAST-CYCLE-COUNT
               MOVE WS-CAT-AMOUNT (WS-CAT-SEARCH-IDX)
                   TO CH-LAST-CYCLE-AMOUNT
               PERFORM 1450-STORE-HISTORY-DAY
           END-IF.

       8260-ADD-CYCLE-TO-TODAY.
           ADD WS-CAT-TOTAL (WS-CAT-SEARCH-IDX)
               TO WS-HIST-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               ON SIZE ERROR
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
           END-ADD
           ADD WS-CAT-AMOUNT (WS-CAT-SEARCH-IDX)
               TO WS-HIST-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               ON SIZE ERROR
                   IF WS-RC-OVERFLOW > WS-RETURN-CODE
                       MOVE WS-RC-OVERFLOW TO WS-RETURN-CODE
                   END-IF
           END-ADD
           MOVE WS-CAT-TOTAL (WS-CAT-SEARCH-IDX)
               TO WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
           MOVE WS-CAT-AMOUNT (WS-CAT-SEARCH-IDX)
               TO WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX).

       8270-WRITE-ONE-HISTORY-DAY.
           MOVE SPACES TO CATHOUT-RECORD
               TO CHO-TRAN-COUNT
           MOVE WS-HIST-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               TO CHO-TRAN-AMOUNT
           MOVE WS-HIST-CYC-COUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               TO CHO-LAST-CYCLE-COUNT
           MOVE WS-HIST-CYC-AMOUNT (WS-HIST-IDX, WS-HIST-DAY-IDX)
               TO CHO-LAST-CYCLE-AMOUNT
           WRITE CATHOUT-RECORD
           IF WS-CATHOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 8300 - REWRITE THE FEED REGISTER: THE RETAINED ENTRIES GO
      * BACK OUT AS LOADED, FOLLOWED BY EVERY BATCH ON TODAY'S FILE
      * THAT POSTED - A DUPLICATE IS ALREADY ON THE REGISTER AND A
      * REJECTED FILE REGISTERS NOTHING - STAMPED WITH THIS RUN'S
      * TIMESTAMP AND JOB ID SO A SAME-DAY RERUN CAN DROP THEM.
      * EVERY BATCH LINE CARRIES ITS SETTLEMENT CONTROL KEY AND
      * REVERSAL MARK AND IS FOLLOWED BY ITS CATEGORY LINES; TODAY'S
      * BATCHES TAKE THE KEY OF THE ENTITY BATCH THEIR FIGURES WENT
      * OUT UNDER.
      ******************************************************************
       8300-WRITE-FEED-REGISTER.
           OPEN OUTPUT FEEDOUT
           IF WS-FEEDOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING WS-FREG-IDX FROM 1 BY 1
                       UNTIL WS-FREG-IDX > WS-FREG-COUNT
                   PERFORM 8310-WRITE-REGISTER-ENTRY
               END-PERFORM
               IF WS-TRANIN-STATUS = '00' AND NOT WS-TRANIN-REJECTED
                   PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                           UNTIL WS-FB-IDX > WS-BATCH-NUMBER
                       IF NOT WS-FB-DUPLICATE (WS-FB-IDX)
                           PERFORM 8320-REGISTER-TODAYS-BATCH
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE FEEDOUT
           END-IF.

       8310-WRITE-REGISTER-ENTRY.
           MOVE SPACES TO FEEDOUT-RECORD
           MOVE WS-FREG-SOURCE (WS-FREG-IDX) TO FO-SOURCE-ID
           MOVE WS-FREG-ENTITY (WS-FREG-IDX) TO FO-ENTITY-CODE
           MOVE WS-FREG-DATE (WS-FREG-IDX) TO FO-BUSINESS-DATE
           MOVE WS-FREG-RECORDS (WS-FREG-IDX) TO FO-RECORD-COUNT
           MOVE WS-FREG-HASH (WS-FREG-IDX) TO FO-HASH-TOTAL
           MOVE WS-FREG-TIMESTAMP (WS-FREG-IDX) TO FO-RUN-TIMESTAMP
           MOVE WS-FREG-JOB-ID (WS-FREG-IDX) TO FO-JOB-ID
           SET FO-BATCH-LINE TO TRUE
           MOVE SPACES TO FO-LINE-BODY
           MOVE WS-FREG-CONTROL-KEY (WS-FREG-IDX) TO FO-CONTROL-KEY
           MOVE WS-FREG-REVERSED-BY (WS-FREG-IDX) TO FO-REVERSED-BY
           WRITE FEEDOUT-RECORD
           PERFORM 8350-CHECK-FEEDOUT-STATUS
           COMPUTE WS-FCON-LAST =
               WS-FREG-CON-FIRST (WS-FREG-IDX)
               + WS-FREG-CON-COUNT (WS-FREG-IDX) - 1
           PERFORM VARYING WS-FCON-IDX
                   FROM WS-FREG-CON-FIRST (WS-FREG-IDX) BY 1
                   UNTIL WS-FCON-IDX > WS-FCON-LAST
               SET FO-CATEGORY-LINE TO TRUE
               MOVE SPACES TO FO-LINE-BODY
               MOVE WS-FCON-CATEGORY (WS-FCON-IDX) TO FO-CAT-CODE
               MOVE WS-FCON-TRAN-COUNT (WS-FCON-IDX) TO FO-CAT-COUNT
               MOVE WS-FCON-AMOUNT (WS-FCON-IDX) TO FO-CAT-AMOUNT
               WRITE FEEDOUT-RECORD
               PERFORM 8350-CHECK-FEEDOUT-STATUS
           END-PERFORM.

       8320-REGISTER-TODAYS-BATCH.
           MOVE SPACES TO FEEDOUT-RECORD
           MOVE WS-FB-SOURCE (WS-FB-IDX) TO FO-SOURCE-ID
           MOVE WS-FB-ENTITY (WS-FB-IDX) TO FO-ENTITY-CODE
           MOVE WS-RUN-DATE-YYYYMMDD TO FO-BUSINESS-DATE
           MOVE WS-FB-RECORDS (WS-FB-IDX) TO FO-RECORD-COUNT
           MOVE WS-FB-HASH (WS-FB-IDX) TO FO-HASH-TOTAL
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO FO-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO FO-JOB-ID
           SET FO-BATCH-LINE TO TRUE
           MOVE SPACES TO FO-LINE-BODY
           PERFORM VARYING WS-EMIT-KEY-IDX FROM 1 BY 1
                   UNTIL WS-EMIT-KEY-IDX > WS-EMIT-KEY-COUNT
               IF WS-EMIT-KEY-ENTITY (WS-EMIT-KEY-IDX)
                       = WS-FB-ENTITY (WS-FB-IDX)
                   MOVE WS-EMIT-KEY-VALUE (WS-EMIT-KEY-IDX)
                       TO FO-CONTROL-KEY
               END-IF
           END-PERFORM
           WRITE FEEDOUT-RECORD
           PERFORM 8350-CHECK-FEEDOUT-STATUS
           PERFORM VARYING WS-FB-CAT-SUB FROM 1 BY 1
                   UNTIL WS-FB-CAT-SUB > WS-CATEGORY-COUNT
               IF WS-FB-CAT-COUNT (WS-FB-IDX, WS-FB-CAT-SUB) NOT = 0
                   OR WS-FB-CAT-AMOUNT (WS-FB-IDX, WS-FB-CAT-SUB)
                       NOT = 0
                   SET FO-CATEGORY-LINE TO TRUE
                   MOVE SPACES TO FO-LINE-BODY
                   MOVE WS-CAT-CODE (WS-FB-CAT-SUB) TO FO-CAT-CODE
                   MOVE WS-FB-CAT-COUNT (WS-FB-IDX, WS-FB-CAT-SUB)
                       TO FO-CAT-COUNT
                   MOVE WS-FB-CAT-AMOUNT (WS-FB-IDX, WS-FB-CAT-SUB)
                       TO FO-CAT-AMOUNT
                   WRITE FEEDOUT-RECORD
                   PERFORM 8350-CHECK-FEEDOUT-STATUS
               END-IF
           END-PERFORM.

       8350-CHECK-FEEDOUT-STATUS.
           IF WS-FEEDOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 8400 - APPEND THIS RUN'S SUSPENSE EVENTS TO THE TRACE LOG.
      * WRITTEN IN THE HISTORY STAGE WITH THE FEED REGISTER, SO A RUN
      * THAT DOES NOT GET THIS FAR LEAVES NO POSTED EVENT THAT A
      * LATER RUN COULD MISTAKE FOR A COMPLETED POSTING.
      ******************************************************************
       8400-WRITE-SUSPENSE-TRACE.
           IF WS-TRC-COUNT > 0
               OPEN EXTEND STRCOUT
               IF WS-STRCOUT-STATUS = '35'
                   OPEN OUTPUT STRCOUT
               END-IF
               IF WS-STRCOUT-STATUS NOT = '00'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               ELSE
                   PERFORM VARYING WS-TRC-IDX FROM 1 BY 1
                           UNTIL WS-TRC-IDX > WS-TRC-COUNT
                       PERFORM 8410-WRITE-TRACE-EVENT
                   END-PERFORM
                   CLOSE STRCOUT
               END-IF
           END-IF.

       8410-WRITE-TRACE-EVENT.
           MOVE WS-TRC-DATA (WS-TRC-IDX) TO WS-TRC-WORK
           MOVE SPACES TO STRCOUT-RECORD
           MOVE WS-TRW-SUSP-REF TO STO-SUSP-REF
           MOVE WS-RUN-DATE-YYYYMMDD TO STO-EVENT-DATE
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO STO-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO STO-JOB-ID
           MOVE WS-TRW-TYPE TO STO-EVENT-TYPE
           MOVE WS-TRW-CATEGORY TO STO-CATEGORY-CODE
           MOVE WS-TRW-TRAN-COUNT TO STO-TRAN-COUNT
           MOVE WS-TRW-AMOUNT TO STO-TRAN-AMOUNT
           MOVE WS-TRW-REASON TO STO-REASON-CODE
           MOVE WS-TRW-TEXT TO STO-EVENT-TEXT
           WRITE STRCOUT-RECORD
           IF WS-STRCOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 8500 - APPEND THIS RUN'S PROCESSING RECEIPTS, IN THE HISTORY
      * STAGE WITH THE FEED REGISTER THEY ANSWER TO: FIRST ANY
      * EARLIER RECEIPT THIS RUN'S BACK-OUT SUPERSEDED, THEN EACH
      * BATCH'S RECEIPT FOLLOWED BY ITS EXCEPTION ITEMS.  EVERY BATCH
      * ON A REJECTED FILE IS REJECTED WITH THE FILE'S REASON AND THE
      * BATCH AT WHICH VERIFICATION FAILED.
      ******************************************************************
       8500-WRITE-PROCESSING-RECEIPTS.
           IF WS-RCX-COUNT > 0 OR WS-RCB-COUNT > 0
               OPEN EXTEND RCPTOUT
               IF WS-RCPTOUT-STATUS = '35'
                   OPEN OUTPUT RCPTOUT
               END-IF
               IF WS-RCPTOUT-STATUS NOT = '00'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               ELSE
                   PERFORM VARYING WS-RCX-IDX FROM 1 BY 1
                           UNTIL WS-RCX-IDX > WS-RCX-COUNT
                       PERFORM 8510-WRITE-SUPERSEDED-RECEIPT
                   END-PERFORM
                   PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                           UNTIL WS-RCB-IDX > WS-RCB-COUNT
                       PERFORM 8520-WRITE-BATCH-RECEIPT
                       PERFORM VARYING WS-RCI-IDX FROM 1 BY 1
                               UNTIL WS-RCI-IDX > WS-RCI-COUNT
                           MOVE WS-RCI-DATA (WS-RCI-IDX) TO WS-RCI-WORK
                           IF WS-RIW-BATCH = WS-RCB-IDX
                               PERFORM 8530-WRITE-ITEM-RECEIPT
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   CLOSE RCPTOUT
               END-IF
           END-IF.

       8505-START-RECEIPT.
           MOVE SPACES TO PROCESSING-RECEIPT-RECORD
           STRING WS-CURRENT-DATE '-' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO RP-RUN-TIMESTAMP
           MOVE WS-JOB-ID TO RP-JOB-ID
           MOVE WS-CYCLE-NUMBER TO RP-POSTING-CYCLE.

       8510-WRITE-SUPERSEDED-RECEIPT.
           PERFORM 8505-START-RECEIPT
           MOVE WS-RCX-SOURCE (WS-RCX-IDX) TO RP-SOURCE-ID
           MOVE WS-RCX-DATE (WS-RCX-IDX) TO RP-BUSINESS-DATE
           SET RP-BATCH-RECEIPT TO TRUE
           MOVE WS-RCX-ENTITY (WS-RCX-IDX) TO RP-ENTITY-CODE
           MOVE 0 TO RP-BATCH-NUMBER
           SET RP-BACKED-OUT TO TRUE
           STRING 'RUN ' WS-RCX-STAMP (WS-RCX-IDX)
                  ' BACKED OUT BY RERUN'
                  DELIMITED BY SIZE INTO RP-REJECT-REASON
           MOVE 0 TO RP-FAILED-AT-BATCH
           MOVE WS-RCX-RECORDS (WS-RCX-IDX) TO RP-RECORD-COUNT
           MOVE WS-RCX-HASH (WS-RCX-IDX) TO RP-HASH-TOTAL
           MOVE 0 TO RP-POSTED-RECORDS
           MOVE 0 TO RP-POSTED-COUNT
           MOVE 0 TO RP-POSTED-AMOUNT
           MOVE 0 TO RP-EXCEPTION-RECORDS
           PERFORM 8550-WRITE-RECEIPT.

       8520-WRITE-BATCH-RECEIPT.
           PERFORM 8505-START-RECEIPT
           MOVE WS-RCB-SOURCE (WS-RCB-IDX) TO RP-SOURCE-ID
           MOVE WS-RCB-DATE (WS-RCB-IDX) TO RP-BUSINESS-DATE
           SET RP-BATCH-RECEIPT TO TRUE
           MOVE WS-RCB-ENTITY (WS-RCB-IDX) TO RP-ENTITY-CODE
           MOVE WS-RCB-IDX TO RP-BATCH-NUMBER
           MOVE 0 TO RP-FAILED-AT-BATCH
           EVALUATE TRUE
               WHEN WS-TRANIN-REJECTED
                   SET RP-REJECTED TO TRUE
                   MOVE WS-TRANIN-REJECT-REASON TO RP-REJECT-REASON
                   MOVE WS-RCB-FAILED-BATCH TO RP-FAILED-AT-BATCH
               WHEN WS-FB-DUPLICATE (WS-RCB-IDX)
                   SET RP-DUPLICATE TO TRUE
                   MOVE 'DUPLICATE OF A BATCH ALREADY REGISTERED'
                       TO RP-REJECT-REASON
               WHEN WS-RCB-EXCEPTIONS (WS-RCB-IDX) > 0
                   SET RP-ACCEPTED-WITH-EXCEPTIONS TO TRUE
               WHEN OTHER
                   SET RP-ACCEPTED TO TRUE
           END-EVALUATE
           MOVE WS-RCB-RECORDS (WS-RCB-IDX) TO RP-RECORD-COUNT
           MOVE WS-RCB-HASH (WS-RCB-IDX) TO RP-HASH-TOTAL
           MOVE WS-RCB-POSTED-RECS (WS-RCB-IDX) TO RP-POSTED-RECORDS
           MOVE WS-RCB-POSTED-COUNT (WS-RCB-IDX) TO RP-POSTED-COUNT
           MOVE WS-RCB-POSTED-AMOUNT (WS-RCB-IDX) TO RP-POSTED-AMOUNT
           MOVE WS-RCB-EXCEPTIONS (WS-RCB-IDX) TO RP-EXCEPTION-RECORDS
           PERFORM 8550-WRITE-RECEIPT.

       8530-WRITE-ITEM-RECEIPT.
           PERFORM 8505-START-RECEIPT
           MOVE WS-RIW-SOURCE TO RP-SOURCE-ID
           MOVE WS-RIW-DATE TO RP-BUSINESS-DATE
           SET RP-ITEM-RECEIPT TO TRUE
           MOVE WS-RCB-ENTITY (WS-RCB-IDX) TO RP-ENTITY-CODE
           MOVE WS-RCB-IDX TO RP-BATCH-NUMBER
           MOVE WS-RIW-SUSP-REF TO RP-ITM-SUSP-REF
           MOVE WS-RIW-CATEGORY TO RP-ITM-CATEGORY-CODE
           MOVE WS-RIW-REASON TO RP-ITM-REASON-CODE
           MOVE WS-RIW-TEXT TO RP-ITM-REASON-TEXT
           MOVE WS-RIW-TRAN-COUNT TO RP-ITM-TRAN-COUNT
           MOVE WS-RIW-AMOUNT TO RP-ITM-TRAN-AMOUNT
           PERFORM 8550-WRITE-RECEIPT.

       8550-WRITE-RECEIPT.
           WRITE PROCESSING-RECEIPT-RECORD
           IF WS-RCPTOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-RCPT-WRITTEN-COUNT
           END-IF.

       9000-TERMINATE.
           CLOSE PRTOUT
           CLOSE OVFLOG.
