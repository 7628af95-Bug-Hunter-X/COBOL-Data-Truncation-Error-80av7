      ******************************************************************
      * PROGRAM-ID. EODVER
      *
      *   END-OF-DAY CROSS-FILE CONSISTENCY VERIFIER.
      *
      *   TRANTOT LEAVES THE SAME DAY'S FIGURES ON FOUR FILES: THE
      *   CHECKPOINT (CHKIN), THE CATEGORY HISTORY (CATHIN, THE
      *   CATHOUT GENERATION IT JUST WROTE), THE SETTLEMENT EXTRACT
      *   (SETLIN, THE SETLOUT IT JUST WROTE) AND THE AUDIT TRAIL
      *   (AUDIN).  EACH PROGRAM THAT READS ONE OF THEM TRUSTS IT ON
      *   ITS OWN, SO A SPLIT THAT WENT WRONG IN ONE PLACE - AN
      *   ENTITY COLUMN THAT MISSED A POSTING, A CATEGORY THAT NEVER
      *   REACHED THE EXTRACT - WOULD OTHERWISE GO TO THE GL AND ONLY
      *   SURFACE WHEN SOMEBODY RECONCILED BY HAND.  THIS JOB RUNS
      *   AFTER TRANTOT AND BEFORE THE GL FEED IS RELEASED, READS ALL
      *   FOUR AND PRINTS EACH CROSS-CHECK WITH THE FIGURES ON BOTH
      *   SIDES AND A PASS OR FAIL:
      *
      *     1  THE CATEGORY PERIOD COUNTS AND AMOUNTS ON THE
      *        CHECKPOINT SUM TO THE PERIOD MOVEMENT IN CK-AREA-2.
      *     2  THE ENTITY TOTALS ON THE CHECKPOINT SUM TO THE
      *        COMBINED TOTALS.
      *     3  TODAY'S CATEGORY HISTORY ROWS AGREE, CATEGORY BY
      *        CATEGORY, WITH THE DETAIL LINES OF TODAY'S EXTRACT.
      *        ON A DAY WITH SEVERAL POSTING CYCLES THE HISTORY ROW
      *        COVERS THE WHOLE DAY AND THE EXTRACT ONLY THE LAST
      *        CYCLE, SO THE ROW'S LAST-CYCLE SHARE IS COMPARED.  A
      *        REVERSING BATCH TAKES BACK A PRIOR DAY AND IS NOT IN
      *        TODAY'S HISTORY, SO ITS DETAILS ARE LEFT OUT.
      *     4  EVERY EXTRACT TRAILER'S CLOSING TOTALS EQUAL THAT
      *        ENTITY'S TOTALS ON THE CHECKPOINT.  WHEN TODAY'S LAST
      *        RUN CLOSED THE PERIOD THE CHECKPOINT ALREADY CARRIES
      *        THE RESET TOTALS, SO THE DAY BATCHES' CLOSING TOTALS
      *        ARE INSTEAD TIED TO THE PRE-CLOSE TOTALS ON THE CLOSE
      *        RECORD.
      *     5  TODAY'S ENTITY SUMMARY MEMOS (TYPE E) NET TO THE DAY'S
      *        POSTING ON THE CHAIN RECORDS (TYPE N AND R).  A RUN
      *        BACKED OUT BY A RERUN LEAVES BOTH ITS CHAIN RECORD
      *        AND ITS MEMOS ON THE TRAIL, SO BOTH SIDES STILL CARRY
      *        IT.
      *
      *   A CHECKPOINT NOT DATED THE AS-OF DATE, OR NO EXTRACT FOR
      *   IT, FAILS AS WELL - THE FILES ARE NOT FROM THE SAME RUN.
      *   ANY FAILURE ENDS THE JOB WITH RC 12, ON WHICH THE SCHEDULER
      *   HOLDS BACK THE GL FEED; A MISSING OR UNREADABLE FILE IS
      *   RC 16.
      *
      *   THE OPTIONAL PARM IS THE AS-OF DATE (YYYYMMDD, DEFAULT THE
      *   CURRENT DATE), FOR RE-VERIFYING A DAY AFTER MIDNIGHT.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-10-15  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKIN ASSIGN TO CHKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKIN-STATUS.

           SELECT CATHIN ASSIGN TO CATHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATHIN-STATUS.

           SELECT SETLIN ASSIGN TO SETLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLIN-STATUS.

           SELECT AUDIN ASSIGN TO AUDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHKIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CHKPTREC.

       FD  CATHIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CATHREC.

       FD  SETLIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SETLREC.

       FD  AUDIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PRTLINE.

       WORKING-STORAGE SECTION.
       01  WS-CHKIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-CATHIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-SETLIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-AUDIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.

       01  WS-EOF-CHKIN                PIC X(1) VALUE 'N'.
           88  CHKIN-EOF               VALUE 'Y'.
       01  WS-EOF-CATHIN               PIC X(1) VALUE 'N'.
           88  CATHIN-EOF              VALUE 'Y'.
       01  WS-EOF-SETLIN               PIC X(1) VALUE 'N'.
           88  SETLIN-EOF              VALUE 'Y'.
       01  WS-EOF-AUDIN                PIC X(1) VALUE 'N'.
           88  AUDIN-EOF               VALUE 'Y'.

      ******************************************************************
      * WHICH INPUTS WERE READ IN FULL.  A CHECK WHOSE INPUT IS
      * MISSING CANNOT PASS, SO IT IS REPORTED AS NOT RUN AND FAILS.
      ******************************************************************
       01  WS-CHKPT-LOADED-SW          PIC X(1) VALUE 'N'.
           88  WS-CHKPT-LOADED         VALUE 'Y'.
       01  WS-CATH-LOADED-SW           PIC X(1) VALUE 'N'.
           88  WS-CATH-LOADED          VALUE 'Y'.
       01  WS-SETL-LOADED-SW           PIC X(1) VALUE 'N'.
           88  WS-SETL-LOADED          VALUE 'Y'.
       01  WS-AUDIT-LOADED-SW          PIC X(1) VALUE 'N'.
           88  WS-AUDIT-LOADED         VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
       01  WS-RUN-DATE-YYYYMMDD        PIC X(8) VALUE SPACES.
       01  WS-JOB-NAME                 PIC X(8) VALUE 'EODVER'.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 1.

       01  WS-PARM-WORK-FIELDS.
           05  WS-PARM-BUFFER          PIC X(40) VALUE SPACES.
           05  WS-PARM-ASOF-TEXT       PIC X(8) VALUE SPACES.

      ******************************************************************
      * CHECKPOINT FIGURES.  THE CATEGORY AND ENTITY SIDES ARE
      * SUMMED AS THE RECORD IS READ; THE ENTITY TOTALS ARE KEPT FOR
      * THE EXTRACT CHECK.
      ******************************************************************
       01  WS-CHKPT-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-CHKPT-CYCLE              PIC 9(2) VALUE 0.
       01  WS-CK-AREA-2                PIC S9(11) VALUE 0.
       01  WS-CK-AMOUNT-AREA-2         PIC S9(13)V99 VALUE 0.
       01  WS-CK-CAT-SUM-COUNT         PIC S9(11) VALUE 0.
       01  WS-CK-CAT-SUM-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-CK-ENT-SUM-COUNT         PIC S9(11) VALUE 0.
       01  WS-CK-ENT-SUM-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-CK-CAT-IDX               PIC 9(3) VALUE 0.
       01  WS-CK-ENT-IDX               PIC 9(2) VALUE 0.
       01  WS-CKE-TABLE.
           05  WS-CKE-COUNT            PIC 9(2) VALUE 0.
           05  WS-CKE-ENTRY OCCURS 5 TIMES.
               10  WS-CKE-CODE         PIC X(3).
               10  WS-CKE-TOTAL        PIC S9(11).
               10  WS-CKE-AMOUNT       PIC S9(13)V99.
               10  WS-CKE-BATCHES      PIC 9(3).
       01  WS-CKE-IDX                  PIC 9(2) VALUE 0.
       01  WS-CKE-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-CKE-FOUND            VALUE 'Y'.

      ******************************************************************
      * CATEGORY COMPARISON TABLE - ONE ENTRY PER CATEGORY SEEN ON
      * TODAY'S HISTORY ROWS OR TODAY'S EXTRACT DETAILS, WITH EACH
      * SIDE'S FIGURES.
      ******************************************************************
       01  WS-XCAT-TABLE.
           05  WS-XCAT-COUNT           PIC 9(3) VALUE 0.
           05  WS-XCAT-ENTRY OCCURS 100 TIMES.
               10  WS-XCAT-CODE        PIC X(4).
               10  WS-XCAT-HIST-COUNT  PIC S9(11).
               10  WS-XCAT-HIST-AMOUNT PIC S9(13)V99.
               10  WS-XCAT-EXT-COUNT   PIC S9(11).
               10  WS-XCAT-EXT-AMOUNT  PIC S9(13)V99.
       01  WS-XCAT-IDX                 PIC 9(3) VALUE 0.
       01  WS-XCAT-WORK-CODE           PIC X(4) VALUE SPACES.
       01  WS-XCAT-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-XCAT-FOUND           VALUE 'Y'.
       01  WS-HIST-ROWS-TODAY          PIC 9(5) VALUE 0.

      ******************************************************************
      * EXTRACT STATE.  EVERY TRAILER OF TODAY'S EXTRACT IS KEPT WITH
      * ITS BATCH'S ENTITY AND WHETHER THE BATCH IS A REVERSAL.
      ******************************************************************
       01  WS-SETL-RECORDS-TODAY       PIC 9(7) VALUE 0.
       01  WS-SETL-OTHER-DATES         PIC 9(7) VALUE 0.
       01  WS-RVS-DETAILS-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-XHDR-ENTITY              PIC X(3) VALUE SPACES.
       01  WS-XHDR-REVERSING-SW        PIC X(1) VALUE 'N'.
           88  WS-XHDR-REVERSING       VALUE 'Y'.
       01  WS-XTRL-TABLE.
           05  WS-XTRL-COUNT           PIC 9(2) VALUE 0.
           05  WS-XTRL-ENTRY OCCURS 20 TIMES.
               10  WS-XTRL-ENTITY      PIC X(3).
               10  WS-XTRL-REVERSING   PIC X(1).
               10  WS-XTRL-CLOSING-TOTAL PIC S9(11).
               10  WS-XTRL-CLOSING-AMOUNT PIC S9(13)V99.
       01  WS-XTRL-IDX                 PIC 9(2) VALUE 0.
       01  WS-XTRL-DAY-SUM-COUNT       PIC S9(11) VALUE 0.
       01  WS-XTRL-DAY-SUM-AMOUNT      PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * AUDIT TRAIL STATE FOR THE AS-OF DATE.  THE LAST CHAIN RECORD
      * OF THE DAY SAYS WHETHER THE DAY'S LAST RUN CLOSED THE PERIOD;
      * IF SO THE CLOSE RECORD'S BEFORE FIGURES ARE THE PRE-CLOSE
      * TOTALS THE EXTRACT WENT OUT WITH.
      ******************************************************************
       01  WS-AUD-CHAIN-RUNS           PIC 9(5) VALUE 0.
       01  WS-AUD-ENTITY-MEMOS         PIC 9(5) VALUE 0.
       01  WS-AUD-POSTED-COUNT         PIC S9(11) VALUE 0.
       01  WS-AUD-POSTED-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-AUD-MEMO-COUNT           PIC S9(11) VALUE 0.
       01  WS-AUD-MEMO-AMOUNT          PIC S9(13)V99 VALUE 0.
       01  WS-AUD-LAST-CHAIN-TYPE      PIC X(1) VALUE SPACE.
       01  WS-AUD-CLOSE-COUNT          PIC S9(11) VALUE 0.
       01  WS-AUD-CLOSE-AMOUNT         PIC S9(13)V99 VALUE 0.
       01  WS-PERIOD-CLOSED-SW         PIC X(1) VALUE 'N'.
           88  WS-PERIOD-CLOSED-TODAY  VALUE 'Y'.
       01  WS-AUD-MOVE-COUNT           PIC S9(11) VALUE 0.
       01  WS-AUD-MOVE-AMOUNT          PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * ONE COMPARISON LINE: THE ITEM, THE FIGURES ON EACH SIDE AND
      * THE RESULT.  EACH CHECK NAMES ITS TWO SIDES ON ITS CAPTION.
      ******************************************************************
       01  WS-CMP-LABEL                PIC X(20) VALUE SPACES.
       01  WS-CMP-NOTE                 PIC X(23) VALUE SPACES.
       01  WS-CMP-LEFT-NAME            PIC X(39) VALUE SPACES.
       01  WS-CMP-RIGHT-NAME           PIC X(39) VALUE SPACES.
       01  WS-CMP-LEFT-COUNT           PIC S9(11) VALUE 0.
       01  WS-CMP-LEFT-AMOUNT          PIC S9(13)V99 VALUE 0.
       01  WS-CMP-RIGHT-COUNT          PIC S9(11) VALUE 0.
       01  WS-CMP-RIGHT-AMOUNT         PIC S9(13)V99 VALUE 0.
       01  WS-CMP-RESULT               PIC X(4) VALUE SPACES.
       01  WS-CMP-FORCE-FAIL-SW        PIC X(1) VALUE 'N'.
           88  WS-CMP-FORCE-FAIL       VALUE 'Y'.
       01  WS-CMP-LEFT-COUNT-EDIT      PIC -Z,ZZZ,ZZZ,ZZ9.
       01  WS-CMP-LEFT-AMOUNT-EDIT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CMP-RIGHT-COUNT-EDIT     PIC -Z,ZZZ,ZZZ,ZZ9.
       01  WS-CMP-RIGHT-AMOUNT-EDIT    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CMP-LINES                PIC 9(3) VALUE 0.

      ******************************************************************
      * RESULT OF EACH CHECK FOR THE SUMMARY AT THE FOOT OF THE
      * REPORT.  A CHECK FAILS IF ANY OF ITS LINES FAILS OR IT COULD
      * NOT BE RUN.
      ******************************************************************
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY OCCURS 5 TIMES.
               10  WS-CHECK-TITLE      PIC X(50).
               10  WS-CHECK-FAILS      PIC 9(3).
       01  WS-CHECK-NUMBER             PIC 9(1) VALUE 0.
       01  WS-CHECK-IDX                PIC 9(1) VALUE 0.
       01  WS-CHECKS-FAILED            PIC 9(1) VALUE 0.
       01  WS-OTHER-FAILS              PIC 9(3) VALUE 0.

       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-MEMO-COUNT-EDIT          PIC ZZ,ZZ9.

      ******************************************************************
      * FIVE-DIGIT LAYOUTS OF THE CHECKPOINT AND TRAIL RECORDS, FOR
      * RE-MAPPING ANYTHING WRITTEN BEFORE THE TOTAL WAS WIDENED.
      ******************************************************************
       COPY CHKLGREC.
       COPY AUDLGREC.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS).  RC 12 OR ABOVE
      * HOLDS BACK THE GL FEED.
      ******************************************************************
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RC-CHECK-FAILED          PIC 9(2) VALUE 12.
       01  WS-RC-FILE-ERROR            PIC 9(2) VALUE 16.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CHECKPOINT
           PERFORM 2100-LOAD-CATEGORY-HISTORY
           PERFORM 2200-LOAD-SETTLEMENT-EXTRACT
           PERFORM 2300-SCAN-AUDIT-TRAIL
           PERFORM 7100-WRITE-REPORT-HEADER
           PERFORM 3000-VERIFY-CATEGORY-PERIODS
           PERFORM 3100-VERIFY-ENTITY-SPLIT
           PERFORM 3200-VERIFY-HISTORY-TO-EXTRACT
           PERFORM 3300-VERIFY-EXTRACT-CLOSING
           PERFORM 3400-VERIFY-ENTITY-MEMOS
           PERFORM 7600-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000 - THE OPTIONAL PARM IS THE AS-OF DATE (DEFAULT THE
      * CURRENT DATE): THE BUSINESS DAY WHOSE FILES ARE VERIFIED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YYYYMMDD
           IF LS-PARM-LENGTH > 0 AND LS-PARM-LENGTH <= 40
               MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-BUFFER
               UNSTRING WS-PARM-BUFFER DELIMITED BY ','
                   INTO WS-PARM-ASOF-TEXT
               END-UNSTRING
               IF WS-PARM-ASOF-TEXT NOT = SPACES
                   MOVE WS-PARM-ASOF-TEXT TO WS-RUN-DATE-YYYYMMDD
               END-IF
           END-IF
           MOVE 'CATEGORY PERIOD TOTALS TO CHECKPOINT TOTALS'
               TO WS-CHECK-TITLE (1)
           MOVE 'ENTITY TOTALS TO COMBINED TOTALS'
               TO WS-CHECK-TITLE (2)
           MOVE 'CATEGORY HISTORY TO EXTRACT DETAIL'
               TO WS-CHECK-TITLE (3)
           MOVE 'EXTRACT CLOSING TOTALS TO CHECKPOINT ENTITIES'
               TO WS-CHECK-TITLE (4)
           MOVE 'ENTITY SUMMARY MEMOS TO DAY''S POSTING'
               TO WS-CHECK-TITLE (5)
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > 5
               MOVE 0 TO WS-CHECK-FAILS (WS-CHECK-IDX)
           END-PERFORM
           OPEN OUTPUT PRTOUT
           PERFORM 7050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 2000 - THE CHECKPOINT IS REQUIRED: WITHOUT IT THERE IS
      * NOTHING TO VERIFY AGAINST, SO ANY NON-ZERO OPEN STATUS,
      * INCLUDING 35, IS A FILE ERROR.  THE CATEGORY AND ENTITY
      * SIDES ARE SUMMED HERE; A COLUMN LEFT BLANK BY AN OLDER
      * LAYOUT COUNTS AS ZERO.
      ******************************************************************
       2000-READ-CHECKPOINT.
           OPEN INPUT CHKIN
           IF WS-CHKIN-STATUS = '00'
               READ CHKIN INTO CHKPT-RECORD
                   AT END
                       SET CHKIN-EOF TO TRUE
               END-READ
               IF CHKIN-EOF
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               ELSE
                   SET WS-CHKPT-LOADED TO TRUE
                   IF NOT CK-WIDE-LAYOUT
                       PERFORM 2050-WIDEN-LEGACY-CHECKPOINT
                   END-IF
                   PERFORM 2060-SUM-CHECKPOINT
               END-IF
               CLOSE CHKIN
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
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

       2060-SUM-CHECKPOINT.
           MOVE CK-RUN-DATE TO WS-CHKPT-RUN-DATE
           IF CK-CYCLE-NUMBER IS NUMERIC
               MOVE CK-CYCLE-NUMBER TO WS-CHKPT-CYCLE
           ELSE
               MOVE 1 TO WS-CHKPT-CYCLE
           END-IF
           MOVE CK-AREA-2 TO WS-CK-AREA-2
           IF CK-AMOUNT-AREA-2 IS NUMERIC
               MOVE CK-AMOUNT-AREA-2 TO WS-CK-AMOUNT-AREA-2
           END-IF
           IF CK-CAT-COUNT IS NUMERIC
               PERFORM VARYING WS-CK-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CK-CAT-IDX > CK-CAT-COUNT
                       OR WS-CK-CAT-IDX > 50
                   IF CK-CAT-PERIOD-COUNT (WS-CK-CAT-IDX) IS NUMERIC
                       ADD CK-CAT-PERIOD-COUNT (WS-CK-CAT-IDX)
                           TO WS-CK-CAT-SUM-COUNT
                   END-IF
                   IF CK-CAT-PERIOD-AMOUNT (WS-CK-CAT-IDX) IS NUMERIC
                       ADD CK-CAT-PERIOD-AMOUNT (WS-CK-CAT-IDX)
                           TO WS-CK-CAT-SUM-AMOUNT
                   END-IF
               END-PERFORM
           END-IF
           IF CK-ENT-COUNT IS NUMERIC
               PERFORM VARYING WS-CK-ENT-IDX FROM 1 BY 1
                       UNTIL WS-CK-ENT-IDX > CK-ENT-COUNT
                       OR WS-CK-ENT-IDX > 5
                   ADD 1 TO WS-CKE-COUNT
                   MOVE CK-ENT-CODE (WS-CK-ENT-IDX)
                       TO WS-CKE-CODE (WS-CKE-COUNT)
                   MOVE 0 TO WS-CKE-TOTAL (WS-CKE-COUNT)
                   MOVE 0 TO WS-CKE-AMOUNT (WS-CKE-COUNT)
                   MOVE 0 TO WS-CKE-BATCHES (WS-CKE-COUNT)
                   IF CK-ENT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                       MOVE CK-ENT-AREA-2 (WS-CK-ENT-IDX)
                           TO WS-CKE-TOTAL (WS-CKE-COUNT)
                   END-IF
                   IF CK-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                       MOVE CK-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX)
                           TO WS-CKE-AMOUNT (WS-CKE-COUNT)
                   END-IF
                   ADD WS-CKE-TOTAL (WS-CKE-COUNT)
                       TO WS-CK-ENT-SUM-COUNT
                   ADD WS-CKE-AMOUNT (WS-CKE-COUNT)
                       TO WS-CK-ENT-SUM-AMOUNT
               END-PERFORM
           END-IF.

      ******************************************************************
      * 2100 - TODAY'S CATEGORY HISTORY ROWS.  THE ROW COVERS THE
      * WHOLE DAY; ITS LAST-CYCLE COLUMNS HOLD THE SHARE THE LATEST
      * CYCLE POSTED, WHICH IS WHAT THAT CYCLE'S EXTRACT CARRIES.  A
      * ROW WITHOUT THEM PREDATES CYCLES AND IS THE WHOLE DAY.
      ******************************************************************
       2100-LOAD-CATEGORY-HISTORY.
           OPEN INPUT CATHIN
           IF WS-CATHIN-STATUS = '00'
               SET WS-CATH-LOADED TO TRUE
               PERFORM UNTIL CATHIN-EOF
                   READ CATHIN INTO CATEGORY-HISTORY-RECORD
                       AT END
                           SET CATHIN-EOF TO TRUE
                       NOT AT END
                           IF CH-BUS-DATE = WS-RUN-DATE-YYYYMMDD
                               PERFORM 2150-NOTE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATHIN
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       2150-NOTE-HISTORY-ROW.
           ADD 1 TO WS-HIST-ROWS-TODAY
           MOVE CH-CATEGORY-CODE TO WS-XCAT-WORK-CODE
           PERFORM 2400-FIND-OR-ADD-CATEGORY
           IF WS-XCAT-FOUND
               IF CH-LAST-CYCLE-COUNT IS NUMERIC
                   ADD CH-LAST-CYCLE-COUNT
                       TO WS-XCAT-HIST-COUNT (WS-XCAT-IDX)
               ELSE
                   IF CH-TRAN-COUNT IS NUMERIC
                       ADD CH-TRAN-COUNT
                           TO WS-XCAT-HIST-COUNT (WS-XCAT-IDX)
                   END-IF
               END-IF
               IF CH-LAST-CYCLE-AMOUNT IS NUMERIC
                   ADD CH-LAST-CYCLE-AMOUNT
                       TO WS-XCAT-HIST-AMOUNT (WS-XCAT-IDX)
               ELSE
                   IF CH-TRAN-AMOUNT IS NUMERIC
                       ADD CH-TRAN-AMOUNT
                           TO WS-XCAT-HIST-AMOUNT (WS-XCAT-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2200 - TODAY'S SETTLEMENT EXTRACT.  DETAILS OF A DAY BATCH
      * ARE SUMMED BY CATEGORY ACROSS THE ENTITIES; DETAILS OF A
      * REVERSING BATCH (ITS HEADER CARRIES THE REVERSES KEY) ARE
      * COUNTED BUT NOT SUMMED.  EVERY TRAILER IS KEPT FOR THE
      * CLOSING-TOTAL CHECK.  RECORDS DATED ANY OTHER DAY ARE
      * COUNTED AND SKIPPED.
      ******************************************************************
       2200-LOAD-SETTLEMENT-EXTRACT.
           OPEN INPUT SETLIN
           IF WS-SETLIN-STATUS = '00'
               SET WS-SETL-LOADED TO TRUE
               PERFORM UNTIL SETLIN-EOF
                   READ SETLIN INTO SETTLEMENT-RECORD
                       AT END
                           SET SETLIN-EOF TO TRUE
                       NOT AT END
                           IF SE-RUN-DATE = WS-RUN-DATE-YYYYMMDD
                               ADD 1 TO WS-SETL-RECORDS-TODAY
                               PERFORM 2250-NOTE-EXTRACT-RECORD
                           ELSE
                               ADD 1 TO WS-SETL-OTHER-DATES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETLIN
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       2250-NOTE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN SE-HEADER-REC
                   MOVE SE-HDR-ENTITY-CODE TO WS-XHDR-ENTITY
                   IF SE-HDR-REVERSES-KEY = SPACES
                       MOVE 'N' TO WS-XHDR-REVERSING-SW
                   ELSE
                       SET WS-XHDR-REVERSING TO TRUE
                   END-IF
               WHEN SE-DETAIL-REC
                   IF WS-XHDR-REVERSING
                       ADD 1 TO WS-RVS-DETAILS-SKIPPED
                   ELSE
                       PERFORM 2260-NOTE-EXTRACT-DETAIL
                   END-IF
               WHEN SE-TRAILER-REC
                   PERFORM 2270-NOTE-EXTRACT-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2260-NOTE-EXTRACT-DETAIL.
           MOVE SE-DET-CATEGORY TO WS-XCAT-WORK-CODE
           PERFORM 2400-FIND-OR-ADD-CATEGORY
           IF WS-XCAT-FOUND
               IF SE-DET-COUNT IS NUMERIC
                   ADD SE-DET-COUNT TO WS-XCAT-EXT-COUNT (WS-XCAT-IDX)
               END-IF
               IF SE-DET-AMOUNT IS NUMERIC
                   ADD SE-DET-AMOUNT
                       TO WS-XCAT-EXT-AMOUNT (WS-XCAT-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * 2270 - A TRAILER WRITTEN BEFORE THE TOTAL WAS WIDENED CARRIES
      * ITS CLOSING FIGURES IN THE OLD COLUMNS.  MORE TRAILERS THAN
      * THE TABLE HOLDS IS A FILE ERROR - THE CHECK WOULD BE PARTIAL.
      ******************************************************************
       2270-NOTE-EXTRACT-TRAILER.
           IF WS-XTRL-COUNT < 20
               ADD 1 TO WS-XTRL-COUNT
               MOVE WS-XHDR-ENTITY TO WS-XTRL-ENTITY (WS-XTRL-COUNT)
               MOVE WS-XHDR-REVERSING-SW
                   TO WS-XTRL-REVERSING (WS-XTRL-COUNT)
               MOVE 0 TO WS-XTRL-CLOSING-TOTAL (WS-XTRL-COUNT)
               MOVE 0 TO WS-XTRL-CLOSING-AMOUNT (WS-XTRL-COUNT)
               IF SE-TRL-WIDE-LAYOUT
                   IF SE-TRL-CLOSING-TOTAL IS NUMERIC
                       MOVE SE-TRL-CLOSING-TOTAL
                           TO WS-XTRL-CLOSING-TOTAL (WS-XTRL-COUNT)
                   END-IF
                   IF SE-TRL-CLOSING-AMOUNT IS NUMERIC
                       MOVE SE-TRL-CLOSING-AMOUNT
                           TO WS-XTRL-CLOSING-AMOUNT (WS-XTRL-COUNT)
                   END-IF
               ELSE
                   IF SE-TRL-OLD-CLOSING-TOTAL IS NUMERIC
                       MOVE SE-TRL-OLD-CLOSING-TOTAL
                           TO WS-XTRL-CLOSING-TOTAL (WS-XTRL-COUNT)
                   END-IF
                   IF SE-TRL-OLD-CLOSING-AMOUNT IS NUMERIC
                       MOVE SE-TRL-OLD-CLOSING-AMOUNT
                           TO WS-XTRL-CLOSING-AMOUNT (WS-XTRL-COUNT)
                   END-IF
               END-IF
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2300 - ONE PASS DOWN THE AUDIT TRAIL FOR THE AS-OF DATE.
      * EACH N OR R CHAIN RECORD ADDS ITS MOVEMENT (AFTER LESS
      * BEFORE) TO THE DAY'S POSTING; EACH E MEMO ADDS ITS NET
      * COUNT AND AMOUNT.  B AND C RECORDS ARE NOT POSTINGS, BUT
      * THE LAST CHAIN RECORD OF THE DAY IS NOTED SO A CLOSE BY THE
      * DAY'S LAST RUN IS RECOGNISED.
      ******************************************************************
       2300-SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIN
           IF WS-AUDIN-STATUS = '00'
               SET WS-AUDIT-LOADED TO TRUE
               PERFORM UNTIL AUDIN-EOF
                   READ AUDIN
                       AT END
                           SET AUDIN-EOF TO TRUE
                       NOT AT END
                           IF NOT AR-WIDE-LAYOUT
                               PERFORM 2350-WIDEN-LEGACY-AUDIT
                           END-IF
                           IF AR-RUN-TIMESTAMP (1:8)
                                   = WS-RUN-DATE-YYYYMMDD
                               PERFORM 2360-NOTE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIN
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-AUD-LAST-CHAIN-TYPE = 'C'
               SET WS-PERIOD-CLOSED-TODAY TO TRUE
           END-IF.

      ******************************************************************
      * 2350 - A TRAIL RECORD WRITTEN BEFORE THE AREA-2 COLUMNS WERE
      * WIDENED HAS ITS RECORD TYPE EIGHT BYTES EARLIER; IT IS
      * RE-MAPPED INTO THE CURRENT LAYOUT BEFORE IT IS CLASSIFIED.
      ******************************************************************
       2350-WIDEN-LEGACY-AUDIT.
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

       2360-NOTE-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN AR-NORMAL-RUN OR AR-REAPPLY
                   ADD 1 TO WS-AUD-CHAIN-RUNS
                   MOVE AR-RECORD-TYPE TO WS-AUD-LAST-CHAIN-TYPE
                   PERFORM 2370-TAKE-CHAIN-MOVEMENT
                   ADD WS-AUD-MOVE-COUNT TO WS-AUD-POSTED-COUNT
                   ADD WS-AUD-MOVE-AMOUNT TO WS-AUD-POSTED-AMOUNT
               WHEN AR-BACKOUT
                   MOVE AR-RECORD-TYPE TO WS-AUD-LAST-CHAIN-TYPE
               WHEN AR-PERIOD-CLOSE
                   MOVE AR-RECORD-TYPE TO WS-AUD-LAST-CHAIN-TYPE
                   MOVE AR-AREA-2-BEFORE TO WS-AUD-CLOSE-COUNT
                   MOVE 0 TO WS-AUD-CLOSE-AMOUNT
                   IF AR-AMOUNT-BEFORE IS NUMERIC
                       MOVE AR-AMOUNT-BEFORE TO WS-AUD-CLOSE-AMOUNT
                   END-IF
               WHEN AR-ENTITY-SUMMARY
                   ADD 1 TO WS-AUD-ENTITY-MEMOS
                   IF AR-ADJ-COUNT IS NUMERIC
                       ADD AR-ADJ-COUNT TO WS-AUD-MEMO-COUNT
                   END-IF
                   IF AR-AMOUNT-ADDED IS NUMERIC
                       ADD AR-AMOUNT-ADDED TO WS-AUD-MEMO-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2370-TAKE-CHAIN-MOVEMENT.
           MOVE 0 TO WS-AUD-MOVE-COUNT
           MOVE 0 TO WS-AUD-MOVE-AMOUNT
           IF AR-AREA-2-AFTER IS NUMERIC
                   AND AR-AREA-2-BEFORE IS NUMERIC
               COMPUTE WS-AUD-MOVE-COUNT =
                   AR-AREA-2-AFTER - AR-AREA-2-BEFORE
           END-IF
           IF AR-AMOUNT-AFTER IS NUMERIC
                   AND AR-AMOUNT-BEFORE IS NUMERIC
               COMPUTE WS-AUD-MOVE-AMOUNT =
                   AR-AMOUNT-AFTER - AR-AMOUNT-BEFORE
           END-IF.

      ******************************************************************
      * 2400 - LOCATE A CATEGORY IN THE COMPARISON TABLE, ADDING IT
      * WITH BOTH SIDES ZERO IF NEW.  A FULL TABLE IS A FILE ERROR.
      ******************************************************************
       2400-FIND-OR-ADD-CATEGORY.
           MOVE 'N' TO WS-XCAT-FOUND-SW
           PERFORM VARYING WS-XCAT-IDX FROM 1 BY 1
                   UNTIL WS-XCAT-IDX > WS-XCAT-COUNT
                   OR WS-XCAT-FOUND
               IF WS-XCAT-CODE (WS-XCAT-IDX) = WS-XCAT-WORK-CODE
                   SET WS-XCAT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-XCAT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-XCAT-FOUND
               IF WS-XCAT-COUNT < 100
                   ADD 1 TO WS-XCAT-COUNT
                   MOVE WS-XCAT-COUNT TO WS-XCAT-IDX
                   MOVE WS-XCAT-WORK-CODE TO WS-XCAT-CODE (WS-XCAT-IDX)
                   MOVE 0 TO WS-XCAT-HIST-COUNT (WS-XCAT-IDX)
                   MOVE 0 TO WS-XCAT-HIST-AMOUNT (WS-XCAT-IDX)
                   MOVE 0 TO WS-XCAT-EXT-COUNT (WS-XCAT-IDX)
                   MOVE 0 TO WS-XCAT-EXT-AMOUNT (WS-XCAT-IDX)
                   SET WS-XCAT-FOUND TO TRUE
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3000 - CHECK 1: THE CATEGORY PERIOD COLUMNS ON THE CHECKPOINT
      * MUST SUM TO THE PERIOD MOVEMENT IT CARRIES IN CK-AREA-2.
      ******************************************************************
       3000-VERIFY-CATEGORY-PERIODS.
           MOVE 1 TO WS-CHECK-NUMBER
           MOVE 'CHECKPOINT CK-AREA-2' TO WS-CMP-LEFT-NAME
           MOVE 'SUM OF CATEGORY PERIOD COLUMNS' TO WS-CMP-RIGHT-NAME
           PERFORM 7200-WRITE-CHECK-CAPTION
           IF WS-CHKPT-LOADED
               MOVE 'PERIOD MOVEMENT' TO WS-CMP-LABEL
               MOVE WS-CK-AREA-2 TO WS-CMP-LEFT-COUNT
               MOVE WS-CK-AMOUNT-AREA-2 TO WS-CMP-LEFT-AMOUNT
               MOVE WS-CK-CAT-SUM-COUNT TO WS-CMP-RIGHT-COUNT
               MOVE WS-CK-CAT-SUM-AMOUNT TO WS-CMP-RIGHT-AMOUNT
               MOVE SPACES TO WS-CMP-NOTE
               PERFORM 7300-WRITE-COMPARISON-LINE
           ELSE
               MOVE 'CHKIN' TO WS-CMP-NOTE
               PERFORM 7400-WRITE-NOT-RUN-LINE
           END-IF.

      ******************************************************************
      * 3100 - CHECK 2: THE ENTITY COLUMNS ON THE CHECKPOINT MUST SUM
      * TO THE COMBINED TOTALS.
      ******************************************************************
       3100-VERIFY-ENTITY-SPLIT.
           MOVE 2 TO WS-CHECK-NUMBER
           MOVE 'CHECKPOINT COMBINED TOTALS' TO WS-CMP-LEFT-NAME
           MOVE 'SUM OF CHECKPOINT ENTITY TOTALS' TO WS-CMP-RIGHT-NAME
           PERFORM 7200-WRITE-CHECK-CAPTION
           IF WS-CHKPT-LOADED
               MOVE 'COMBINED TOTALS' TO WS-CMP-LABEL
               MOVE WS-CK-AREA-2 TO WS-CMP-LEFT-COUNT
               MOVE WS-CK-AMOUNT-AREA-2 TO WS-CMP-LEFT-AMOUNT
               MOVE WS-CK-ENT-SUM-COUNT TO WS-CMP-RIGHT-COUNT
               MOVE WS-CK-ENT-SUM-AMOUNT TO WS-CMP-RIGHT-AMOUNT
               MOVE WS-CKE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-CMP-NOTE
               STRING WS-COUNT-EDIT ' ENTITIES'
                      DELIMITED BY SIZE INTO WS-CMP-NOTE
               PERFORM 7300-WRITE-COMPARISON-LINE
           ELSE
               MOVE 'CHKIN' TO WS-CMP-NOTE
               PERFORM 7400-WRITE-NOT-RUN-LINE
           END-IF.

      ******************************************************************
      * 3200 - CHECK 3: CATEGORY BY CATEGORY, TODAY'S HISTORY ROW
      * (THE LAST CYCLE'S SHARE) AGAINST THE EXTRACT'S DAY-BATCH
      * DETAILS SUMMED ACROSS ENTITIES.  A CATEGORY THE LAST CYCLE
      * DID NOT TOUCH IS ZERO ON BOTH SIDES AND IS NOT LISTED.
      ******************************************************************
       3200-VERIFY-HISTORY-TO-EXTRACT.
           MOVE 3 TO WS-CHECK-NUMBER
           MOVE 'CATEGORY HISTORY (LAST CYCLE)' TO WS-CMP-LEFT-NAME
           MOVE 'EXTRACT DETAIL (DAY BATCHES)' TO WS-CMP-RIGHT-NAME
           PERFORM 7200-WRITE-CHECK-CAPTION
           EVALUATE TRUE
               WHEN NOT WS-CATH-LOADED
                   MOVE 'CATHIN' TO WS-CMP-NOTE
                   PERFORM 7400-WRITE-NOT-RUN-LINE
               WHEN NOT WS-SETL-LOADED
                   MOVE 'SETLIN' TO WS-CMP-NOTE
                   PERFORM 7400-WRITE-NOT-RUN-LINE
               WHEN OTHER
                   MOVE 0 TO WS-CMP-LINES
                   PERFORM VARYING WS-XCAT-IDX FROM 1 BY 1
                           UNTIL WS-XCAT-IDX > WS-XCAT-COUNT
                       PERFORM 3250-VERIFY-ONE-CATEGORY
                   END-PERFORM
                   IF WS-CMP-LINES = 0
                       PERFORM 7500-WRITE-NOTHING-POSTED-LINE
                   END-IF
                   IF WS-RVS-DETAILS-SKIPPED > 0
                       MOVE WS-RVS-DETAILS-SKIPPED TO WS-COUNT-EDIT
                       MOVE SPACES TO PRINT-LINE
                       MOVE ' ' TO PL-CARRIAGE-CONTROL
                       STRING '    ' WS-COUNT-EDIT
                              ' REVERSING-BATCH DETAILS LEFT OUT - '
                              'THEY TAKE BACK A PRIOR DAY'
                              DELIMITED BY SIZE INTO PL-TEXT
                       WRITE PRINT-LINE
                       PERFORM 7050-CHECK-PRTOUT-STATUS
                   END-IF
           END-EVALUATE.

       3250-VERIFY-ONE-CATEGORY.
           IF WS-XCAT-HIST-COUNT (WS-XCAT-IDX) NOT = 0
                   OR WS-XCAT-HIST-AMOUNT (WS-XCAT-IDX) NOT = 0
                   OR WS-XCAT-EXT-COUNT (WS-XCAT-IDX) NOT = 0
                   OR WS-XCAT-EXT-AMOUNT (WS-XCAT-IDX) NOT = 0
               ADD 1 TO WS-CMP-LINES
               MOVE SPACES TO WS-CMP-LABEL
               STRING 'CATEGORY ' WS-XCAT-CODE (WS-XCAT-IDX)
                      DELIMITED BY SIZE INTO WS-CMP-LABEL
               MOVE WS-XCAT-HIST-COUNT (WS-XCAT-IDX)
                   TO WS-CMP-LEFT-COUNT
               MOVE WS-XCAT-HIST-AMOUNT (WS-XCAT-IDX)
                   TO WS-CMP-LEFT-AMOUNT
               MOVE WS-XCAT-EXT-COUNT (WS-XCAT-IDX)
                   TO WS-CMP-RIGHT-COUNT
               MOVE WS-XCAT-EXT-AMOUNT (WS-XCAT-IDX)
                   TO WS-CMP-RIGHT-AMOUNT
               MOVE SPACES TO WS-CMP-NOTE
               PERFORM 7300-WRITE-COMPARISON-LINE
           END-IF.

      ******************************************************************
      * 3300 - CHECK 4: EVERY EXTRACT TRAILER'S CLOSING TOTALS
      * AGAINST ITS ENTITY ON THE CHECKPOINT.  A TRAILER FOR AN
      * ENTITY THE CHECKPOINT DOES NOT CARRY, OR A CHECKPOINT ENTITY
      * WITH NO DAY BATCH, FAILS.  WHEN THE DAY'S LAST RUN CLOSED THE
      * PERIOD THE CHECKPOINT ENTITIES ARE ALREADY RESET, SO THE DAY
      * BATCHES' CLOSING TOTALS ARE SUMMED AND TIED TO THE CLOSE
      * RECORD'S PRE-CLOSE TOTALS INSTEAD.
      ******************************************************************
       3300-VERIFY-EXTRACT-CLOSING.
           MOVE 4 TO WS-CHECK-NUMBER
           IF WS-PERIOD-CLOSED-TODAY
               MOVE 'PRE-CLOSE TOTALS ON CLOSE RECORD'
                   TO WS-CMP-LEFT-NAME
               MOVE 'SUM OF DAY-BATCH CLOSING TOTALS'
                   TO WS-CMP-RIGHT-NAME
           ELSE
               MOVE 'CHECKPOINT ENTITY TOTALS' TO WS-CMP-LEFT-NAME
               MOVE 'EXTRACT TRAILER CLOSING TOTALS'
                   TO WS-CMP-RIGHT-NAME
           END-IF
           PERFORM 7200-WRITE-CHECK-CAPTION
           EVALUATE TRUE
               WHEN NOT WS-CHKPT-LOADED
                   MOVE 'CHKIN' TO WS-CMP-NOTE
                   PERFORM 7400-WRITE-NOT-RUN-LINE
               WHEN NOT WS-SETL-LOADED
                   MOVE 'SETLIN' TO WS-CMP-NOTE
                   PERFORM 7400-WRITE-NOT-RUN-LINE
               WHEN WS-XTRL-COUNT = 0
                   PERFORM 7450-WRITE-NO-EXTRACT-LINE
               WHEN WS-PERIOD-CLOSED-TODAY
                   PERFORM 3370-VERIFY-PRE-CLOSE-TOTALS
               WHEN OTHER
                   PERFORM VARYING WS-XTRL-IDX FROM 1 BY 1
                           UNTIL WS-XTRL-IDX > WS-XTRL-COUNT
                       PERFORM 3350-VERIFY-ONE-TRAILER
                   END-PERFORM
                   PERFORM VARYING WS-CKE-IDX FROM 1 BY 1
                           UNTIL WS-CKE-IDX > WS-CKE-COUNT
                       IF WS-CKE-BATCHES (WS-CKE-IDX) = 0
                           PERFORM 3360-REPORT-ENTITY-NO-BATCH
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       3350-VERIFY-ONE-TRAILER.
           MOVE 'N' TO WS-CKE-FOUND-SW
           PERFORM VARYING WS-CKE-IDX FROM 1 BY 1
                   UNTIL WS-CKE-IDX > WS-CKE-COUNT
                   OR WS-CKE-FOUND
               IF WS-CKE-CODE (WS-CKE-IDX)
                       = WS-XTRL-ENTITY (WS-XTRL-IDX)
                   SET WS-CKE-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CKE-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CMP-LABEL
           IF WS-XTRL-REVERSING (WS-XTRL-IDX) = 'Y'
               STRING 'ENTITY ' WS-XTRL-ENTITY (WS-XTRL-IDX)
                      ' REVERSAL'
                      DELIMITED BY SIZE INTO WS-CMP-LABEL
           ELSE
               STRING 'ENTITY ' WS-XTRL-ENTITY (WS-XTRL-IDX)
                      ' DAY'
                      DELIMITED BY SIZE INTO WS-CMP-LABEL
           END-IF
           MOVE SPACES TO WS-CMP-NOTE
           IF WS-CKE-FOUND
               MOVE 'N' TO WS-CMP-FORCE-FAIL-SW
               IF WS-XTRL-REVERSING (WS-XTRL-IDX) NOT = 'Y'
                   ADD 1 TO WS-CKE-BATCHES (WS-CKE-IDX)
               END-IF
               MOVE WS-CKE-TOTAL (WS-CKE-IDX) TO WS-CMP-LEFT-COUNT
               MOVE WS-CKE-AMOUNT (WS-CKE-IDX) TO WS-CMP-LEFT-AMOUNT
           ELSE
               MOVE 0 TO WS-CMP-LEFT-COUNT
               MOVE 0 TO WS-CMP-LEFT-AMOUNT
               MOVE 'NOT ON CHECKPOINT' TO WS-CMP-NOTE
               SET WS-CMP-FORCE-FAIL TO TRUE
           END-IF
           MOVE WS-XTRL-CLOSING-TOTAL (WS-XTRL-IDX)
               TO WS-CMP-RIGHT-COUNT
           MOVE WS-XTRL-CLOSING-AMOUNT (WS-XTRL-IDX)
               TO WS-CMP-RIGHT-AMOUNT
           PERFORM 7300-WRITE-COMPARISON-LINE
           MOVE 'N' TO WS-CMP-FORCE-FAIL-SW.

       3360-REPORT-ENTITY-NO-BATCH.
           ADD 1 TO WS-CHECK-FAILS (WS-CHECK-NUMBER)
           MOVE WS-CKE-TOTAL (WS-CKE-IDX) TO WS-CMP-LEFT-COUNT-EDIT
           MOVE WS-CKE-AMOUNT (WS-CKE-IDX) TO WS-CMP-LEFT-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '    ENTITY ' WS-CKE-CODE (WS-CKE-IDX)
                  '          '
                  WS-CMP-LEFT-COUNT-EDIT ' '
                  WS-CMP-LEFT-AMOUNT-EDIT
                  '   *** NO DAY BATCH ON THE EXTRACT ***    FAIL'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS.

       3370-VERIFY-PRE-CLOSE-TOTALS.
           MOVE 0 TO WS-XTRL-DAY-SUM-COUNT
           MOVE 0 TO WS-XTRL-DAY-SUM-AMOUNT
           PERFORM VARYING WS-XTRL-IDX FROM 1 BY 1
                   UNTIL WS-XTRL-IDX > WS-XTRL-COUNT
               IF WS-XTRL-REVERSING (WS-XTRL-IDX) NOT = 'Y'
                   ADD WS-XTRL-CLOSING-TOTAL (WS-XTRL-IDX)
                       TO WS-XTRL-DAY-SUM-COUNT
                   ADD WS-XTRL-CLOSING-AMOUNT (WS-XTRL-IDX)
                       TO WS-XTRL-DAY-SUM-AMOUNT
               END-IF
           END-PERFORM
           MOVE 'PERIOD CLOSED TODAY' TO WS-CMP-LABEL
           MOVE WS-AUD-CLOSE-COUNT TO WS-CMP-LEFT-COUNT
           MOVE WS-AUD-CLOSE-AMOUNT TO WS-CMP-LEFT-AMOUNT
           MOVE WS-XTRL-DAY-SUM-COUNT TO WS-CMP-RIGHT-COUNT
           MOVE WS-XTRL-DAY-SUM-AMOUNT TO WS-CMP-RIGHT-AMOUNT
           MOVE 'CHECKPOINT IS RESET' TO WS-CMP-NOTE
           PERFORM 7300-WRITE-COMPARISON-LINE.

      ******************************************************************
      * 3400 - CHECK 5: TODAY'S ENTITY SUMMARY MEMOS AGAINST THE
      * MOVEMENT ON TODAY'S N AND R CHAIN RECORDS.
      ******************************************************************
       3400-VERIFY-ENTITY-MEMOS.
           MOVE 5 TO WS-CHECK-NUMBER
           MOVE 'CHAIN RECORD MOVEMENT (N/R)' TO WS-CMP-LEFT-NAME
           MOVE 'NET OF ENTITY SUMMARY MEMOS (E)' TO WS-CMP-RIGHT-NAME
           PERFORM 7200-WRITE-CHECK-CAPTION
           IF WS-AUDIT-LOADED
               MOVE 'DAY''S POSTING' TO WS-CMP-LABEL
               MOVE WS-AUD-POSTED-COUNT TO WS-CMP-LEFT-COUNT
               MOVE WS-AUD-POSTED-AMOUNT TO WS-CMP-LEFT-AMOUNT
               MOVE WS-AUD-MEMO-COUNT TO WS-CMP-RIGHT-COUNT
               MOVE WS-AUD-MEMO-AMOUNT TO WS-CMP-RIGHT-AMOUNT
               MOVE WS-AUD-CHAIN-RUNS TO WS-COUNT-EDIT
               MOVE WS-AUD-ENTITY-MEMOS TO WS-MEMO-COUNT-EDIT
               MOVE SPACES TO WS-CMP-NOTE
               STRING WS-COUNT-EDIT ' RUNS' WS-MEMO-COUNT-EDIT ' MEMOS'
                      DELIMITED BY SIZE INTO WS-CMP-NOTE
               PERFORM 7300-WRITE-COMPARISON-LINE
           ELSE
               MOVE 'AUDIN' TO WS-CMP-NOTE
               PERFORM 7400-WRITE-NOT-RUN-LINE
           END-IF.

      ******************************************************************
      * 7000 SERIES - THE VERIFICATION REPORT
      ******************************************************************
       7050-CHECK-PRTOUT-STATUS.
           IF WS-PRTOUT-STATUS NOT = '00'
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 7100 - THE HEADER SAYS WHICH RUN'S FILES ARE BEING VERIFIED.
      * A CHECKPOINT DATED ANY OTHER DAY, OR NO EXTRACT RECORDS FOR
      * THE AS-OF DATE, MEANS THE FILES ARE NOT FROM ONE RUN; EACH
      * IS A FAILURE IN ITS OWN RIGHT.
      ******************************************************************
       7100-WRITE-REPORT-HEADER.
           MOVE SPACES TO PRINT-LINE
           MOVE '1' TO PL-CARRIAGE-CONTROL
           STRING 'JOB: ' WS-JOB-NAME
                  '   AS-OF DATE: ' WS-RUN-DATE-YYYYMMDD
                  '   PAGE: ' WS-PAGE-NUMBER
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'END-OF-DAY CROSS-FILE CONSISTENCY VERIFICATION'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS

           IF WS-CHKPT-LOADED
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               IF WS-CHKPT-RUN-DATE = WS-RUN-DATE-YYYYMMDD
                   STRING 'CHECKPOINT  . . . . . DATED '
                          WS-CHKPT-RUN-DATE
                          '   POSTING CYCLE ' WS-CHKPT-CYCLE
                          DELIMITED BY SIZE INTO PL-TEXT
               ELSE
                   ADD 1 TO WS-OTHER-FAILS
                   STRING 'CHECKPOINT  . . . . . *** DATED '
                          WS-CHKPT-RUN-DATE
                          ' - NOT THE AS-OF DATE ***   FAIL'
                          DELIMITED BY SIZE INTO PL-TEXT
               END-IF
               WRITE PRINT-LINE
               PERFORM 7050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-SETL-LOADED
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               IF WS-SETL-RECORDS-TODAY > 0
                   MOVE WS-XTRL-COUNT TO WS-COUNT-EDIT
                   STRING 'SETTLEMENT EXTRACT  . ' WS-COUNT-EDIT
                          ' BATCHES FOR THE AS-OF DATE'
                          DELIMITED BY SIZE INTO PL-TEXT
               ELSE
                   ADD 1 TO WS-OTHER-FAILS
                   STRING 'SETTLEMENT EXTRACT  . *** NO RECORDS FOR '
                          'THE AS-OF DATE ***   FAIL'
                          DELIMITED BY SIZE INTO PL-TEXT
               END-IF
               WRITE PRINT-LINE
               PERFORM 7050-CHECK-PRTOUT-STATUS
           END-IF

           IF WS-PERIOD-CLOSED-TODAY
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING 'PERIOD CLOSE  . . . . CLOSED BY THE DAY''S '
                      'LAST RUN - CHECKPOINT CARRIES THE RESET TOTALS'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 7050-CHECK-PRTOUT-STATUS
           END-IF.

      ******************************************************************
      * 7200 - EACH CHECK OPENS WITH ITS NUMBER AND TITLE AND A
      * CAPTION NAMING WHAT IS ON EACH SIDE OF THE COMPARISON.
      ******************************************************************
       7200-WRITE-CHECK-CAPTION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CHECK ' WS-CHECK-NUMBER ' - '
                  WS-CHECK-TITLE (WS-CHECK-NUMBER)
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '    ITEM                '
                  WS-CMP-LEFT-NAME ' ' WS-CMP-RIGHT-NAME
                  ' RESULT'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 7300 - ONE COMPARISON: COUNT AND AMOUNT ON EACH SIDE.  BOTH
      * MUST AGREE FOR THE LINE TO PASS, AND A LINE WHOSE ITEM HAS
      * NO COUNTERPART (FORCE-FAIL) FAILS WHATEVER ITS FIGURES.
      ******************************************************************
       7300-WRITE-COMPARISON-LINE.
           IF WS-CMP-LEFT-COUNT = WS-CMP-RIGHT-COUNT
                   AND WS-CMP-LEFT-AMOUNT = WS-CMP-RIGHT-AMOUNT
                   AND NOT WS-CMP-FORCE-FAIL
               MOVE 'PASS' TO WS-CMP-RESULT
           ELSE
               MOVE 'FAIL' TO WS-CMP-RESULT
               ADD 1 TO WS-CHECK-FAILS (WS-CHECK-NUMBER)
           END-IF
           MOVE WS-CMP-LEFT-COUNT TO WS-CMP-LEFT-COUNT-EDIT
           MOVE WS-CMP-LEFT-AMOUNT TO WS-CMP-LEFT-AMOUNT-EDIT
           MOVE WS-CMP-RIGHT-COUNT TO WS-CMP-RIGHT-COUNT-EDIT
           MOVE WS-CMP-RIGHT-AMOUNT TO WS-CMP-RIGHT-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '    ' WS-CMP-LABEL
                  WS-CMP-LEFT-COUNT-EDIT ' '
                  WS-CMP-LEFT-AMOUNT-EDIT '  '
                  WS-CMP-RIGHT-COUNT-EDIT ' '
                  WS-CMP-RIGHT-AMOUNT-EDIT '  '
                  WS-CMP-RESULT '  ' WS-CMP-NOTE
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 7400 - A CHECK WHOSE INPUT COULD NOT BE READ FAILS; THE FILE
      * ERROR ITSELF IS ALREADY ON THE RETURN CODE.
      ******************************************************************
       7400-WRITE-NOT-RUN-LINE.
           ADD 1 TO WS-CHECK-FAILS (WS-CHECK-NUMBER)
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '    *** NOT RUN - ' DELIMITED BY SIZE
                  WS-CMP-NOTE DELIMITED BY SPACE
                  ' NOT AVAILABLE ***   FAIL'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS.

       7450-WRITE-NO-EXTRACT-LINE.
           ADD 1 TO WS-CHECK-FAILS (WS-CHECK-NUMBER)
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '    *** NO EXTRACT TRAILERS FOR THE AS-OF DATE '
                  '***   FAIL'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS.

       7500-WRITE-NOTHING-POSTED-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '    NO CATEGORY POSTED BY THE LAST CYCLE ON '
                  'EITHER FILE            PASS'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS.

      ******************************************************************
      * 7600 - ONE LINE PER CHECK, THEN THE VERDICT THE SCHEDULER
      * ACTS ON: ANY FAILURE HOLDS BACK THE GL FEED (RC 12).
      ******************************************************************
       7600-WRITE-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > 5
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               IF WS-CHECK-FAILS (WS-CHECK-IDX) = 0
                   STRING 'CHECK ' WS-CHECK-IDX ' - '
                          WS-CHECK-TITLE (WS-CHECK-IDX) ' PASS'
                          DELIMITED BY SIZE INTO PL-TEXT
               ELSE
                   ADD 1 TO WS-CHECKS-FAILED
                   STRING 'CHECK ' WS-CHECK-IDX ' - '
                          WS-CHECK-TITLE (WS-CHECK-IDX) ' FAIL'
                          DELIMITED BY SIZE INTO PL-TEXT
               END-IF
               WRITE PRINT-LINE
               PERFORM 7050-CHECK-PRTOUT-STATUS
           END-PERFORM
           IF WS-CHECKS-FAILED > 0 OR WS-OTHER-FAILS > 0
               IF WS-RC-CHECK-FAILED > WS-RETURN-CODE
                   MOVE WS-RC-CHECK-FAILED TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF WS-RETURN-CODE = 0
               STRING 'VERIFICATION  . . . . ALL FILES AGREE - GL '
                      'FEED MAY BE RELEASED'
                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               STRING 'VERIFICATION  . . . . *** FILES DO NOT AGREE '
                      '- HOLD THE GL FEED ***'
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 7050-CHECK-PRTOUT-STATUS.

       9000-TERMINATE.
           CLOSE PRTOUT.
