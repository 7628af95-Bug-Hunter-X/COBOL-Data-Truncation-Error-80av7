      ******************************************************************
      * PROGRAM-ID. TOTCNV
      *
      *   ONE-TIME CONVERSION OF THE CUMULATIVE-TOTAL FILES TO THE
      *   NINE-DIGIT LAYOUT.
      *
      *   THE CUMULATIVE CONTROL TOTAL (CK-AREA-2, THE ENTITY TOTALS,
      *   THE AUDIT TRAIL'S AREA-2 BEFORE/AFTER COLUMNS AND THE
      *   SETTLEMENT TRAILER'S CLOSING TOTAL) WAS WIDENED FROM FIVE
      *   DIGITS TO NINE.  EVERY READER RE-MAPS A FIVE-DIGIT RECORD AS
      *   IT READS IT, SO NOTHING HAS TO BE CONVERTED BEFORE THE NEW
      *   PROGRAMS GO IN - BUT THE HISTORY SHOULD NOT CARRY TWO
      *   LAYOUTS FOREVER.  THIS JOB REWRITES THE CHECKPOINT
      *   (CHKIN -> CHKOUT), THE LIVE AUDIT TRAIL (AUDIN -> AUDOUT),
      *   THE AUDIT ARCHIVE (ARCIN -> ARCOUT) AND THE SETTLEMENT
      *   HISTORY (SETLIN -> SETLOUT) IN THE NINE-DIGIT LAYOUT, AND
      *   PRINTS A TIE-OUT FOR EACH FILE: RECORDS IN AND OUT, HOW
      *   MANY WERE CONVERTED, AND THE SUM OF THE WIDENED COUNTS AND
      *   OF THE AMOUNTS THAT MOVED WITH THEM, BEFORE AND AFTER.
      *
      *   EACH PAIR IS OPTIONAL - AN INPUT NOT SUPPLIED (STATUS 35)
      *   IS REPORTED AND SKIPPED.  A RECORD ALREADY IN THE NINE-
      *   DIGIT LAYOUT IS COPIED UNCHANGED, SO THE JOB IS SAFE TO RUN
      *   AGAIN OVER A FILE IT HAS ALREADY CONVERTED.  SETTLEMENT
      *   HEADERS AND DETAILS, AND LEGACY SINGLE-RECORD EXTRACTS
      *   (WHICH KEEP THEIR OWN FIVE-DIGIT LAYOUT AND ARE READ
      *   THROUGH SE-LEGACY-DATA), PASS THROUGH UNCHANGED.
      *
      *   THE PERIOD LEDGER BUILT FROM THAT TOTAL WAS LATER WIDENED
      *   FROM SEVEN DIGITS TO NINE AS WELL.  THE CHECKPOINT'S PERIOD
      *   AND YEAR OPENING COUNTS MOVE FROM THEIR OLD SLOTS TO THE
      *   NINE-DIGIT FIELDS AT THE END OF THE RECORD, AND THE PERIOD
      *   HISTORY (PERHIN -> PERHOUT) HAS ITS SUMMARY RECORDS (S AND
      *   Y) REWRITTEN IN THE NINE-DIGIT LAYOUT; ITS CATEGORY RECORDS
      *   PASS THROUGH UNCHANGED.
      *
      * MODIFICATION HISTORY.
      *   WHO        DATE        DESCRIPTION
      *   ---------  ----------  --------------------------------------
      *   MAINT      2026-10-15  INITIAL VERSION.
      *   MAINT      2026-10-15  AUDIT RECORDS ARE NOW 181 BYTES (THE
      *                          ORIGINAL-RUN FIELDS OF A REVERSAL
      *                          MEMO); COPY THE WHOLE RECORD.
      *   MAINT      2026-10-15  AUDIT RECORDS ARE NOW 204 BYTES (THE
      *                          SUSPENSE REFERENCE OF A RELEASE MEMO).
      *   MAINT      2026-10-15  CHECKPOINT RECORDS ARE NOW 3208 BYTES
      *                          (THE FISCAL YEAR-TO-DATE SECTION); A
      *                          SHORTER RECORD IS COPIED WITH THAT
      *                          SECTION BLANK.
      *   MAINT      2026-10-15  CHECKPOINT RECORDS ARE NOW 3226 BYTES;
      *                          THE OPENING COUNTS MOVE TO THEIR
      *                          NINE-DIGIT FIELDS.  PERIOD HISTORY
      *                          SUMMARY RECORDS ARE WIDENED TOO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKIN ASSIGN TO CHKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKIN-STATUS.

           SELECT CHKOUT ASSIGN TO CHKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKOUT-STATUS.

           SELECT AUDIN ASSIGN TO AUDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.

           SELECT AUDOUT ASSIGN TO AUDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDOUT-STATUS.

           SELECT ARCIN ASSIGN TO ARCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.

           SELECT ARCOUT ASSIGN TO ARCOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCOUT-STATUS.

           SELECT SETLIN ASSIGN TO SETLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLIN-STATUS.

           SELECT SETLOUT ASSIGN TO SETLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLOUT-STATUS.

           SELECT PERHIN ASSIGN TO PERHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERHIN-STATUS.

           SELECT PERHOUT ASSIGN TO PERHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERHOUT-STATUS.

           SELECT PRTOUT ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTOUT-STATUS.

      ******************************************************************
      * THE FILE RECORDS ARE PLAIN BUFFERS SIZED TO THE CURRENT
      * LAYOUTS.  EVERY RECORD IS READ INTO, AND WRITTEN FROM, ONE
      * WORKING-STORAGE COPY OF ITS LAYOUT, SO INPUT AND OUTPUT SHARE
      * ONE SET OF FIELD NAMES.  A SHORTER FIVE-DIGIT RECORD READS
      * PADDED WITH SPACES, WHICH IS WHAT LEAVES ITS LAYOUT BYTE
      * BLANK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHKIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHKIN-RECORD                PIC X(3226).

       FD  CHKOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHKOUT-RECORD               PIC X(3226).

       FD  AUDIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIN-RECORD                PIC X(204).

       FD  AUDOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDOUT-RECORD               PIC X(204).

       FD  ARCIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCIN-RECORD                PIC X(204).

       FD  ARCOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCOUT-RECORD               PIC X(204).

       FD  SETLIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SETLIN-RECORD               PIC X(132).

       FD  SETLOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SETLOUT-RECORD              PIC X(132).

       FD  PERHIN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PERHIN-RECORD               PIC X(100).

       FD  PERHOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PERHOUT-RECORD              PIC X(100).

       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PRTLINE.

       WORKING-STORAGE SECTION.
       01  WS-CHKIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-CHKOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-AUDIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-AUDOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-ARCIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-ARCOUT-STATUS            PIC X(2) VALUE '00'.
       01  WS-SETLIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-SETLOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-PERHIN-STATUS            PIC X(2) VALUE '00'.
       01  WS-PERHOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-PRTOUT-STATUS            PIC X(2) VALUE '00'.

       01  WS-EOF-CHKIN                PIC X(1) VALUE 'N'.
           88  CHKIN-EOF               VALUE 'Y'.
       01  WS-EOF-AUDIN                PIC X(1) VALUE 'N'.
           88  AUDIN-EOF               VALUE 'Y'.
       01  WS-EOF-ARCIN                PIC X(1) VALUE 'N'.
           88  ARCIN-EOF               VALUE 'Y'.
       01  WS-EOF-SETLIN               PIC X(1) VALUE 'N'.
           88  SETLIN-EOF              VALUE 'Y'.
       01  WS-EOF-PERHIN               PIC X(1) VALUE 'N'.
           88  PERHIN-EOF              VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
       01  WS-JOB-NAME                 PIC X(8) VALUE 'TOTCNV'.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 1.

      ******************************************************************
      * WORKING COPIES OF THE CURRENT LAYOUTS, AND THE FIVE-DIGIT
      * LAYOUTS THE OLD RECORDS ARE RE-MAPPED THROUGH.  THE PERIOD
      * HISTORY'S SEVEN-DIGIT VIEWS ARE IN PERHREC ITSELF.
      ******************************************************************
       COPY CHKPTREC.
       COPY AUDITREC.
       COPY SETLREC.
       COPY CHKLGREC.
       COPY AUDLGREC.
       COPY PERHREC.
       01  WS-CK-ENT-IDX               PIC 9(2) VALUE 0.

      ******************************************************************
      * TIE-OUT TABLE - ONE ENTRY PER FILE PAIR, IN REPORT ORDER:
      * 1 CHECKPOINT, 2 LIVE AUDIT TRAIL, 3 AUDIT ARCHIVE,
      * 4 SETTLEMENT HISTORY, 5 PERIOD HISTORY.  THE COUNT TOTALS SUM
      * EVERY WIDENED FIELD ON THE FILE; THE AMOUNT TOTALS SUM THE
      * AMOUNTS THAT SIT BEHIND THEM AND SO MOVED WHEN THEY WIDENED.
      ******************************************************************
       01  WS-TIE-TABLE.
           05  WS-TIE-ENTRY OCCURS 5 TIMES.
               10  WS-TIE-TITLE        PIC X(40).
               10  WS-TIE-SUPPLIED-SW  PIC X(1).
                   88  WS-TIE-SUPPLIED VALUE 'Y'.
               10  WS-TIE-READ         PIC 9(7).
               10  WS-TIE-WRITTEN      PIC 9(7).
               10  WS-TIE-CONVERTED    PIC 9(7).
               10  WS-TIE-ALREADY-WIDE PIC 9(7).
               10  WS-TIE-PASSED       PIC 9(7).
               10  WS-TIE-COUNT-IN     PIC 9(15).
               10  WS-TIE-COUNT-OUT    PIC 9(15).
               10  WS-TIE-AMOUNT-IN    PIC S9(15)V99.
               10  WS-TIE-AMOUNT-OUT   PIC S9(15)V99.
       01  WS-TIE-IDX                  PIC 9(1) VALUE 0.
       01  WS-FILES-SUPPLIED           PIC 9(1) VALUE 0.

      ******************************************************************
      * A FIVE-DIGIT SETTLEMENT TRAILER'S CLOSING FIGURES OVERLAP THE
      * NINE-DIGIT ONES, SO THEY ARE LIFTED OUT BEFORE BEING PUT BACK.
      ******************************************************************
       01  WS-TRL-TOTAL-WORK           PIC 9(9) VALUE 0.
       01  WS-TRL-AMOUNT-WORK          PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * THE SAME FOR A SEVEN-DIGIT PERIOD HISTORY SUMMARY RECORD.
      ******************************************************************
       01  WS-PH-OPENING-WORK          PIC 9(9) VALUE 0.
       01  WS-PH-ACTIVITY-WORK         PIC S9(9) VALUE 0.
       01  WS-PH-YR-ACTIVITY-WORK      PIC 9(11) VALUE 0.
       01  WS-PH-CLOSING-WORK          PIC 9(9) VALUE 0.
       01  WS-PH-OPEN-AMOUNT-WORK      PIC S9(13)V99 VALUE 0.
       01  WS-PH-ACT-AMOUNT-WORK       PIC S9(13)V99 VALUE 0.
       01  WS-PH-CLOSE-AMOUNT-WORK     PIC S9(13)V99 VALUE 0.

      ******************************************************************
      * REPORT EDIT FIELDS
      ******************************************************************
       01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-OUT-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-OUT-EDIT          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * RETURN CODE HANDLING (HIGHEST CODE WINS)
      ******************************************************************
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RC-NOTHING-SUPPLIED      PIC 9(2) VALUE 04.
       01  WS-RC-OUT-OF-BALANCE        PIC 9(2) VALUE 12.
       01  WS-RC-FILE-ERROR            PIC 9(2) VALUE 16.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-CHECKPOINT
           PERFORM 3000-CONVERT-AUDIT-TRAIL
           PERFORM 3500-CONVERT-AUDIT-ARCHIVE
           PERFORM 4000-CONVERT-SETTLEMENTS
           PERFORM 5000-CONVERT-PERIOD-HISTORY
           PERFORM 6000-WRITE-TIE-OUT
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > 5
               MOVE 'N' TO WS-TIE-SUPPLIED-SW (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-READ (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-WRITTEN (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-CONVERTED (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-ALREADY-WIDE (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-PASSED (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
               MOVE 0 TO WS-TIE-AMOUNT-OUT (WS-TIE-IDX)
           END-PERFORM
           MOVE 'CHECKPOINT (CHKIN TO CHKOUT)'
               TO WS-TIE-TITLE (1)
           MOVE 'LIVE AUDIT TRAIL (AUDIN TO AUDOUT)'
               TO WS-TIE-TITLE (2)
           MOVE 'AUDIT ARCHIVE (ARCIN TO ARCOUT)'
               TO WS-TIE-TITLE (3)
           MOVE 'SETTLEMENT HISTORY (SETLIN TO SETLOUT)'
               TO WS-TIE-TITLE (4)
           MOVE 'PERIOD HISTORY (PERHIN TO PERHOUT)'
               TO WS-TIE-TITLE (5)
           OPEN OUTPUT PRTOUT
           PERFORM 6050-CHECK-PRTOUT-STATUS
           PERFORM 6100-WRITE-REPORT-HEADER.

      ******************************************************************
      * 2000 - THE CHECKPOINT IS A SINGLE RECORD.  A FIVE-DIGIT ONE IS
      * RE-MAPPED EXACTLY AS TRANTOT RE-MAPS IT WHEN PRIMING A RUN.
      * ANY RECORD STILL CARRYING AN OPENING COUNT IN ITS OLD
      * SEVEN-DIGIT SLOT THEN HAS IT MOVED TO THE NINE-DIGIT FIELD.
      ******************************************************************
       2000-CONVERT-CHECKPOINT.
           MOVE 1 TO WS-TIE-IDX
           OPEN INPUT CHKIN
           IF WS-CHKIN-STATUS = '00'
               SET WS-TIE-SUPPLIED (WS-TIE-IDX) TO TRUE
               ADD 1 TO WS-FILES-SUPPLIED
               OPEN OUTPUT CHKOUT
               IF WS-CHKOUT-STATUS = '00'
                   PERFORM UNTIL CHKIN-EOF
                       READ CHKIN INTO CHKPT-RECORD
                           AT END
                               SET CHKIN-EOF TO TRUE
                           NOT AT END
                               PERFORM 2100-CONVERT-ONE-CHECKPOINT
                       END-READ
                   END-PERFORM
                   CLOSE CHKOUT
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE CHKIN
           ELSE
               IF WS-CHKIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2100-CONVERT-ONE-CHECKPOINT.
           ADD 1 TO WS-TIE-READ (WS-TIE-IDX)
           IF CK-WIDE-LAYOUT
               IF (CK-AREA-2-OPENING IS NOT NUMERIC
                       AND CK-OLD-AREA-2-OPENING IS NUMERIC)
                   OR (CK-YTD-AREA-2-OPENING IS NOT NUMERIC
                       AND CK-OLD-YTD-AREA-2-OPENING IS NUMERIC)
                   ADD 1 TO WS-TIE-CONVERTED (WS-TIE-IDX)
               ELSE
                   ADD 1 TO WS-TIE-ALREADY-WIDE (WS-TIE-IDX)
               END-IF
               PERFORM 2300-ADD-CHECKPOINT-FIGURES-IN
           ELSE
               ADD 1 TO WS-TIE-CONVERTED (WS-TIE-IDX)
               MOVE CHKPT-RECORD TO CHKPT-LEGACY-RECORD
               PERFORM 2250-ADD-LEGACY-FIGURES-IN
               PERFORM 2200-WIDEN-LEGACY-CHECKPOINT
           END-IF
           PERFORM 2400-MOVE-CHECKPOINT-OPENINGS
           PERFORM 2350-ADD-CHECKPOINT-FIGURES-OUT
           MOVE CHKPT-RECORD TO CHKOUT-RECORD
           WRITE CHKOUT-RECORD
           IF WS-CHKOUT-STATUS = '00'
               ADD 1 TO WS-TIE-WRITTEN (WS-TIE-IDX)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       2200-WIDEN-LEGACY-CHECKPOINT.
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
      * 2250 / 2300 / 2350 - THE CHECKPOINT'S FIGURES BEFORE AND AFTER:
      * THE COMBINED COUNT PLUS EVERY ENTITY COUNT, AND THE COMBINED
      * AMOUNT PLUS EVERY ENTITY AMOUNT, AND THE PERIOD AND YEAR
      * OPENING COUNTS FROM WHICHEVER SLOT HOLDS THEM.  A FIELD THAT IS
      * NOT NUMERIC ON THE WAY IN CONTRIBUTES NOTHING ON EITHER SIDE.
      ******************************************************************
       2250-ADD-LEGACY-FIGURES-IN.
           IF CL-AREA-2 IS NUMERIC
               ADD CL-AREA-2 TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           END-IF
           IF CL-AMOUNT-AREA-2 IS NUMERIC
               ADD CL-AMOUNT-AREA-2 TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
           END-IF
           IF CL-AREA-2-OPENING IS NUMERIC
               ADD CL-AREA-2-OPENING TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           END-IF
           PERFORM VARYING WS-CK-ENT-IDX FROM 1 BY 1
                   UNTIL WS-CK-ENT-IDX > 5
               IF CL-ENT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   ADD CL-ENT-AREA-2 (WS-CK-ENT-IDX)
                       TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
               IF CL-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   ADD CL-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX)
                       TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
               END-IF
           END-PERFORM.

       2300-ADD-CHECKPOINT-FIGURES-IN.
           IF CK-AREA-2 IS NUMERIC
               ADD CK-AREA-2 TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           END-IF
           IF CK-AMOUNT-AREA-2 IS NUMERIC
               ADD CK-AMOUNT-AREA-2 TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
           END-IF
           IF CK-AREA-2-OPENING IS NUMERIC
               ADD CK-AREA-2-OPENING TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           ELSE
               IF CK-OLD-AREA-2-OPENING IS NUMERIC
                   ADD CK-OLD-AREA-2-OPENING
                       TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
           END-IF
           IF CK-YTD-AREA-2-OPENING IS NUMERIC
               ADD CK-YTD-AREA-2-OPENING
                   TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           ELSE
               IF CK-OLD-YTD-AREA-2-OPENING IS NUMERIC
                   ADD CK-OLD-YTD-AREA-2-OPENING
                       TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
           END-IF
           PERFORM VARYING WS-CK-ENT-IDX FROM 1 BY 1
                   UNTIL WS-CK-ENT-IDX > 5
               IF CK-ENT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   ADD CK-ENT-AREA-2 (WS-CK-ENT-IDX)
                       TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
               IF CK-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   ADD CK-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX)
                       TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
               END-IF
           END-PERFORM.

       2350-ADD-CHECKPOINT-FIGURES-OUT.
           IF CK-AREA-2 IS NUMERIC
               ADD CK-AREA-2 TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
           END-IF
           IF CK-AMOUNT-AREA-2 IS NUMERIC
               ADD CK-AMOUNT-AREA-2 TO WS-TIE-AMOUNT-OUT (WS-TIE-IDX)
           END-IF
           IF CK-AREA-2-OPENING IS NUMERIC
               ADD CK-AREA-2-OPENING TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
           END-IF
           IF CK-YTD-AREA-2-OPENING IS NUMERIC
               ADD CK-YTD-AREA-2-OPENING
                   TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
           END-IF
           PERFORM VARYING WS-CK-ENT-IDX FROM 1 BY 1
                   UNTIL WS-CK-ENT-IDX > 5
               IF CK-ENT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   ADD CK-ENT-AREA-2 (WS-CK-ENT-IDX)
                       TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
               END-IF
               IF CK-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX) IS NUMERIC
                   ADD CK-ENT-AMOUNT-AREA-2 (WS-CK-ENT-IDX)
                       TO WS-TIE-AMOUNT-OUT (WS-TIE-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2400 - AN OPENING COUNT FOUND ONLY IN ITS OLD SLOT IS MOVED TO
      * THE NINE-DIGIT FIELD AND THE OLD SLOT BLANKED, AS TRANTOT NOW
      * WRITES IT.  A RECORD ALREADY CARRYING THE NEW FIELDS IS LEFT
      * AS IT IS.
      ******************************************************************
       2400-MOVE-CHECKPOINT-OPENINGS.
           IF CK-AREA-2-OPENING IS NOT NUMERIC
               IF CK-OLD-AREA-2-OPENING IS NUMERIC
                   MOVE CK-OLD-AREA-2-OPENING TO CK-AREA-2-OPENING
                   MOVE SPACES TO CK-OLD-AREA-2-OPENING (1:)
               END-IF
           END-IF
           IF CK-YTD-AREA-2-OPENING IS NOT NUMERIC
               IF CK-OLD-YTD-AREA-2-OPENING IS NUMERIC
                   MOVE CK-OLD-YTD-AREA-2-OPENING
                       TO CK-YTD-AREA-2-OPENING
                   MOVE SPACES TO CK-OLD-YTD-AREA-2-OPENING (1:)
               END-IF
           END-IF.

      ******************************************************************
      * 3000 / 3500 - THE LIVE TRAIL AND THE ARCHIVE CONVERT THE SAME
      * WAY, EACH INTO ITS OWN OUTPUT, AND TIE OUT SEPARATELY.  THE
      * RECORD ORDER IS PRESERVED, SO THE BEFORE/AFTER CHAIN AUDINQ
      * VERIFIES IS UNTOUCHED.
      ******************************************************************
       3000-CONVERT-AUDIT-TRAIL.
           MOVE 2 TO WS-TIE-IDX
           OPEN INPUT AUDIN
           IF WS-AUDIN-STATUS = '00'
               SET WS-TIE-SUPPLIED (WS-TIE-IDX) TO TRUE
               ADD 1 TO WS-FILES-SUPPLIED
               OPEN OUTPUT AUDOUT
               IF WS-AUDOUT-STATUS = '00'
                   PERFORM UNTIL AUDIN-EOF
                       READ AUDIN INTO AUDIT-RECORD
                           AT END
                               SET AUDIN-EOF TO TRUE
                           NOT AT END
                               PERFORM 3100-CONVERT-ONE-AUDIT
                               PERFORM 3300-WRITE-AUDOUT
                       END-READ
                   END-PERFORM
                   CLOSE AUDOUT
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE AUDIN
           ELSE
               IF WS-AUDIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       3100-CONVERT-ONE-AUDIT.
           ADD 1 TO WS-TIE-READ (WS-TIE-IDX)
           IF AR-WIDE-LAYOUT
               ADD 1 TO WS-TIE-ALREADY-WIDE (WS-TIE-IDX)
               IF AR-AREA-2-BEFORE IS NUMERIC
                   ADD AR-AREA-2-BEFORE TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
               IF AR-AREA-2-AFTER IS NUMERIC
                   ADD AR-AREA-2-AFTER TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
               IF AR-AMOUNT-AFTER IS NUMERIC
                   ADD AR-AMOUNT-AFTER TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TIE-CONVERTED (WS-TIE-IDX)
               MOVE AUDIT-RECORD TO AUDIT-LEGACY-RECORD
               IF AL-AREA-2-BEFORE IS NUMERIC
                   ADD AL-AREA-2-BEFORE TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
               IF AL-AREA-2-AFTER IS NUMERIC
                   ADD AL-AREA-2-AFTER TO WS-TIE-COUNT-IN (WS-TIE-IDX)
               END-IF
               IF AL-AMOUNT-AFTER IS NUMERIC
                   ADD AL-AMOUNT-AFTER TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
               END-IF
               PERFORM 3200-WIDEN-LEGACY-AUDIT
           END-IF
           IF AR-AREA-2-BEFORE IS NUMERIC
               ADD AR-AREA-2-BEFORE TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
           END-IF
           IF AR-AREA-2-AFTER IS NUMERIC
               ADD AR-AREA-2-AFTER TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
           END-IF
           IF AR-AMOUNT-AFTER IS NUMERIC
               ADD AR-AMOUNT-AFTER TO WS-TIE-AMOUNT-OUT (WS-TIE-IDX)
           END-IF.

       3200-WIDEN-LEGACY-AUDIT.
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

       3300-WRITE-AUDOUT.
           MOVE AUDIT-RECORD TO AUDOUT-RECORD
           WRITE AUDOUT-RECORD
           IF WS-AUDOUT-STATUS = '00'
               ADD 1 TO WS-TIE-WRITTEN (WS-TIE-IDX)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

       3500-CONVERT-AUDIT-ARCHIVE.
           MOVE 3 TO WS-TIE-IDX
           OPEN INPUT ARCIN
           IF WS-ARCIN-STATUS = '00'
               SET WS-TIE-SUPPLIED (WS-TIE-IDX) TO TRUE
               ADD 1 TO WS-FILES-SUPPLIED
               OPEN OUTPUT ARCOUT
               IF WS-ARCOUT-STATUS = '00'
                   PERFORM UNTIL ARCIN-EOF
                       READ ARCIN INTO AUDIT-RECORD
                           AT END
                               SET ARCIN-EOF TO TRUE
                           NOT AT END
                               PERFORM 3100-CONVERT-ONE-AUDIT
                               PERFORM 3600-WRITE-ARCOUT
                       END-READ
                   END-PERFORM
                   CLOSE ARCOUT
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE ARCIN
           ELSE
               IF WS-ARCIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       3600-WRITE-ARCOUT.
           MOVE AUDIT-RECORD TO ARCOUT-RECORD
           WRITE ARCOUT-RECORD
           IF WS-ARCOUT-STATUS = '00'
               ADD 1 TO WS-TIE-WRITTEN (WS-TIE-IDX)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 4000 - THE SETTLEMENT HISTORY.  ONLY A BATCH TRAILER CARRIES
      * THE WIDENED CLOSING TOTAL; HEADERS, DETAILS AND LEGACY
      * SINGLE-RECORD EXTRACTS ARE COPIED AS THEY STAND.
      ******************************************************************
       4000-CONVERT-SETTLEMENTS.
           MOVE 4 TO WS-TIE-IDX
           OPEN INPUT SETLIN
           IF WS-SETLIN-STATUS = '00'
               SET WS-TIE-SUPPLIED (WS-TIE-IDX) TO TRUE
               ADD 1 TO WS-FILES-SUPPLIED
               OPEN OUTPUT SETLOUT
               IF WS-SETLOUT-STATUS = '00'
                   PERFORM UNTIL SETLIN-EOF
                       READ SETLIN INTO SETTLEMENT-RECORD
                           AT END
                               SET SETLIN-EOF TO TRUE
                           NOT AT END
                               PERFORM 4100-CONVERT-ONE-SETTLEMENT
                       END-READ
                   END-PERFORM
                   CLOSE SETLOUT
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE SETLIN
           ELSE
               IF WS-SETLIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       4100-CONVERT-ONE-SETTLEMENT.
           ADD 1 TO WS-TIE-READ (WS-TIE-IDX)
           EVALUATE TRUE
               WHEN NOT SE-TRAILER-REC
                   ADD 1 TO WS-TIE-PASSED (WS-TIE-IDX)
               WHEN SE-TRL-WIDE-LAYOUT
                   ADD 1 TO WS-TIE-ALREADY-WIDE (WS-TIE-IDX)
                   IF SE-TRL-CLOSING-TOTAL IS NUMERIC
                       ADD SE-TRL-CLOSING-TOTAL
                           TO WS-TIE-COUNT-IN (WS-TIE-IDX)
                   END-IF
                   IF SE-TRL-CLOSING-AMOUNT IS NUMERIC
                       ADD SE-TRL-CLOSING-AMOUNT
                           TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TIE-CONVERTED (WS-TIE-IDX)
                   PERFORM 4200-WIDEN-LEGACY-TRAILER
           END-EVALUATE
           IF SE-TRAILER-REC
               IF SE-TRL-CLOSING-TOTAL IS NUMERIC
                   ADD SE-TRL-CLOSING-TOTAL
                       TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
               END-IF
               IF SE-TRL-CLOSING-AMOUNT IS NUMERIC
                   ADD SE-TRL-CLOSING-AMOUNT
                       TO WS-TIE-AMOUNT-OUT (WS-TIE-IDX)
               END-IF
           END-IF
           MOVE SETTLEMENT-RECORD TO SETLOUT-RECORD
           WRITE SETLOUT-RECORD
           IF WS-SETLOUT-STATUS = '00'
               ADD 1 TO WS-TIE-WRITTEN (WS-TIE-IDX)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 4200 - THE FIVE-DIGIT CLOSING FIGURES ARE LIFTED OUT THROUGH
      * SE-TRL-LEGACY-DATA, THE OLD TAIL IS BLANKED, AND THE FIGURES
      * GO BACK IN THEIR NINE-DIGIT POSITIONS.  THE DETAIL COUNT AND
      * DAY FIGURES AHEAD OF THEM DID NOT MOVE.
      ******************************************************************
       4200-WIDEN-LEGACY-TRAILER.
           IF SE-TRL-OLD-CLOSING-TOTAL IS NUMERIC
               MOVE SE-TRL-OLD-CLOSING-TOTAL TO WS-TRL-TOTAL-WORK
               ADD WS-TRL-TOTAL-WORK TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           ELSE
               MOVE 0 TO WS-TRL-TOTAL-WORK
           END-IF
           IF SE-TRL-OLD-CLOSING-AMOUNT IS NUMERIC
               MOVE SE-TRL-OLD-CLOSING-AMOUNT TO WS-TRL-AMOUNT-WORK
               ADD WS-TRL-AMOUNT-WORK TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
           ELSE
               MOVE 0 TO WS-TRL-AMOUNT-WORK
           END-IF
           MOVE SPACES TO SE-RECORD-BODY (27:)
           MOVE WS-TRL-TOTAL-WORK TO SE-TRL-CLOSING-TOTAL
           MOVE WS-TRL-AMOUNT-WORK TO SE-TRL-CLOSING-AMOUNT
           SET SE-TRL-WIDE-LAYOUT TO TRUE.

      ******************************************************************
      * 5000 - THE PERIOD HISTORY.  ONLY THE PERIOD (S) AND ANNUAL (Y)
      * SUMMARY RECORDS CARRY THE WIDENED COUNTS; THE CATEGORY
      * RECORDS ARE COPIED AS THEY STAND.  THE TIE-OUT SUMS THE
      * OPENING AND CLOSING BALANCES AND THEIR AMOUNTS - THE ACTIVITY
      * BETWEEN THEM MOVES WITH THEM AND IS NOT COUNTED TWICE.
      ******************************************************************
       5000-CONVERT-PERIOD-HISTORY.
           MOVE 5 TO WS-TIE-IDX
           OPEN INPUT PERHIN
           IF WS-PERHIN-STATUS = '00'
               SET WS-TIE-SUPPLIED (WS-TIE-IDX) TO TRUE
               ADD 1 TO WS-FILES-SUPPLIED
               OPEN OUTPUT PERHOUT
               IF WS-PERHOUT-STATUS = '00'
                   PERFORM UNTIL PERHIN-EOF
                       READ PERHIN INTO PERIOD-HISTORY-RECORD
                           AT END
                               SET PERHIN-EOF TO TRUE
                           NOT AT END
                               PERFORM 5100-CONVERT-ONE-PERIOD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PERHOUT
               ELSE
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE PERHIN
           ELSE
               IF WS-PERHIN-STATUS NOT = '35'
                   IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                       MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       5100-CONVERT-ONE-PERIOD-RECORD.
           ADD 1 TO WS-TIE-READ (WS-TIE-IDX)
           EVALUATE TRUE
               WHEN NOT PH-SUMMARY-REC AND NOT PH-YEAR-SUMMARY-REC
                   ADD 1 TO WS-TIE-PASSED (WS-TIE-IDX)
               WHEN PH-WIDE-LAYOUT
                   ADD 1 TO WS-TIE-ALREADY-WIDE (WS-TIE-IDX)
                   PERFORM 5300-ADD-PERIOD-FIGURES-IN
               WHEN OTHER
                   ADD 1 TO WS-TIE-CONVERTED (WS-TIE-IDX)
                   PERFORM 5200-WIDEN-LEGACY-SUMMARY
           END-EVALUATE
           IF PH-SUMMARY-REC OR PH-YEAR-SUMMARY-REC
               PERFORM 5400-ADD-PERIOD-FIGURES-OUT
           END-IF
           MOVE PERIOD-HISTORY-RECORD TO PERHOUT-RECORD
           WRITE PERHOUT-RECORD
           IF WS-PERHOUT-STATUS = '00'
               ADD 1 TO WS-TIE-WRITTEN (WS-TIE-IDX)
           ELSE
               IF WS-RC-FILE-ERROR > WS-RETURN-CODE
                   MOVE WS-RC-FILE-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 5200 - THE SEVEN-DIGIT FIGURES ARE LIFTED OUT THROUGH
      * PH-LEGACY-SUMMARY-DATA OR PH-LEGACY-YEAR-DATA, THE OLD BODY IS
      * BLANKED, AND THE FIGURES GO BACK IN THEIR NINE-DIGIT
      * POSITIONS.  THE FISCAL YEAR AND PERIOD COUNT AT THE FRONT OF
      * AN ANNUAL SUMMARY DID NOT MOVE.
      ******************************************************************
       5200-WIDEN-LEGACY-SUMMARY.
           MOVE 0 TO WS-PH-OPENING-WORK WS-PH-ACTIVITY-WORK
                     WS-PH-YR-ACTIVITY-WORK WS-PH-CLOSING-WORK
                     WS-PH-OPEN-AMOUNT-WORK WS-PH-ACT-AMOUNT-WORK
                     WS-PH-CLOSE-AMOUNT-WORK
           IF PH-SUMMARY-REC
               IF PH-OLD-OPENING-BALANCE IS NUMERIC
                   MOVE PH-OLD-OPENING-BALANCE TO WS-PH-OPENING-WORK
               END-IF
               IF PH-OLD-PERIOD-ACTIVITY IS NUMERIC
                   MOVE PH-OLD-PERIOD-ACTIVITY TO WS-PH-ACTIVITY-WORK
               END-IF
               IF PH-OLD-CLOSING-BALANCE IS NUMERIC
                   MOVE PH-OLD-CLOSING-BALANCE TO WS-PH-CLOSING-WORK
               END-IF
               IF PH-OLD-OPENING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-OPENING-AMOUNT TO WS-PH-OPEN-AMOUNT-WORK
               END-IF
               IF PH-OLD-ACTIVITY-AMOUNT IS NUMERIC
                   MOVE PH-OLD-ACTIVITY-AMOUNT TO WS-PH-ACT-AMOUNT-WORK
               END-IF
               IF PH-OLD-CLOSING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-CLOSING-AMOUNT
                       TO WS-PH-CLOSE-AMOUNT-WORK
               END-IF
           ELSE
               IF PH-OLD-YR-OPENING-BALANCE IS NUMERIC
                   MOVE PH-OLD-YR-OPENING-BALANCE TO WS-PH-OPENING-WORK
               END-IF
               IF PH-OLD-YR-ACTIVITY IS NUMERIC
                   MOVE PH-OLD-YR-ACTIVITY TO WS-PH-YR-ACTIVITY-WORK
               END-IF
               IF PH-OLD-YR-CLOSING-BALANCE IS NUMERIC
                   MOVE PH-OLD-YR-CLOSING-BALANCE TO WS-PH-CLOSING-WORK
               END-IF
               IF PH-OLD-YR-OPENING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-YR-OPENING-AMOUNT
                       TO WS-PH-OPEN-AMOUNT-WORK
               END-IF
               IF PH-OLD-YR-ACTIVITY-AMOUNT IS NUMERIC
                   MOVE PH-OLD-YR-ACTIVITY-AMOUNT
                       TO WS-PH-ACT-AMOUNT-WORK
               END-IF
               IF PH-OLD-YR-CLOSING-AMOUNT IS NUMERIC
                   MOVE PH-OLD-YR-CLOSING-AMOUNT
                       TO WS-PH-CLOSE-AMOUNT-WORK
               END-IF
           END-IF
           ADD WS-PH-OPENING-WORK WS-PH-CLOSING-WORK
               TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           ADD WS-PH-OPEN-AMOUNT-WORK WS-PH-CLOSE-AMOUNT-WORK
               TO WS-TIE-AMOUNT-IN (WS-TIE-IDX)
           IF PH-SUMMARY-REC
               MOVE SPACES TO PH-RECORD-BODY
               MOVE WS-PH-OPENING-WORK TO PH-OPENING-BALANCE
               MOVE WS-PH-ACTIVITY-WORK TO PH-PERIOD-ACTIVITY
               MOVE WS-PH-CLOSING-WORK TO PH-CLOSING-BALANCE
               MOVE WS-PH-OPEN-AMOUNT-WORK TO PH-OPENING-AMOUNT
               MOVE WS-PH-ACT-AMOUNT-WORK TO PH-ACTIVITY-AMOUNT
               MOVE WS-PH-CLOSE-AMOUNT-WORK TO PH-CLOSING-AMOUNT
           ELSE
               MOVE SPACES TO PH-RECORD-BODY (7:)
               MOVE WS-PH-OPENING-WORK TO PH-YR-OPENING-BALANCE
               MOVE WS-PH-YR-ACTIVITY-WORK TO PH-YR-ACTIVITY
               MOVE WS-PH-CLOSING-WORK TO PH-YR-CLOSING-BALANCE
               MOVE WS-PH-OPEN-AMOUNT-WORK TO PH-YR-OPENING-AMOUNT
               MOVE WS-PH-ACT-AMOUNT-WORK TO PH-YR-ACTIVITY-AMOUNT
               MOVE WS-PH-CLOSE-AMOUNT-WORK TO PH-YR-CLOSING-AMOUNT
           END-IF
           SET PH-WIDE-LAYOUT TO TRUE.

      ******************************************************************
      * 5300 / 5400 - A SUMMARY RECORD'S OPENING AND CLOSING BALANCES
      * AND AMOUNTS IN THE NINE-DIGIT LAYOUT, BEFORE AND AFTER.
      ******************************************************************
       5300-ADD-PERIOD-FIGURES-IN.
           PERFORM 5350-LIFT-WIDE-FIGURES
           ADD WS-PH-OPENING-WORK WS-PH-CLOSING-WORK
               TO WS-TIE-COUNT-IN (WS-TIE-IDX)
           ADD WS-PH-OPEN-AMOUNT-WORK WS-PH-CLOSE-AMOUNT-WORK
               TO WS-TIE-AMOUNT-IN (WS-TIE-IDX).

       5350-LIFT-WIDE-FIGURES.
           MOVE 0 TO WS-PH-OPENING-WORK WS-PH-CLOSING-WORK
                     WS-PH-OPEN-AMOUNT-WORK WS-PH-CLOSE-AMOUNT-WORK
           IF PH-SUMMARY-REC
               IF PH-OPENING-BALANCE IS NUMERIC
                   MOVE PH-OPENING-BALANCE TO WS-PH-OPENING-WORK
               END-IF
               IF PH-CLOSING-BALANCE IS NUMERIC
                   MOVE PH-CLOSING-BALANCE TO WS-PH-CLOSING-WORK
               END-IF
               IF PH-OPENING-AMOUNT IS NUMERIC
                   MOVE PH-OPENING-AMOUNT TO WS-PH-OPEN-AMOUNT-WORK
               END-IF
               IF PH-CLOSING-AMOUNT IS NUMERIC
                   MOVE PH-CLOSING-AMOUNT TO WS-PH-CLOSE-AMOUNT-WORK
               END-IF
           ELSE
               IF PH-YR-OPENING-BALANCE IS NUMERIC
                   MOVE PH-YR-OPENING-BALANCE TO WS-PH-OPENING-WORK
               END-IF
               IF PH-YR-CLOSING-BALANCE IS NUMERIC
                   MOVE PH-YR-CLOSING-BALANCE TO WS-PH-CLOSING-WORK
               END-IF
               IF PH-YR-OPENING-AMOUNT IS NUMERIC
                   MOVE PH-YR-OPENING-AMOUNT TO WS-PH-OPEN-AMOUNT-WORK
               END-IF
               IF PH-YR-CLOSING-AMOUNT IS NUMERIC
                   MOVE PH-YR-CLOSING-AMOUNT
                       TO WS-PH-CLOSE-AMOUNT-WORK
               END-IF
           END-IF.

       5400-ADD-PERIOD-FIGURES-OUT.
           PERFORM 5350-LIFT-WIDE-FIGURES
           ADD WS-PH-OPENING-WORK WS-PH-CLOSING-WORK
               TO WS-TIE-COUNT-OUT (WS-TIE-IDX)
           ADD WS-PH-OPEN-AMOUNT-WORK WS-PH-CLOSE-AMOUNT-WORK
               TO WS-TIE-AMOUNT-OUT (WS-TIE-IDX).

      ******************************************************************
      * 6000 SERIES - TIE-OUT REPORT.  A FILE TIES WHEN EVERY RECORD
      * READ WAS WRITTEN AND THE WIDENED COUNTS AND THEIR AMOUNTS SUM
      * THE SAME BEFORE AND AFTER.  ANY FILE OUT OF BALANCE FAILS THE
      * STEP SO THE CONVERTED FILES ARE NOT PROMOTED.
      ******************************************************************
       6000-WRITE-TIE-OUT.
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > 5
               PERFORM 6200-WRITE-ONE-TIE-OUT
           END-PERFORM
           IF WS-FILES-SUPPLIED = 0
               IF WS-RC-NOTHING-SUPPLIED > WS-RETURN-CODE
                   MOVE WS-RC-NOTHING-SUPPLIED TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '*** NO INPUT FILES SUPPLIED - NOTHING '
                      'CONVERTED ***'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 6050-CHECK-PRTOUT-STATUS
           END-IF.

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
                  '   RUN DATE: ' WS-CURRENT-DATE
                  '   PAGE: ' WS-PAGE-NUMBER
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING 'CUMULATIVE TOTAL NINE-DIGIT CONVERSION - '
                  'TIE-OUT REPORT'
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS.

       6200-WRITE-ONE-TIE-OUT.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING WS-TIE-TITLE (WS-TIE-IDX)
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           IF NOT WS-TIE-SUPPLIED (WS-TIE-IDX)
               MOVE SPACES TO PRINT-LINE
               MOVE ' ' TO PL-CARRIAGE-CONTROL
               STRING '  NOT SUPPLIED - SKIPPED'
                      DELIMITED BY SIZE INTO PL-TEXT
               WRITE PRINT-LINE
               PERFORM 6050-CHECK-PRTOUT-STATUS
           ELSE
               PERFORM 6300-WRITE-TIE-OUT-COUNTS
               PERFORM 6400-WRITE-TIE-OUT-VERDICT
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS.

       6300-WRITE-TIE-OUT-COUNTS.
           MOVE WS-TIE-READ (WS-TIE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  RECORDS READ  . . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-TIE-WRITTEN (WS-TIE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  RECORDS WRITTEN . . . . . . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-TIE-CONVERTED (WS-TIE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  CONVERTED FROM NARROW LAYOUT  . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-TIE-ALREADY-WIDE (WS-TIE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  ALREADY IN NINE-DIGIT LAYOUT  . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-TIE-PASSED (WS-TIE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  PASSED THROUGH UNCHANGED  . . . . . . .'
                  WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-TIE-COUNT-IN (WS-TIE-IDX) TO WS-TOTAL-EDIT
           MOVE WS-TIE-COUNT-OUT (WS-TIE-IDX) TO WS-TOTAL-OUT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  WIDENED COUNTS  BEFORE ' WS-TOTAL-EDIT
                  '   AFTER ' WS-TOTAL-OUT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS

           MOVE WS-TIE-AMOUNT-IN (WS-TIE-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-TIE-AMOUNT-OUT (WS-TIE-IDX) TO WS-AMOUNT-OUT-EDIT
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           STRING '  AMOUNTS         BEFORE ' WS-AMOUNT-EDIT
                  '   AFTER ' WS-AMOUNT-OUT-EDIT
                  DELIMITED BY SIZE INTO PL-TEXT
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS.

       6400-WRITE-TIE-OUT-VERDICT.
           MOVE SPACES TO PRINT-LINE
           MOVE ' ' TO PL-CARRIAGE-CONTROL
           IF WS-TIE-READ (WS-TIE-IDX) = WS-TIE-WRITTEN (WS-TIE-IDX)
                   AND WS-TIE-COUNT-IN (WS-TIE-IDX)
                       = WS-TIE-COUNT-OUT (WS-TIE-IDX)
                   AND WS-TIE-AMOUNT-IN (WS-TIE-IDX)
                       = WS-TIE-AMOUNT-OUT (WS-TIE-IDX)
               STRING '  TIED'
                      DELIMITED BY SIZE INTO PL-TEXT
           ELSE
               IF WS-RC-OUT-OF-BALANCE > WS-RETURN-CODE
                   MOVE WS-RC-OUT-OF-BALANCE TO WS-RETURN-CODE
               END-IF
               STRING '  *** OUT OF BALANCE - DO NOT PROMOTE THE '
                      'CONVERTED FILE ***'
                      DELIMITED BY SIZE INTO PL-TEXT
           END-IF
           WRITE PRINT-LINE
           PERFORM 6050-CHECK-PRTOUT-STATUS.

       9000-TERMINATE.
           CLOSE PRTOUT.
