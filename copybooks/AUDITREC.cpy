      *   ITS NET SIGNED MOVEMENT RIDES THE ADJ-COUNT AND
      *   AMOUNT-ADDED COLUMNS SO A RERUN CAN BACK THE ENTITY SPLIT
      *   OUT.  CHAIN RECORDS THEMSELVES CARRY ENTITY CODE ALL.
      *
      *   THE AREA-2 BEFORE/AFTER COLUMNS ARE NINE DIGITS WIDE.  A
      *   RECORD WRITTEN BEFORE THE WIDENING CARRIED THEM AT FIVE
      *   DIGITS AND IS SHORTER, SO IT READS WITH AR-LAYOUT-VERSION
      *   BLANK; A READER THAT FINDS IT SO RE-MAPS THE RECORD THROUGH
      *   THE OLD LAYOUT (COPYBOOK AUDLGREC) BEFORE USING ANY FIELD
      *   PAST AR-AREA-1-ADDED, SO OLD AND NEW GENERATIONS OF THE
      *   TRAIL READ TOGETHER ON ONE CONCATENATION.
      *
      *   A REVERSAL MEMO (TYPE V) IS WRITTEN BY A REVRS RUN, ONE PER
      *   CATEGORY OF EACH PRIOR-DAY BATCH IT TAKES BACK OUT.  LIKE
      *   AN ADJUSTMENT MEMO IT DOES NOT MOVE THE CHAIN; IT CARRIES
      *   THE NEGATIVE COUNT AND AMOUNT IN ADJ-COUNT/AMOUNT-ADDED AND
      *   POINTS BACK TO THE RUN THAT ORIGINALLY POSTED THE BATCH
      *   THROUGH THE AR-ORIG- FIELDS.  THOSE FIELDS WERE ADDED AT
      *   THE END OF THE RECORD, SO ON EVERY OTHER RECORD TYPE, AND
      *   ON ANY RECORD WRITTEN BEFORE THEY EXISTED, THEY ARE BLANK.
      *
      *   AR-CYCLE-NUMBER IS THE POSTING CYCLE WITHIN THE BUSINESS
      *   DAY THAT WROTE THE RECORD.  EACH CYCLE WRITES ITS OWN CHAIN
      *   RECORD; BLANK ON RECORDS WRITTEN BEFORE CYCLES EXISTED.
      *
      *   A RELEASE MEMO (TYPE S) IS WRITTEN FOR EACH ITEM RELEASED
      *   FROM SUSPENSE THAT POSTS IN THE RUN.  LIKE AN ADJUSTMENT
      *   MEMO IT DOES NOT MOVE THE CHAIN; IT CARRIES THE CATEGORY,
      *   COUNT, AMOUNT AND ENTITY THE ITEM POSTED WITH AND, IN
      *   AR-SUSP-REF, THE ITEM'S SUSPENSE REFERENCE.  AR-SUSP-REF
      *   IS BLANK ON EVERY OTHER RECORD TYPE.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AR-RUN-TIMESTAMP        PIC X(26).
           05  AR-JOB-ID               PIC X(8).
           05  AR-AREA-1-ADDED         PIC 9(7).
           05  AR-AREA-2-BEFORE        PIC 9(9).
           05  AR-AREA-2-AFTER         PIC 9(9).
           05  AR-PRIOR-AREA-1         PIC 9(5).
           05  AR-AMOUNT-ADDED         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               88  AR-PERIOD-CLOSE     VALUE 'C'.
               88  AR-ARCHIVE-ANCHOR   VALUE 'O'.
               88  AR-ENTITY-SUMMARY   VALUE 'E'.
               88  AR-REVERSAL         VALUE 'V'.
               88  AR-SUSPENSE-POSTED  VALUE 'S'.
           05  AR-ADJ-CATEGORY         PIC X(4).
           05  AR-ADJ-COUNT            PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  AR-ADJ-APPROVER         PIC X(8).
           05  AR-ADJ-REASON           PIC X(2).
           05  AR-ENTITY-CODE          PIC X(3).
           05  AR-LAYOUT-VERSION       PIC X(1).
               88  AR-WIDE-LAYOUT      VALUE 'W'.
           05  AR-CYCLE-NUMBER         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  AR-ORIG-RUN-TIMESTAMP   PIC X(17).
           05  AR-ORIG-JOB-ID          PIC X(8).
           05  AR-ORIG-BUS-DATE        PIC X(8).
           05  AR-ORIG-SOURCE-ID       PIC X(8).
           05  AR-SUSP-REF             PIC X(23).
