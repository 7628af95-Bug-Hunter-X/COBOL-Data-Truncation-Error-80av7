      ******************************************************************
      * FSCHREC - SOURCE FEED SCHEDULE RECORD, ONE PER UPSTREAM
      *   SOURCE SYSTEM (TR-HDR-SOURCE-ID) THAT SENDS BATCHES TO
      *   TRANTOT.  A SOURCE IS EXPECTED ON EVERY BUSINESS DAY OF THE
      *   SHARED CALENDAR UNLESS ITS WEEKDAY FLAG (MONDAY THROUGH
      *   FRIDAY) IS N; AN INACTIVE SOURCE (ACTIVE FLAG N) IS NEVER
      *   EXPECTED.  A BATCH FROM A SOURCE NOT EXPECTED THAT DAY IS
      *   REPORTED AS UNEXPECTED, AND AN EXPECTED SOURCE WITH NO
      *   REGISTERED BATCH BY THE END OF THE RUN IS REPORTED AS
      *   MISSING.
      ******************************************************************
       01  FEED-SCHEDULE-RECORD.
           05  FS-SOURCE-ID            PIC X(8).
           05  FS-DESCRIPTION          PIC X(30).
           05  FS-ACTIVE-FLAG          PIC X(1).
               88  FS-INACTIVE         VALUE 'N'.
           05  FS-WEEKDAY-FLAGS.
               10  FS-DAY-FLAG         PIC X(1) OCCURS 5 TIMES.
           05  FILLER                  PIC X(36).
