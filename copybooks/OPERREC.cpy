      ******************************************************************
      * OPERREC - OPERATOR AUTHORITY RECORD, ONE PER OPERATOR ID.
      *   THE AUTHORITY FILE (OPERIN) IS SHARED BY EVERY JOB THAT
      *   ACTS ON AN OPERATOR'S INSTRUCTION: TRANTOT (MANUAL
      *   ADJUSTMENTS), SUSPREL (RELEASE AND WRITE-OFF), SETLREX
      *   (RE-EXTRACT AND CANCEL), CATMNT (MASTER CHANGES) AND
      *   OVFREV (OVERFLOW CLEARANCE).  EACH FUNCTION FLAG IS Y WHEN
      *   THE ID MAY PERFORM IT; ANYTHING ELSE MEANS NOT AUTHORIZED.
      *   THE MONEY LIMIT APPLIES WHERE MONEY MOVES (ADJUST, RELEASE,
      *   WRITE-OFF, RE-EXTRACT, CANCEL) AND CAPS THE ABSOLUTE AMOUNT
      *   OF ANY SINGLE INSTRUCTION; A BLANK OR ZERO LIMIT ALLOWS
      *   ONLY ZERO-AMOUNT INSTRUCTIONS.  AN ID NOT ON THE FILE IS
      *   AUTHORIZED FOR NOTHING.
      ******************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  OP-OPERATOR-ID          PIC X(8).
           05  OP-OPERATOR-NAME        PIC X(20).
           05  OP-FUNCTION-FLAGS.
               10  OP-ADJUST-FLAG      PIC X(1).
                   88  OP-AUTH-ADJUST  VALUE 'Y'.
               10  OP-RELEASE-FLAG     PIC X(1).
                   88  OP-AUTH-RELEASE VALUE 'Y'.
               10  OP-WRITEOFF-FLAG    PIC X(1).
                   88  OP-AUTH-WRITEOFF VALUE 'Y'.
               10  OP-REEXTRACT-FLAG   PIC X(1).
                   88  OP-AUTH-REEXTRACT VALUE 'Y'.
               10  OP-CANCEL-FLAG      PIC X(1).
                   88  OP-AUTH-CANCEL  VALUE 'Y'.
               10  OP-MASTER-FLAG      PIC X(1).
                   88  OP-AUTH-MASTER-CHANGE VALUE 'Y'.
               10  OP-OVFL-CLEAR-FLAG  PIC X(1).
                   88  OP-AUTH-OVFL-CLEAR VALUE 'Y'.
           05  OP-MONEY-LIMIT          PIC 9(13)V99.
           05  FILLER                  PIC X(30).
