      ******************************************************************
      * CHKLGREC - CHECKPOINT RECORD AS WRITTEN BEFORE THE CUMULATIVE
      *   COUNTS WERE WIDENED TO NINE DIGITS.  HELD IN WORKING
      *   STORAGE ONLY: A READER THAT FINDS CK-LAYOUT-VERSION BLANK
      *   MOVES THE RECORD HERE, BUILDS THE CURRENT LAYOUT IN
      *   CHKPT-WIDENED-RECORD AND MOVES THAT BACK OVER THE RECORD
      *   IT READ, SO AN UNCONVERTED CHECKPOINT STILL PRIMES THE RUN.
      *
      *   THE AMOUNTS, PERIOD FIELDS AND CATEGORY TABLE DID NOT
      *   CHANGE SHAPE AND MOVE ACROSS AS ONE GROUP, BYTE FOR BYTE,
      *   SO A FIELD AN OLDER CHECKPOINT LEFT BLANK IS STILL BLANK
      *   AFTER THE RE-MAP.  THE ENTITY SECTION IS MAPPED ENTRY BY
      *   ENTRY AROUND ITS WIDENED COUNT; A BLANK ENTITY SECTION MAPS
      *   AS ZERO ENTITIES.  NOTHING IS EVER WRITTEN IN THE OLD
      *   LAYOUT.
      ******************************************************************
       01  CHKPT-LEGACY-RECORD.
           05  CL-LEADING-FIELDS.
               10  CL-RUN-DATE         PIC X(8).
               10  CL-AREA-1           PIC 9(7).
           05  CL-AREA-2               PIC 9(5).
           05  CL-CARRIED-FIELDS.
               10  CL-AMOUNT-AREA-1    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  CL-AMOUNT-AREA-2    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  CL-PERIOD-ID        PIC X(6).
               10  CL-AREA-2-OPENING   PIC 9(7).
               10  CL-AMOUNT-OPENING   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  CL-CAT-COUNT        PIC 9(3).
               10  CL-CAT-ENTRY OCCURS 50 TIMES.
                   15  CL-CAT-CODE     PIC X(4).
                   15  CL-CAT-PERIOD-COUNT
                                       PIC 9(9).
                   15  CL-CAT-PERIOD-AMOUNT
                                       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  CL-ENT-COUNT            PIC 9(2).
           05  CL-ENT-ENTRY OCCURS 5 TIMES.
               10  CL-ENT-CODE         PIC X(3).
               10  CL-ENT-AREA-2       PIC 9(5).
               10  CL-ENT-AMOUNT-AREA-2 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(10).

       01  CHKPT-WIDENED-RECORD.
           05  CW-LEADING-FIELDS       PIC X(15).
           05  CW-AREA-2               PIC 9(9).
           05  CW-CARRIED-FIELDS       PIC X(1412).
           05  CW-ENT-COUNT            PIC 9(2).
           05  CW-ENT-ENTRY OCCURS 5 TIMES.
               10  CW-ENT-CODE         PIC X(3).
               10  CW-ENT-AREA-2       PIC 9(9).
               10  CW-ENT-AMOUNT-AREA-2 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  CW-LAYOUT-VERSION       PIC X(1).
               88  CW-WIDE-LAYOUT      VALUE 'W'.
           05  FILLER                  PIC X(9).
