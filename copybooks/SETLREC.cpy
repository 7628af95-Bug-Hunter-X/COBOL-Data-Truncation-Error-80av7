      *   ENTITY'S CUMULATIVE TOTALS ON THE CHECKPOINT.  EVERY
      *   RECORD OF A BATCH CARRIES THE SAME CONTROL KEY.
      *
      *   A REVERSING BATCH (WRITTEN BY A REVRS RUN OF TRANTOT) HAS
      *   THE SAME SHAPE, WITH THE CONTROL KEY OF THE ORIGINAL BATCH
      *   IN SE-HDR-REVERSES-KEY AND NEGATIVE DETAIL AND DAY AMOUNTS;
      *   ITS COUNTS ARE THE COUNTS BEING TAKEN BACK OUT.
      *
      *   THE TYPE BYTE SITS WHERE THE OLD SINGLE-RECORD LAYOUT HELD
      *   THE FIRST DIGIT OF ITS CLOSING TOTAL, SO A READER TELLS
      *   THE FORMATS APART BY TESTING IT: H/D/T IS A BATCHED
      *   RECORD, A NUMERIC BYTE IS A LEGACY RECORD READ THROUGH
      *   SE-LEGACY-DATA.  OLD SETLIN GENERATIONS THEREFORE REMAIN
      *   READABLE ON THE SAME CONCATENATION.
      *
      *   THE TRAILER'S CLOSING TOTAL IS NINE DIGITS WIDE.  A TRAILER
      *   WRITTEN BEFORE THE WIDENING CARRIED IT AT FIVE DIGITS WITH
      *   THE CLOSING AMOUNT STRAIGHT AFTER, AND HAS SPACES WHERE
      *   SE-TRL-LAYOUT-VERSION NOW SITS; A READER THAT FINDS IT
      *   BLANK TAKES THE CLOSING FIGURES FROM SE-TRL-LEGACY-DATA.
      ******************************************************************
       01  SETTLEMENT-RECORD.
           05  SE-CONTROL-KEY          PIC X(26).
               10  SE-HEADER-DATA REDEFINES SE-RECORD-BODY.
                   15  SE-HDR-ENTITY-CODE PIC X(3).
                   15  SE-HDR-REPLACES-KEY PIC X(26).
                   15  SE-HDR-REVERSES-KEY PIC X(26).
                   15  FILLER          PIC X(42).
               10  SE-DETAIL-DATA REDEFINES SE-RECORD-BODY.
                   15  SE-DET-CATEGORY PIC X(4).
                   15  SE-DET-COUNT    PIC 9(7).
                   15  SE-TRL-DAY-COUNT PIC 9(7).
                   15  SE-TRL-DAY-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
                   15  SE-TRL-CLOSING-TOTAL PIC 9(9).
                   15  SE-TRL-CLOSING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
                   15  SE-TRL-LAYOUT-VERSION PIC X(1).
                       88  SE-TRL-WIDE-LAYOUT VALUE 'W'.
                   15  FILLER          PIC X(45).
               10  SE-TRL-LEGACY-DATA REDEFINES SE-RECORD-BODY.
                   15  FILLER          PIC X(26).
                   15  SE-TRL-OLD-CLOSING-TOTAL PIC 9(5).
                   15  SE-TRL-OLD-CLOSING-AMOUNT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
                   15  FILLER          PIC X(50).
           05  SE-LEGACY-DATA REDEFINES SE-RECORD-SUFFIX.
               10  SE-CLOSING-TOTAL    PIC 9(5).
