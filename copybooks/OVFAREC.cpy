      *   ENTRY.  CARRIES THE ORIGINAL ENTRY'S FIGURES PLUS WHO
      *   REVIEWED IT, WHEN, AND THEIR NOTE, SO A CLEARED OVERFLOW
      *   STAYS ANSWERABLE AFTER IT LEAVES THE LIVE LOG.
      *
      *   THE VALUE COLUMNS ARE NINE DIGITS WIDE, AS ON THE LIVE LOG.
      *   AN ENTRY ARCHIVED BEFORE THE WIDENING CARRIED THEM AT SEVEN
      *   DIGITS AND HAS OV-LAYOUT-VERSION BLANK.
      ******************************************************************
       01  OVERFLOW-ARCHIVE-RECORD.
           05  OV-RUN-DATE             PIC X(8).
           05  OV-FIELD-NAME           PIC X(10).
           05  OV-OLD-VALUE            PIC 9(9).
           05  OV-ATTEMPTED-VALUE      PIC 9(9).
           05  OV-OLD-AMOUNT           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  OV-ATTEMPTED-AMOUNT     PIC S9(13)V99
           05  OV-REVIEWER-ID          PIC X(8).
           05  OV-REVIEW-DATE          PIC X(8).
           05  OV-REVIEW-NOTE          PIC X(30).
           05  OV-LAYOUT-VERSION       PIC X(1).
               88  OV-WIDE-LAYOUT      VALUE 'W'.
           05  FILLER                  PIC X(5).
