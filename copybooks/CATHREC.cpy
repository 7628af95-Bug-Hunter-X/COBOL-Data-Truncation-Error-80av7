      *   BUSINESS DAYS PER CATEGORY, DRIVING THE VARIANCE AND
      *   MISSING-FEED SECTION OF THE DAILY REPORT.  DAYS WITH NO
      *   ACTIVITY FOR A CATEGORY WRITE NO RECORD.
      *
      *   A DAY POSTED IN SEVERAL CYCLES STILL HAS ONE RECORD PER
      *   CATEGORY, CARRYING THE WHOLE DAY; THE LAST-CYCLE FIELDS
      *   HOLD WHAT THE DAY'S LATEST CYCLE CONTRIBUTED, SO A RERUN OF
      *   THAT CYCLE CAN TAKE OUT ITS SHARE AND LEAVE THE EARLIER
      *   CYCLES IN PLACE.  ON A RECORD WRITTEN BEFORE CYCLES EXISTED
      *   THEY ARE BLANK AND THE WHOLE DAY COUNTS AS THE LAST CYCLE.
      ******************************************************************
       01  CATEGORY-HISTORY-RECORD.
           05  CH-CATEGORY-CODE        PIC X(4).
           05  CH-TRAN-COUNT           PIC 9(7).
           05  CH-TRAN-AMOUNT          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  CH-LAST-CYCLE-COUNT     PIC 9(7).
           05  CH-LAST-CYCLE-AMOUNT    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(26).
