               88  RX-REISSUE          VALUE 'R'.
               88  RX-CANCEL           VALUE 'C'.
           05  RX-OPERATOR-ID          PIC X(8).
           05  RX-CORRECTED-TOTAL      PIC 9(9).
           05  RX-CORRECTED-AMOUNT     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  RX-NOTE                 PIC X(20).
