      ******************************************************************
      * SOPNREC - SETTLEMENT OPEN-ITEM RECORD, ONE PER SETTLEMENT
      *   BATCH, KEPT IN CONTROL-KEY SEQUENCE.  SETLACK CARRIES THE
      *   FILE FORWARD EACH DAY (SOPNIN -> SOPNOUT), ADDING THAT DAY'S
      *   NEW EXTRACTS AND APPLYING THAT DAY'S ACKNOWLEDGEMENTS, SO NO
      *   JOB HAS TO REREAD THE WHOLE EXTRACT AND ACKNOWLEDGEMENT
      *   HISTORY.  SETLREX AND OPSSTAT READ IT INSTEAD OF SETLIN AND
      *   ACKIN.  THE FIRST GENERATION IS BUILT FROM THAT HISTORY BY
      *   THE ONE-TIME LOAD JOB SETLLOD.
      *
      *   THE ENTITY, RUN DATE AND TRAILER FIGURES ARE THE BATCH'S
      *   OWN.  THE ACK STATE IS U UNACKNOWLEDGED, M MATCHED, R
      *   REJECTED, X ACCEPTED WITH AN AMOUNT MISMATCH, OR S
      *   SUPERSEDED BY A RE-EXTRACT.  THE SUPERSEDE LINKS RUN BOTH
      *   WAYS: THE KEY THIS BATCH REPLACES (FROM ITS HEADER) AND THE
      *   KEY OF THE RE-EXTRACT THAT REPLACED IT.  THE STATE DATE IS
      *   THE DAY THE ITEM REACHED ITS CURRENT STATE; A MATCHED OR
      *   SUPERSEDED ITEM WHOSE STATE DATE IS OLDER THAN THE
      *   RETENTION PERIOD MOVES TO THE CLOSED-ITEM HISTORY (SCLSOUT)
      *   IN THE SAME LAYOUT.
      ******************************************************************
       01  SETTLEMENT-OPEN-ITEM.
           05  SO-CONTROL-KEY          PIC X(26).
           05  SO-ENTITY-CODE          PIC X(3).
           05  SO-RUN-DATE             PIC X(8).
           05  SO-REPLACES-KEY         PIC X(26).
           05  SO-REPLACED-BY-KEY      PIC X(26).
           05  SO-REVERSES-KEY         PIC X(26).
           05  SO-DETAIL-COUNT         PIC 9(3).
           05  SO-DAY-COUNT            PIC 9(7).
           05  SO-DAY-AMOUNT           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  SO-CLOSING-TOTAL        PIC 9(9).
           05  SO-CLOSING-AMOUNT       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  SO-ACK-STATE            PIC X(1).
               88  SO-UNACKNOWLEDGED   VALUE 'U'.
               88  SO-MATCHED          VALUE 'M'.
               88  SO-REJECTED         VALUE 'R'.
               88  SO-AMOUNT-MISMATCH  VALUE 'X'.
               88  SO-SUPERSEDED       VALUE 'S'.
           05  SO-DETAILS-ACKED        PIC 9(3).
           05  SO-POSTING-REF          PIC X(12).
           05  SO-REJECT-REASON        PIC X(20).
           05  SO-STATE-DATE           PIC X(8).
           05  FILLER                  PIC X(30).
