      ******************************************************************
      * FEEDREC - SOURCE FEED REGISTER RECORD, ONE PER TRANIN BATCH
      *   TRANTOT HAS ACCEPTED.  A BATCH IS IDENTIFIED BY ITS SOURCE
      *   SYSTEM, ENTITY (BLANK ON THE HEADER IS REGISTERED AS THE
      *   DEFAULT ENTITY), BUSINESS DATE, TRAILER RECORD COUNT AND
      *   HASH TOTAL; A LATER BATCH MATCHING ALL FIVE IS A DUPLICATE
      *   TRANSMISSION AND IS NOT POSTED.  TRANTOT READS THE PRIOR
      *   REGISTER IN (FEEDIN), DROPS ENTRIES OLDER THAN THE 30-
      *   BUSINESS-DAY HISTORY WINDOW AND ANY ENTRY A RERUN BACKED
      *   OUT, AND REWRITES IT (FEEDOUT) WITH THE RUN'S OWN BATCHES
      *   STAMPED WITH THE RUN TIMESTAMP AND JOB ID.
      *
      *   EACH BATCH LINE (TYPE B) ALSO CARRIES THE SETTLEMENT
      *   CONTROL KEY ITS FIGURES WENT OUT UNDER AND, ONCE A LATER
      *   REVRS RUN HAS TAKEN IT BACK OUT, THE TIMESTAMP OF THAT RUN
      *   (BLANK = NOT REVERSED).  IT IS FOLLOWED BY ONE CATEGORY
      *   LINE (TYPE C) PER CATEGORY THE BATCH POSTED TO, REPEATING
      *   THE BATCH KEY FIELDS, WITH THE COUNT AND SIGNED AMOUNT IT
      *   CONTRIBUTED; THAT IS WHAT A REVERSAL POSTS THE NEGATIVE OF.
      *   A REGISTER LINE WRITTEN BEFORE THE CONTRIBUTION LINES WERE
      *   ADDED IS SHORTER AND READS AS A BATCH LINE WITH NO KEY AND
      *   NO CATEGORY LINES, SO IT CANNOT BE REVERSED.
      ******************************************************************
       01  FEED-REGISTER-RECORD.
           05  FR-SOURCE-ID            PIC X(8).
           05  FR-ENTITY-CODE          PIC X(3).
           05  FR-BUSINESS-DATE        PIC X(8).
           05  FR-RECORD-COUNT         PIC 9(7).
           05  FR-HASH-TOTAL           PIC 9(9).
           05  FR-RUN-TIMESTAMP        PIC X(17).
           05  FR-JOB-ID               PIC X(8).
           05  FR-LINE-TYPE            PIC X(1).
               88  FR-BATCH-LINE       VALUE 'B' ' '.
               88  FR-CATEGORY-LINE    VALUE 'C'.
           05  FR-LINE-BODY            PIC X(59).
           05  FR-BATCH-DATA REDEFINES FR-LINE-BODY.
               10  FR-CONTROL-KEY      PIC X(26).
               10  FR-REVERSED-BY      PIC X(17).
               10  FILLER              PIC X(16).
           05  FR-CATEGORY-DATA REDEFINES FR-LINE-BODY.
               10  FR-CAT-CODE         PIC X(4).
               10  FR-CAT-COUNT        PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  FR-CAT-AMOUNT       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(31).
