      *   ISSUE ITS OWN BATCHES WITH THE REPLACES KEY FILLED AND THE
      *   CRASHED RUN'S ORPHAN BATCHES ARE SUPERSEDED DOWNSTREAM
      *   INSTEAD OF POSTING A SECOND TIME.
      *
      *   RC-CYCLE-NUMBER IS THE POSTING CYCLE WITHIN RC-RUN-DATE
      *   THE RECORD BELONGS TO.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE             PIC X(8).
           05  RC-EXT-ENTRY OCCURS 5 TIMES.
               10  RC-EXT-ENTITY       PIC X(3).
               10  RC-EXT-KEY          PIC X(26).
           05  RC-CYCLE-NUMBER         PIC 9(2).
           05  FILLER                  PIC X(4).
