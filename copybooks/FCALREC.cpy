      ******************************************************************
      * FCALREC - FISCAL CALENDAR RECORD, ONE PER ACCOUNTING PERIOD,
      *   IN PERIOD ORDER.  THE FISCAL YEAR RUNS 4-4-5 WEEKS PER
      *   QUARTER, SO A PERIOD'S START AND END DATES ARE CARRIED
      *   HERE RATHER THAN DERIVED FROM THE CALENDAR MONTH.  THE
      *   PERIOD ID IS THE VALUE CARRIED IN CK-PERIOD-ID AND
      *   PH-PERIOD-ID.  THE LAST PERIOD LISTED FOR A FISCAL YEAR IS
      *   THAT YEAR'S FINAL PERIOD; ITS CLOSE IS THE YEAR-END CLOSE.
      *   THE FILE MUST RUN AT LEAST ONE PERIOD PAST THE CURRENT ONE
      *   FOR THE CLOSE TO ROLL FORWARD.  A SITE WITHOUT A FISCAL
      *   CALENDAR KEEPS CALENDAR-MONTH PERIODS (YYYYMM) WITH THE
      *   YEAR ENDING IN DECEMBER.
      ******************************************************************
       01  FISCAL-CALENDAR-RECORD.
           05  FC-PERIOD-ID            PIC X(6).
           05  FC-FISCAL-YEAR          PIC X(4).
           05  FC-PERIOD-NUMBER        PIC 9(2).
           05  FC-START-DATE           PIC X(8).
           05  FC-END-DATE             PIC X(8).
           05  FC-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(32).
