      ******************************************************************
      * STRCREC - SUSPENSE TRACE RECORD.  ONE LINE PER EVENT IN THE
      *   LIFE OF A SUSPENSE ITEM, KEYED BY THE ITEM'S PERMANENT
      *   SUSPENSE REFERENCE (SR-SUSP-REF).  TRANTOT AND SUSPREL
      *   APPEND TO THE TRACE LOG (STRCOUT, OPENED EXTEND) AND THE
      *   TRACE REPORT SUSPTRC READS IT BACK (STRCIN).  NOTHING IS
      *   EVER REWRITTEN; A LATER EVENT SUPERSEDES AN EARLIER ONE.
      *
      *   EVENT TYPES:
      *     S  SUSPENDED BY TRANTOT (OR GIVEN A REFERENCE BY SUSPREL
      *        WHEN IT WAS SUSPENDED BEFORE REFERENCES EXISTED)
      *     U  RELEASED ITEM FAILED VALIDATION AGAIN AND WENT BACK
      *        TO SUSPENSE UNDER THE SAME REFERENCE
      *     J  RE-REJECTED BY THE OPERATOR AND CARRIED FORWARD
      *     R  RELEASED TO POSTING (SUSPREL RELOUT)
      *     W  WRITTEN OFF
      *     P  POSTED BY TRANTOT
      *     D  RELEASE REFUSED BY TRANTOT - REFERENCE ALREADY POSTED
      *     B  POSTING BACKED OUT BY A TRANTOT RERUN
      *
      *   COUNT AND AMOUNT ARE THE ITEM'S FIGURES AS OF THE EVENT.
      *   THE OPERATOR ID IS WHO AUTHORIZED A RELEASE, RE-REJECT OR
      *   WRITE-OFF; THE TEXT IS THE SUSPENSE OR WRITE-OFF REASON.
      ******************************************************************
       01  SUSPENSE-TRACE-RECORD.
           05  ST-SUSP-REF             PIC X(23).
           05  ST-EVENT-DATE           PIC X(8).
           05  ST-RUN-TIMESTAMP        PIC X(17).
           05  ST-JOB-ID               PIC X(8).
           05  ST-EVENT-TYPE           PIC X(1).
               88  ST-SUSPENDED        VALUE 'S'.
               88  ST-RESUSPENDED      VALUE 'U'.
               88  ST-REREJECTED       VALUE 'J'.
               88  ST-RELEASED         VALUE 'R'.
               88  ST-WRITTEN-OFF      VALUE 'W'.
               88  ST-POSTED           VALUE 'P'.
               88  ST-DOUBLE-RELEASE   VALUE 'D'.
               88  ST-POSTING-BACKED-OUT VALUE 'B'.
           05  ST-CATEGORY-CODE        PIC X(4).
           05  ST-TRAN-COUNT           PIC 9(7).
           05  ST-TRAN-AMOUNT          PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  ST-REASON-CODE          PIC X(2).
           05  ST-OPERATOR-ID          PIC X(8).
           05  ST-EVENT-TEXT           PIC X(30).
           05  FILLER                  PIC X(20).
