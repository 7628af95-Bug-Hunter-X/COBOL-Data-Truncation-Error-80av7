      ******************************************************************
      * RCPTREC - PROCESSING RECEIPT RETURNED TO THE SOURCE SYSTEMS.
      *   THE RECEIPT FILE (RCPTOUT) IS APPENDED TO, NEVER REWRITTEN.
      *   EVERY RECEIPT IS KEYED BY THE SOURCE SYSTEM ID AND BUSINESS
      *   DATE OF THE BATCH IT ANSWERS, SO EACH UPSTREAM TEAM SELECTS
      *   ITS OWN FEED'S RECEIPTS BY THOSE TWO LEADING FIELDS.
      *
      *   RECEIPT TYPES:
      *     B  BATCH RECEIPT - WRITTEN BY TRANTOT FOR EVERY BATCH ON
      *        ITS TRANIN: THE STATUS, THE RECORD COUNT AND HASH
      *        TOTAL TRANTOT COMPUTED, AND WHAT POSTED.  STATUS IS
      *          A  ACCEPTED
      *          E  ACCEPTED WITH EXCEPTIONS - THE I RECEIPTS THAT
      *             FOLLOW LIST EACH RECORD NOT POSTED
      *          R  REJECTED - THE WHOLE FILE FAILED ITS INTEGRITY
      *             CHECK AT BATCH RP-FAILED-AT-BATCH FOR THE REASON
      *             GIVEN; NOTHING ON IT POSTED
      *          D  DUPLICATE OF A BATCH ALREADY REGISTERED - NOT
      *             POSTED AGAIN
      *          X  BACKED OUT BY A SAME-DAY RERUN - THE EARLIER
      *             RECEIPT FOR THE BATCH NO LONGER STANDS
      *     I  EXCEPTION ITEM - ONE PER RECORD OF THE BATCH SENT TO
      *        SUSPENSE (WITH ITS SUSPENSE REFERENCE) OR REFUSED AS
      *        ALREADY POSTED (REASON DR), FOLLOWING ITS B RECEIPT.
      *        A RELEASED RECORD IS KEYED BY THE SOURCE AND BUSINESS
      *        DATE OF THE BATCH THAT FIRST SENT IT.
      *     F  FOLLOW-UP - WRITTEN BY SUSPREL WHEN A SUSPENDED ITEM
      *        IS RELEASED BACK TO POSTING OR WRITTEN OFF, KEYED BY
      *        THE SOURCE AND BUSINESS DATE OF THE BATCH THAT FIRST
      *        SENT THE RECORD.
      ******************************************************************
       01  PROCESSING-RECEIPT-RECORD.
           05  RP-SOURCE-ID            PIC X(8).
           05  RP-BUSINESS-DATE        PIC X(8).
           05  RP-RECEIPT-TYPE         PIC X(1).
               88  RP-BATCH-RECEIPT    VALUE 'B'.
               88  RP-ITEM-RECEIPT     VALUE 'I'.
               88  RP-FOLLOW-UP-RECEIPT VALUE 'F'.
           05  RP-ENTITY-CODE          PIC X(3).
           05  RP-BATCH-NUMBER         PIC 9(3).
           05  RP-RUN-TIMESTAMP        PIC X(17).
           05  RP-JOB-ID               PIC X(8).
           05  RP-POSTING-CYCLE        PIC 9(2).
           05  RP-RECEIPT-BODY         PIC X(110).
           05  RP-BATCH-DATA REDEFINES RP-RECEIPT-BODY.
               10  RP-BATCH-STATUS     PIC X(1).
                   88  RP-ACCEPTED     VALUE 'A'.
                   88  RP-ACCEPTED-WITH-EXCEPTIONS VALUE 'E'.
                   88  RP-REJECTED     VALUE 'R'.
                   88  RP-DUPLICATE    VALUE 'D'.
                   88  RP-BACKED-OUT   VALUE 'X'.
               10  RP-REJECT-REASON    PIC X(45).
               10  RP-FAILED-AT-BATCH  PIC 9(3).
               10  RP-RECORD-COUNT     PIC 9(7).
               10  RP-HASH-TOTAL       PIC 9(9).
               10  RP-POSTED-RECORDS   PIC 9(7).
               10  RP-POSTED-COUNT     PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  RP-POSTED-AMOUNT    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  RP-EXCEPTION-RECORDS PIC 9(7).
               10  FILLER              PIC X(7).
           05  RP-ITEM-DATA REDEFINES RP-RECEIPT-BODY.
               10  RP-ITM-SUSP-REF     PIC X(23).
               10  RP-ITM-CATEGORY-CODE PIC X(4).
               10  RP-ITM-REASON-CODE  PIC X(2).
               10  RP-ITM-REASON-TEXT  PIC X(30).
               10  RP-ITM-TRAN-COUNT   PIC 9(7).
               10  RP-ITM-TRAN-AMOUNT  PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(32).
           05  RP-FOLLOW-UP-DATA REDEFINES RP-RECEIPT-BODY.
               10  RP-FU-ACTION        PIC X(1).
                   88  RP-FU-RELEASED  VALUE 'R'.
                   88  RP-FU-WRITTEN-OFF VALUE 'W'.
               10  RP-FU-SUSP-REF      PIC X(23).
               10  RP-FU-CATEGORY-CODE PIC X(4).
               10  RP-FU-TRAN-COUNT    PIC 9(7).
               10  RP-FU-TRAN-AMOUNT   PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  RP-FU-OPERATOR-ID   PIC X(8).
               10  RP-FU-TEXT          PIC X(30).
               10  RP-FU-ACTION-DATE   PIC X(8).
               10  FILLER              PIC X(17).
