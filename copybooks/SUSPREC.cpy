      ******************************************************************
      * SUSPREC - SUSPENSE RECORD FOR TRANSACTION COUNTS THAT FAIL
      *   RANGE VALIDATION AND ARE HELD OUT FOR MANUAL REVIEW.
      *   ON A SUSPENDED MANUAL ADJUSTMENT THE APPROVER AND KEYED-BY
      *   IDS COME FROM THE ADJUSTMENT RECORD; NEITHER MAY RELEASE OR
      *   WRITE OFF THE ITEM.
      *
      *   SR-SUSP-REF IS THE ITEM'S PERMANENT REFERENCE: THE
      *   TIMESTAMP OF THE RUN THAT FIRST SUSPENDED IT AND A RUN
      *   SEQUENCE NUMBER (YYYYMMDD-HHMMSSCC-NNNNN).  IT STAYS WITH
      *   THE ITEM THROUGH EVERY CARRY-FORWARD, RIDES THE RELEASED
      *   TRANSACTION BACK INTO TRANTOT, AND KEYS THE SUSPENSE TRACE
      *   (STRCREC).  AN ITEM SUSPENDED BEFORE REFERENCES EXISTED
      *   READS WITH IT BLANK AND IS GIVEN ONE BY SUSPREL.
      *
      *   SR-SOURCE-ID AND SR-BUSINESS-DATE NAME THE SOURCE BATCH THAT
      *   FIRST SENT THE RECORD - THE KEY OF ITS PROCESSING RECEIPT
      *   (RCPTREC).  THEY TOO RIDE A RELEASED TRANSACTION BACK, SO AN
      *   ITEM THAT FAILS AGAIN STILL ANSWERS TO ITS ORIGINAL SOURCE.
      *   BLANK ON AN ITEM SUSPENDED BEFORE RECEIPTS EXISTED.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SR-CATEGORY-CODE        PIC X(4).
           05  SR-TRAN-AMOUNT          PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  SR-APPROVER-ID          PIC X(8).
           05  SR-KEYED-BY-ID          PIC X(8).
           05  SR-SUSP-REF             PIC X(23).
           05  SR-SOURCE-ID            PIC X(8).
           05  SR-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(14).
