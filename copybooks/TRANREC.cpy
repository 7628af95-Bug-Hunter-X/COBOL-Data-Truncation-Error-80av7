      *   ADJUSTMENT RECORDS (A) CARRY A SIGNED MANUAL CORRECTION TO
      *   A CATEGORY'S FIGURES WITH THE APPROVER AND REASON; THEY
      *   COUNT TOWARD THE TRAILER RECORD COUNT BUT NOT THE HASH
      *   TOTAL, WHICH COVERS DETAIL COUNTS ONLY.  THE KEYED-BY ID IS
      *   THE OPERATOR WHO ENTERED THE ADJUSTMENT; IT MAY NOT BE THE
      *   APPROVER.
      *
      *   A DETAIL RELEASED FROM SUSPENSE BY SUSPREL CARRIES THE
      *   ITEM'S SUSPENSE REFERENCE IN TR-SUSP-REF; TRANTOT POSTS A
      *   GIVEN REFERENCE ONCE ONLY.  IT ALSO CARRIES THE SOURCE ID
      *   AND BUSINESS DATE OF THE BATCH THAT FIRST SENT THE RECORD
      *   (TR-ORIG-SOURCE-ID, TR-ORIG-BUSINESS-DATE).  ALL THREE ARE
      *   BLANK ON EVERY OTHER DETAIL.
      ******************************************************************
       01  TRAN-RECORD.
           05  TR-RECORD-TYPE          PIC X(1).
               10  TR-TRAN-COUNT       PIC 9(7).
               10  TR-TRAN-AMOUNT      PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  TR-SUSP-REF         PIC X(23).
               10  TR-ORIG-SOURCE-ID   PIC X(8).
               10  TR-ORIG-BUSINESS-DATE PIC X(8).
               10  FILLER              PIC X(17).
           05  TR-HEADER-DATA REDEFINES TR-RECORD-BODY.
               10  TR-HDR-BUSINESS-DATE PIC X(8).
               10  TR-HDR-SOURCE-ID    PIC X(8).
               10  TR-ADJ-REASON-CODE  PIC X(2).
               10  TR-ADJ-AMOUNT       PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  TR-ADJ-KEYED-BY-ID  PIC X(8).
               10  FILLER              PIC X(37).
