      *****************************************************************
      *  CALCRET.CPY                                                 *
      *  RESULTS-RETURN RECORD SENT BACK TO THE SUBMITTING           *
      *  DEPARTMENTS.  CALCBAT3 WRITES ONE DETAIL PER ITEM IT RAN    *
      *  AND CALCRCY1 ONE PER ITEM IT AGED OFF TO DEAD LETTERS;      *
      *  CALCRET1 ADDS TONIGHT'S CALCEDT1 REJECTS AND THE ITEMS LEFT *
      *  HELD FOR A SUPERVISOR, SORTS THEM BY DEPARTMENT, BATCH AND  *
      *  ITEM POSITION, AND CLOSES EACH DEPARTMENT WITH A CONTROL    *
      *  RECORD (CRTC-) THE DEPARTMENT BALANCES AGAINST WHAT IT      *
      *  SUBMITTED.                                                  *
      *  THE OPERANDS ARE THE ONES ACTUALLY USED: A CHAINED FIRST    *
      *  OPERAND IS THE ACCUMULATOR ("*" IN CRET-NUMBER-1-SOURCE)    *
      *  AND A RATE-CODE SECOND OPERAND IS THE RATEMAST RATE IN      *
      *  FORCE ("R" IN CRET-NUMBER-2-SOURCE, WITH THE EFFECTIVE      *
      *  DATE OF THE RATE RECORD).  AN ITEM THAT WAS NOT PROCESSED   *
      *  CARRIES NO OPERANDS OR RESULT, ONLY ITS DISPOSITION AND     *
      *  THE CALCREJ REASON CODE THAT STOPPED IT.                    *
      *****************************************************************
       01  CALC-RET-RECORD.
           05  CRET-REC-TYPE           PIC X(01).
               88  CRET-TYPE-DETAIL            VALUE "D".
               88  CRET-TYPE-CONTROL           VALUE "C".
           05  CRET-RUN-DATE           PIC X(08).
           05  CRET-KEY.
               10  CRET-DEPT-CODE      PIC X(02).
               10  CRET-BATCH-NO       PIC 9(04).
               10  CRET-ITEM-NO        PIC 9(04).
           05  CRET-DISPOSITION        PIC X(01).
               88  CRET-PROCESSED              VALUE "P".
               88  CRET-REJECTED               VALUE "R".
               88  CRET-DEAD-LETTER            VALUE "M".
               88  CRET-HELD                   VALUE "T".
               88  CRET-NOT-PROCESSED          VALUES "R" "M" "T".
           05  CRET-IMAGE              PIC X(24).
           05  CRET-OPERATOR           PIC X(01).
           05  CRET-NUMBER-1           PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  CRET-NUMBER-1-SOURCE    PIC X(01).
               88  CRET-NUMBER-1-ACCUM         VALUE "*".
           05  CRET-NUMBER-2           PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  CRET-NUMBER-2-SOURCE    PIC X(01).
               88  CRET-NUMBER-2-RATE          VALUE "R".
           05  CRET-RATE-EFF-DATE      PIC X(08).
           05  CRET-RESULT             PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  CRET-REMAINDER          PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  CRET-STATUS             PIC X(02).
               88  CRET-STATUS-OK              VALUE "OK".
               88  CRET-STATUS-OVERFLOW        VALUE "OF".
               88  CRET-STATUS-ERROR           VALUE "ER".
               88  CRET-STATUS-INVALID         VALUE "IV".
               88  CRET-STATUS-DECLINED        VALUE "DC".
           05  CRET-REASON-CODE        PIC X(02).
           05  CRET-REASON-DESC        PIC X(24).
           05  FILLER                  PIC X(03).

       01  CALC-RET-CONTROL  REDEFINES CALC-RET-RECORD.
           05  CRTC-REC-TYPE           PIC X(01).
           05  CRTC-RUN-DATE           PIC X(08).
           05  CRTC-DEPT-CODE          PIC X(02).
           05  CRTC-BATCH-COUNT        PIC 9(04).
           05  CRTC-ITEM-COUNT         PIC 9(06).
           05  CRTC-HASH-TOTAL         PIC 9(08).
           05  CRTC-PROCESSED-COUNT    PIC 9(06).
           05  CRTC-OK-COUNT           PIC 9(06).
           05  CRTC-ERROR-COUNT        PIC 9(06).
           05  CRTC-OVERFLOW-COUNT     PIC 9(06).
           05  CRTC-DECLINED-COUNT     PIC 9(06).
           05  CRTC-NOT-PROC-COUNT     PIC 9(06).
           05  FILLER                  PIC X(65).
