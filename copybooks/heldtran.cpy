      *****************************************************************
      *  HELDTRAN.CPY                                                *
      *  HELD-TRANSACTIONS FILE.  CALCEDT1 WRITES ONE RECORD FOR     *
      *  EVERY ITEM WHOSE OPERAND IS ABOVE THE SUPERVISOR-HOLD LIMIT *
      *  (THE DEPARTMENT'S DMST-HOLD-LIMIT, OR THE SHOP-WIDE         *
      *  DEFAULT ON THE HOLDPARM CARD) INSTEAD OF PASSING IT TO THE  *
      *  CLEAN CALCTRAN.  THE FILE IS INDEXED WITH KEY HELD-KEY:     *
      *  THE SUBMISSION SERIAL FROM THE "F" HEADER PLUS THE ORDER    *
      *  THE ITEM WAS HELD IN WITHIN THAT SUBMISSION.                *
      *    HELD-ITEM-NO    POSITION OF THE ITEM WITHIN ITS BATCH,    *
      *                    COUNTING EVERY DATA RECORD BEHIND THE     *
      *                    "H" HEADER.                               *
      *    HELD-STATUS     P = PENDIENTE, A = APROBADO, D = DECLI-   *
      *                    NADO (BOTH SET IN CALCAPR1 WITH THE       *
      *                    SUPERVISOR AND DATE/TIME), E = ENVEJECIDO *
      *                    (LEFT PENDING PAST THE HOLDPARM AGE LIMIT *
      *                    AND AGED OFF BY CALCRCY1).                *
      *    HELD-RELEASE-DATE  NIGHT CALCRCY1 FED A DECIDED ITEM BACK *
      *                    INTO THE RUN, OR AGED A PENDING ONE OFF;  *
      *                    BLANK WHILE THE ITEM IS STILL WAITING.    *
      *                    A RERUN OF CALCRCY1 ON THAT SAME DATE     *
      *                    TAKES THE ITEM AGAIN.                     *
      *  RECORDS ARE NEVER DELETED, SO THE FILE IS ALSO THE TRAIL    *
      *  OF EVERY HOLD AND ITS OUTCOME.                              *
      *****************************************************************
       01  HELD-TRAN-RECORD.
           05  HELD-KEY.
               10  HELD-SERIAL         PIC 9(06).
               10  HELD-SEQ            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  HELD-HOLD-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  HELD-DEPT-CODE          PIC X(02).
           05  HELD-BATCH-NO           PIC 9(04).
           05  HELD-ITEM-NO            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  HELD-IMAGE              PIC X(24).
           05  FILLER                  PIC X(01).
           05  HELD-STATUS             PIC X(01).
               88  HELD-STATUS-PENDING         VALUE "P".
               88  HELD-STATUS-APPROVED        VALUE "A".
               88  HELD-STATUS-DECLINED        VALUE "D".
               88  HELD-STATUS-AGED            VALUE "E".
               88  HELD-STATUS-DECIDED         VALUES "A" "D".
           05  FILLER                  PIC X(01).
           05  HELD-DECIDED-BY         PIC X(08).
           05  HELD-DECIDED-DATE       PIC X(08).
           05  HELD-DECIDED-TIME       PIC X(06).
           05  FILLER                  PIC X(01).
           05  HELD-RELEASE-DATE       PIC X(08).
