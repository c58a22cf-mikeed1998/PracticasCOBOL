      *****************************************************************
      *  DEPTMAST.CPY                                                *
      *  DEPARTMENT MASTER RECORD.  THE FILE IS INDEXED WITH KEY     *
      *  DMST-DEPT-CODE, THE SAME TWO-BYTE CODE THE SUBMITTING       *
      *  DEPARTMENT PUTS ON ITS "H" BATCH HEADER.  CALCEDT1 LOADS    *
      *  THE WHOLE FILE AT INITIALIZATION AND REJECTS A HEADER FOR   *
      *  AN UNKNOWN OR CLOSED DEPARTMENT, A DATA RECORD WHOSE        *
      *  OPERATOR IS NOT IN THE DEPARTMENT'S ALLOWED LIST, AND THE   *
      *  DEPARTMENT'S RECORDS ONCE ITS DAILY CEILING IS REACHED.     *
      *    DMST-STATUS         A = ACTIVA, C = CERRADA.  A CLOSED    *
      *                        DEPARTMENT STAYS ON FILE SO CALCINQ1  *
      *                        CAN STILL NAME IT IN OLD LOG TOTALS.  *
      *    DMST-ALLOWED-OPERS  THE CALCOPS1 OPERATOR CODES (A S M D  *
      *                        P R B E) THE DEPARTMENT MAY SUBMIT,   *
      *                        IN ANY ORDER, BLANK-FILLED.  THE "C"  *
      *                        CLEAR RECORD IS NOT AN OPERATION AND  *
      *                        IS NEVER CHECKED AGAINST THE LIST.    *
      *    DMST-DAILY-LIMIT    MAXIMUM DATA RECORDS ACCEPTED FOR THE *
      *                        DEPARTMENT IN ONE NIGHT'S RUN; ZERO   *
      *                        MEANS NO CEILING.                     *
      *    DMST-HOLD-LIMIT     OPERAND VALUE ABOVE WHICH CALCEDT1    *
      *                        HOLDS AN ITEM FOR SUPERVISOR APPROVAL *
      *                        INSTEAD OF PASSING IT TO CALCBAT3;    *
      *                        ZERO MEANS THE SHOP-WIDE DEFAULT FROM *
      *                        THE HOLDPARM CARD.                    *
      *  THE RECYCLE BATCH "RC" THAT CALCRCY1 OPENS IN FRONT OF THE  *
      *  RECYCLED REJECTS IS EDITED LIKE ANY OTHER BATCH AND MUST    *
      *  BE ON THE MASTER.  MAINTENANCE IS DONE IN CALCPRM3.         *
      *****************************************************************
       01  DEPT-MAST-RECORD.
           05  DMST-DEPT-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  DMST-DEPT-NAME          PIC X(20).
           05  FILLER                  PIC X(01).
           05  DMST-STATUS             PIC X(01).
               88  DMST-STATUS-ACTIVE          VALUE "A".
               88  DMST-STATUS-CLOSED          VALUE "C".
               88  DMST-STATUS-VALID           VALUES "A" "C".
           05  FILLER                  PIC X(01).
           05  DMST-ALLOWED-OPERS      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DMST-DAILY-LIMIT        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DMST-HOLD-LIMIT         PIC 9(7)V99.
