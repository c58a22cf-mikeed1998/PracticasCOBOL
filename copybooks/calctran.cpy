      *  HASH RULES ARE UNCHANGED.  RECYCLED BATCH HEADERS CARRY      *
      *  THE SAME COUNT IN THE FILLER BYTE OF THEIR LAYOUT, SO A      *
      *  HEADER THAT KEEPS REJECTING AGES OFF THE SAME WAY.           *
      *                                                               *
      *  A "V" APPROVAL STAMP (SEE CALC-TRAN-APPROVAL BELOW) IS       *
      *  WRITTEN ONLY BY CALCRCY1, IMMEDIATELY AHEAD OF AN ITEM THAT  *
      *  CALCEDT1 HELD FOR SUPERVISOR APPROVAL AND THAT HAS SINCE     *
      *  BEEN DECIDED IN CALCAPR1.  IT CARRIES THE DECISION (A =      *
      *  APROBADO, D = DECLINADO), WHO DECIDED AND WHEN.  CALCEDT1    *
      *  DOES NOT HOLD THE ITEM BEHIND A STAMP A SECOND TIME, AND     *
      *  CALCBAT3 COPIES THE STAMP TO THE ITEM'S AUDIT-LOG RECORD;    *
      *  A DECLINED ITEM IS LOGGED WITHOUT BEING CALCULATED.  LIKE    *
      *  THE HEADERS IT IS A CONTROL RECORD, OUTSIDE THE TRAILER      *
      *  COUNT AND THE HASH.  A STAMP ARRIVING IN A DEPARTMENT'S OWN  *
      *  SUBMISSION OR ON A CORRECTION CARD IS NEVER HONOURED.        *
      *                                                               *
      *  THE ITEM POSITION OF A DATA RECORD IS ITS PLACE AMONG THE    *
      *  DATA RECORDS BEHIND ITS "H" HEADER, AS THE DEPARTMENT        *
      *  SUBMITTED THEM.  A HEADER MAY CARRY A STARTING POSITION IN   *
      *  CTRAN-BHDR-ITEM-BASE (BLANK OR ZERO = COUNT FROM ONE): THE   *
      *  FIRST ITEM BEHIND IT IS BASE + 1.  CALCRCY1 USES IT TO PUT   *
      *  A RELEASED HELD ITEM BACK AT ITS ORIGINAL POSITION, AND      *
      *  CALCEDT1 REPEATS THE HEADER OF THE BATCH IN FORCE WITH A     *
      *  BASE WHENEVER A REJECTED OR HELD ITEM LEAVES A GAP IN THE    *
      *  CLEAN FILE, SO CALCBAT3 LOGS EVERY ITEM UNDER THE POSITION   *
      *  THE DEPARTMENT KNOWS IT BY.                                  *
      *                                                               *
      *  AN "X" REVERSAL RECORD (SEE CALC-TRAN-REVERSAL BELOW) BACKS  *
      *  OUT AN OPERATION ALREADY ON THE AUDIT LOG.  IT NAMES THE     *
      *  ORIGINAL BY RUN DATE, DEPARTMENT, BATCH AND ITEM POSITION;   *
      *  CALCBAT3 FINDS IT IN CALCLOG OR CALCHIST AND LOGS AN         *
      *  OFFSETTING ENTRY CARRYING THE REFERENCE.  IT IS A DATA       *
      *  RECORD FOR THE TRAILER COUNT AND THE ITEM POSITION, BUT IT   *
      *  HAS NO OPERANDS AND FEEDS NOTHING TO THE HASH.  A DEPARTMENT *
      *  MAY ONLY REVERSE ITS OWN OPERATIONS.                         *
      *****************************************************************
       01  CALC-TRAN-RECORD.
           05  CTRAN-OPERATOR          PIC X(01).
               88  CTRAN-TYPE-TRAILER          VALUE "T".
               88  CTRAN-TYPE-BATCH-HDR        VALUE "H".
               88  CTRAN-TYPE-FILE-HDR         VALUE "F".
               88  CTRAN-TYPE-APPROVAL         VALUE "V".
               88  CTRAN-TYPE-REVERSAL         VALUE "X".
           05  CTRAN-NUMBER-1          PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  CTRAN-NUMBER-2          PIC S9(7)V99
           05  CTRAN-BHDR-ID           PIC X(01).
           05  CTRAN-BHDR-DEPT-CODE    PIC X(02).
           05  CTRAN-BHDR-BATCH-NO     PIC 9(04).
           05  CTRAN-BHDR-ITEM-BASE    PIC 9(04).
           05  FILLER                  PIC X(13).

       01  CALC-TRAN-FILE-HDR  REDEFINES CALC-TRAN-RECORD.
           05  CTRAN-FHDR-ID           PIC X(01).
           05  CTRAN-FHDR-SERIAL       PIC 9(06).
           05  CTRAN-FHDR-DATE         PIC X(08).
           05  FILLER                  PIC X(09).

       01  CALC-TRAN-APPROVAL  REDEFINES CALC-TRAN-RECORD.
           05  CTRAN-APRV-ID           PIC X(01).
           05  CTRAN-APRV-DECISION     PIC X(01).
               88  CTRAN-APRV-APPROVED         VALUE "A".
               88  CTRAN-APRV-DECLINED         VALUE "D".
           05  CTRAN-APRV-USER         PIC X(08).
           05  CTRAN-APRV-DATE         PIC X(08).
           05  CTRAN-APRV-TIME         PIC X(06).

       01  CALC-TRAN-REVERSAL  REDEFINES CALC-TRAN-RECORD.
           05  CTRAN-RVSL-ID           PIC X(01).
           05  CTRAN-RVSL-RUN-DATE     PIC X(08).
           05  CTRAN-RVSL-DEPT-CODE    PIC X(02).
           05  CTRAN-RVSL-BATCH-NO     PIC 9(04).
           05  CTRAN-RVSL-ITEM-NO      PIC 9(04).
           05  FILLER                  PIC X(05).
