               88  CLOG-STATUS-OVERFLOW        VALUE "OF".
               88  CLOG-STATUS-ERROR           VALUE "ER".
               88  CLOG-STATUS-INVALID         VALUE "IV".
               88  CLOG-STATUS-DECLINED        VALUE "DC".
      *  DEPARTMENT CODE FROM THE CALCTRAN BATCH HEADER IN FORCE
      *  WHEN THE BATCH RECORD WAS PROCESSED; SPACES ON INTERACTIVE
      *  RECORDS AND ON LOG RECORDS WRITTEN BEFORE THE BATCH
      *  BATCH RECORDS AND ON LOG RECORDS WRITTEN BEFORE THE
      *  SIGN-ON EXISTED.
           05  CLOG-USER-ID            PIC X(08).
      *  SUPERVISOR DECISION ON A BATCH ITEM THAT CALCEDT1 HELD FOR
      *  APPROVAL: A = APROBADO (CALCULATED NORMALLY), D = DECLINADO
      *  (LOGGED WITH STATUS "DC" AND NOT CALCULATED), WITH THE
      *  SUPERVISOR AND THE DATE AND TIME (HHMMSS) OF THE DECISION
      *  TAKEN IN CALCAPR1.  SPACES ON EVERY RECORD THAT WAS NEVER
      *  HELD.
           05  CLOG-HOLD-DECISION      PIC X(01).
               88  CLOG-HOLD-APPROVED          VALUE "A".
               88  CLOG-HOLD-DECLINED          VALUE "D".
           05  CLOG-DECIDED-BY         PIC X(08).
           05  CLOG-DECIDED-DATE       PIC X(08).
           05  CLOG-DECIDED-TIME       PIC X(06).
      *  BATCH NUMBER AND ITEM POSITION OF THE BATCH RECORD WITHIN
      *  ITS DEPARTMENT'S BATCH; WITH THE RUN DATE AND DEPARTMENT
      *  THEY ARE THE KEY A REVERSAL NAMES ITS ORIGINAL BY.  SPACES
      *  ON INTERACTIVE RECORDS AND ON OLDER LOG RECORDS.
           05  CLOG-BATCH-NO           PIC 9(04).
           05  CLOG-ITEM-NO            PIC 9(04).
      *  REVERSALS.  "R" MARKS THE OFFSETTING ENTRY CALCBAT3 WRITES
      *  FOR AN "X" REVERSAL RECORD: SAME OPERATOR AND OPERANDS AS
      *  THE ORIGINAL, RESULT AND REMAINDER WITH THE SIGN TURNED,
      *  AND CLOG-REV-REF POINTING BACK AT THE ORIGINAL.  "X" MARKS
      *  A REVERSAL CALCBAT3 REFUSED (STATUS "IV"), WITH THE
      *  REFERENCE AS SUBMITTED AND THE CALCREJ REASON CODE IN
      *  CLOG-REV-REASON.  THE ORIGINAL ITSELF IS NEVER REWRITTEN;
      *  IT IS KNOWN TO BE REVERSED BY THE "R" ENTRY NAMING IT.
           05  CLOG-REVERSAL-MARK      PIC X(01).
               88  CLOG-REVERSING              VALUE "R".
               88  CLOG-REVERSAL-REFUSED       VALUE "X".
           05  CLOG-REV-REF.
               10  CLOG-REV-RUN-DATE   PIC X(08).
               10  CLOG-REV-DEPT-CODE  PIC X(02).
               10  CLOG-REV-BATCH-NO   PIC 9(04).
               10  CLOG-REV-ITEM-NO    PIC 9(04).
           05  CLOG-REV-REASON         PIC X(02).
      *  RATE USED.  ON A BATCH RECORD WHOSE SECOND OPERAND CAME FROM
      *  A RATE CODE, THE CODE AND THE EFFECTIVE DATE OF THE RATEMAST
      *  RECORD THAT WAS IN FORCE; CLOG-NUMBER-2 IS THE RATE ITSELF.
      *  A CODE THAT RESOLVED TO NOTHING (STATUS "IV") OR AN ITEM
      *  DECLINED BEFORE IT WAS RESOLVED KEEPS THE CODE WITH A BLANK
      *  DATE.  AN "R" OFFSET CARRIES THE RATE OF ITS ORIGINAL.
      *  SPACES ON EVERY OTHER RECORD.
           05  CLOG-RATE-CODE          PIC X(04).
           05  CLOG-RATE-EFF-DATE      PIC X(08).
      *  AUDIT CHAIN.  EVERY DETAIL RECORD TAKES THE NEXT NUMBER OF
      *  ONE SEQUENCE SHARED BY REPASO-3 AND CALCBAT3 (THE LAST ONE
      *  USED IS KEPT IN LOGCTL) AND A CHECK VALUE THAT CALCCHK1
      *  COMPUTES OVER THE RECORD UP TO AND INCLUDING CLOG-SEQ-NO,
      *  STARTING FROM THE CHECK VALUE OF THE RECORD BEFORE IT.
      *  CALCVFY1 RECOMPUTES THE CHAIN OVER CALCHIST AND CALCLOG.
      *  SPACES ON PERIOD SUMMARIES AND ON RECORDS WRITTEN BEFORE
      *  THE CHAIN EXISTED.
           05  CLOG-SEQ-NO             PIC 9(09).
           05  CLOG-CHECK-VALUE        PIC 9(09).

       01  CALC-LOG-SUMMARY  REDEFINES CALC-LOG-RECORD.
           05  CSUM-PERIOD-START       PIC X(08).
           05  CSUM-ERROR-COUNT        PIC 9(06).
           05  CSUM-VALUE-TOTAL        PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(112).
