      *****************************************************************
      *  ITERSCH.CPY                                                 *
      *  AMORTIZATION SCHEDULE RECORD HANDED ON BY ITERBAT1.  EVERY  *
      *  "I" REQUEST RUN WRITES ONE DETAIL (ISCH-) PER PERIOD AND    *
      *  CLOSES WITH A TOTALS RECORD (ISCT-), THE SAME FIGURES AS    *
      *  THE PRINTED SCHEDULE ON ITERRPT.  EACH RECORD CARRIES THE   *
      *  SCHEDULE NAME, THE RUN DATE AND THE RATEMAST RATE IN FORCE  *
      *  (CODE, EFFECTIVE DATE AND PERCENT PER PERIOD) SO A          *
      *  RECEIVER CAN TELL TWO RUNS OF THE SAME SCHEDULE APART.      *
      *****************************************************************
       01  ITER-SCH-RECORD.
           05  ISCH-REC-TYPE           PIC X(01).
               88  ISCH-TYPE-DETAIL            VALUE "D".
               88  ISCH-TYPE-TOTAL             VALUE "T".
           05  ISCH-SCHEDULE-NAME      PIC X(10).
           05  ISCH-RUN-DATE           PIC X(08).
           05  ISCH-RATE-CODE          PIC X(04).
           05  ISCH-RATE-EFF-DATE      PIC X(08).
           05  ISCH-RATE-VALUE         PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCH-PERIOD             PIC 9(03).
           05  ISCH-OPENING            PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCH-INTEREST           PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCH-PAYMENT            PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCH-PRINCIPAL-PART     PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCH-CLOSING            PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.

       01  ITER-SCH-TOTAL  REDEFINES ITER-SCH-RECORD.
           05  ISCT-REC-TYPE           PIC X(01).
           05  ISCT-SCHEDULE-NAME      PIC X(10).
           05  ISCT-RUN-DATE           PIC X(08).
           05  ISCT-RATE-CODE          PIC X(04).
           05  ISCT-RATE-EFF-DATE      PIC X(08).
           05  ISCT-RATE-VALUE         PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCT-PERIOD-COUNT       PIC 9(03).
           05  ISCT-PRINCIPAL          PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCT-TOTAL-INTEREST     PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  ISCT-TOTAL-PAID         PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(20).
