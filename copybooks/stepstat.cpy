      *****************************************************************
      *  STEPSTAT.CPY                                                *
      *  NIGHTLY STEP-STATISTICS RECORD.  CALCRCY1, CALCEDT1,        *
      *  CALCBAT3 AND CALCRCN1 EACH APPEND ONE RECORD AT THE END OF  *
      *  THEIR RUN WITH THE CONTROL FIGURES THEY ALREADY DISPLAY,    *
      *  THE CONDITION CODE THEY ENDED WITH AND WHETHER THEIR OWN    *
      *  CONTROL TOTALS BALANCED.  CALCMOR1 READS THE NIGHT'S FILE,  *
      *  CROSS-FOOTS THE STEPS AGAINST EACH OTHER AND PRINTS THE     *
      *  MORNING-AFTER OPERATIONS PAGE.                              *
      *  SSTA-FIGURE IS THE COMMON VIEW; EACH STEP NAMES ITS OWN     *
      *  SLOTS IN ITS REDEFINES BELOW.  UNUSED SLOTS ARE ZERO.       *
      *    SSTA-BALANCE  Y = EN BALANCE  N = FUERA  S = SIN CIERRE   *
      *****************************************************************
       01  STEP-STAT-RECORD.
           05  SSTA-RUN-DATE           PIC X(08).
           05  SSTA-RUN-TIME           PIC X(08).
           05  SSTA-PROGRAM            PIC X(08).
               88  SSTA-FROM-CALCRCY1          VALUE "CALCRCY1".
               88  SSTA-FROM-CALCEDT1          VALUE "CALCEDT1".
               88  SSTA-FROM-CALCBAT3          VALUE "CALCBAT3".
               88  SSTA-FROM-CALCRCN1          VALUE "CALCRCN1".
           05  SSTA-CONDITION-CODE     PIC 9(02).
           05  SSTA-BALANCE            PIC X(01).
               88  SSTA-IN-BALANCE             VALUE "Y".
               88  SSTA-OUT-OF-BALANCE         VALUE "N".
               88  SSTA-NO-TRAILER             VALUE "S".
           05  SSTA-FIGURES.
               10  SSTA-FIGURE         PIC 9(06)
                                        OCCURS 10 TIMES.
           05  SSTA-RCY-FIGURES  REDEFINES SSTA-FIGURES.
               10  SRCY-REJECTS-READ   PIC 9(06).
               10  SRCY-RECYCLED       PIC 9(06).
               10  SRCY-ITEMS-RECYCLED PIC 9(06).
               10  SRCY-DROPPED        PIC 9(06).
               10  SRCY-AGED           PIC 9(06).
               10  SRCY-NEW-READ       PIC 9(06).
               10  SRCY-EXPECTED       PIC 9(06).
               10  SRCY-HELD-RELEASED  PIC 9(06).
               10  SRCY-HELD-AGED      PIC 9(06).
               10  SRCY-MERGED         PIC 9(06).
           05  SSTA-EDT-FIGURES  REDEFINES SSTA-FIGURES.
               10  SEDT-READ           PIC 9(06).
               10  SEDT-CLEAN          PIC 9(06).
               10  SEDT-ITEMS-REJECTED PIC 9(06).
               10  SEDT-HELD           PIC 9(06).
               10  SEDT-REJECTS-WRITTEN
                                       PIC 9(06).
               10  SEDT-EXPECTED       PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
           05  SSTA-BAT-FIGURES  REDEFINES SSTA-FIGURES.
               10  SBAT-TRAN-COUNT     PIC 9(06).
               10  SBAT-EXPECTED       PIC 9(06).
               10  SBAT-LOGGED         PIC 9(06).
               10  SBAT-CLEARS         PIC 9(06).
               10  SBAT-ERRORS         PIC 9(06).
               10  SBAT-OVERFLOWS      PIC 9(06).
               10  SBAT-DECLINED       PIC 9(06).
               10  SBAT-REVERSALS      PIC 9(06).
               10  SBAT-REV-REFUSED    PIC 9(06).
               10  FILLER              PIC 9(06).
           05  SSTA-RCN-FIGURES  REDEFINES SSTA-FIGURES.
               10  SRCN-RPT-LINES      PIC 9(06).
               10  SRCN-LOG-RECORDS    PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
               10  FILLER              PIC 9(06).
           05  SSTA-RCN-DATE           PIC X(08).
           05  FILLER                  PIC X(05).
