      *****************************************************************
      *  HOLDPARM.CPY                                                *
      *  SUPERVISOR-HOLD CONTROL CARD, READ BY CALCEDT1 AND CALCRCY1 *
      *  IN THE NIGHTLY JOB.                                         *
      *    HPRM-DEFAULT-LIMIT  SHOP-WIDE HOLD LIMIT (9999999V99, NO  *
      *                        DECIMAL POINT KEYED) FOR EVERY        *
      *                        DEPARTMENT WHOSE MASTER RECORD LEAVES *
      *                        DMST-HOLD-LIMIT AT ZERO.  AN ITEM     *
      *                        WITH EITHER OPERAND ABOVE THE LIMIT,  *
      *                        POSITIVE OR NEGATIVE, IS HELD.        *
      *    HPRM-AGE-DAYS       DAYS A HELD ITEM MAY WAIT UNDECIDED   *
      *                        BEFORE CALCRCY1 AGES IT OFF.          *
      *  A MISSING CARD OR A NON-NUMERIC FIELD LEAVES THE PROGRAM'S  *
      *  BUILT-IN DEFAULT IN FORCE.                                  *
      *****************************************************************
       01  HOLD-PARM-RECORD.
           05  HPRM-DEFAULT-LIMIT      PIC 9(7)V99.
           05  FILLER                  PIC X(01).
           05  HPRM-AGE-DAYS           PIC 9(03).
