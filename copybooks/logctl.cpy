      *****************************************************************
      *  LOGCTL.CPY                                                   *
      *  AUDIT-CHAIN CONTROL RECORD FOR THE CALCULATOR AUDIT LOG.     *
      *  THE FILE HOLDS ONE RECORD: THE LAST SEQUENCE NUMBER AND      *
      *  CHECK VALUE WRITTEN TO CALCLOG, WITH THE DATE, TIME AND      *
      *  PROGRAM OF THAT WRITE.  REPASO-3 AND CALCBAT3 READ IT TO     *
      *  CONTINUE THE CHAIN AND REWRITE IT AFTER THEY LOG; CALCVFY1   *
      *  CHECKS THAT THE LAST RECORD ON THE LOG AGREES WITH IT, SO A  *
      *  RECORD CUT OFF THE END OF THE LOG DOES NOT GO UNSEEN.  A     *
      *  MISSING OR EMPTY FILE STARTS THE CHAIN AT SEQUENCE 1.        *
      *  ONE WRITER AT A TIME: CALCBAT3 STEP010 AND EVERY REPASO-3    *
      *  SESSION ALLOCATE THE DATASET WITH DISP=OLD, AND REPASO-3     *
      *  RE-READS THE RECORD BEFORE EACH LOG WRITE.                   *
      *****************************************************************
       01  LOG-CTL-RECORD.
           05  LCTL-LAST-SEQ-NO        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  LCTL-LAST-CHECK-VALUE   PIC 9(09).
           05  FILLER                  PIC X(01).
           05  LCTL-LAST-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  LCTL-LAST-TIME          PIC X(08).
           05  FILLER                  PIC X(01).
           05  LCTL-LAST-WRITER        PIC X(08).
