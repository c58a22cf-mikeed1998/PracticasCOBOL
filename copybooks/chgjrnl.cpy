      *****************************************************************
      *  CHGJRNL.CPY                                                 *
      *  CHANGE JOURNAL RECORD.  ONE RECORD IS APPENDED FOR EVERY    *
      *  ADD, CHANGE AND DELETE MADE TO A CONTROL FILE:              *
      *    CALCPARM  BY CALCPRM1 (KEY = CPARM-NAME)                  *
      *    RATEMAST  BY CALCPRM2 (KEY = RATE CODE + EFFECTIVE DATE)  *
      *    USERAUTH  BY CALCUSR1 AHEAD OF THE USERLOAD RELOAD        *
      *              (KEY = UAUTH-USER-ID)                           *
      *  CJRN-USER-ID IS THE USERAUTH USER SIGNED ON TO THE SESSION  *
      *  (FOR A USERAUTH RELOAD, THE USER NAMED ON THE USRPARM CARD).*
      *  THE BEFORE IMAGE IS BLANK ON AN ADD AND THE AFTER IMAGE IS  *
      *  BLANK ON A DELETE.  CALCJRN1 PRINTS THE WEEKLY REVIEW.      *
      *****************************************************************
       01  CHG-JRNL-RECORD.
           05  CJRN-FILE-ID            PIC X(08).
               88  CJRN-FILE-CALCPARM          VALUE "CALCPARM".
               88  CJRN-FILE-RATEMAST          VALUE "RATEMAST".
               88  CJRN-FILE-USERAUTH          VALUE "USERAUTH".
           05  FILLER                  PIC X(01).
           05  CJRN-RECORD-KEY         PIC X(20).
           05  FILLER                  PIC X(01).
           05  CJRN-ACTION             PIC X(01).
               88  CJRN-ACTION-ADD             VALUE "A".
               88  CJRN-ACTION-CHANGE          VALUE "C".
               88  CJRN-ACTION-DELETE          VALUE "D".
           05  FILLER                  PIC X(01).
           05  CJRN-USER-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CJRN-CHANGE-DATE        PIC X(08).
           05  CJRN-CHANGE-TIME        PIC X(08).
           05  FILLER                  PIC X(01).
           05  CJRN-PROGRAM-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  CJRN-BEFORE-IMAGE       PIC X(60).
           05  CJRN-AFTER-IMAGE        PIC X(60).
