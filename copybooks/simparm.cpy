      *****************************************************************
      *  SIMPARM.CPY                                                 *
      *  PARAMETER-CARD LAYOUT FOR THE CALCSIM1 RATE-CHANGE IMPACT   *
      *  SIMULATION.  ALL THREE DATES ARE YYYYMMDD.  THE RANGE       *
      *  SELECTS THE LOG RECORDS BY CLOG-RUN-DATE; BLANK DATES OPEN  *
      *  THE RANGE AT THAT END.  THE TARGET DATE IS THE DATE THE     *
      *  RATES ARE RESOLVED FOR (USUALLY THE EFFECTIVE DATE OF THE   *
      *  CHANGE LOADED IN CALCPRM2) AND MUST BE GIVEN.               *
      *****************************************************************
       01  SIM-PARM-RECORD.
           05  SPRM-DATE-FROM          PIC X(08).
           05  FILLER                  PIC X(01).
           05  SPRM-DATE-TO            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SPRM-TARGET-DATE        PIC X(08).
