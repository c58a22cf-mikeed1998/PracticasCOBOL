      *****************************************************************
      *  GLMAP.CPY                                                   *
      *  GENERAL-LEDGER ACCOUNT MAPPING RECORD.  THE FILE IS INDEXED *
      *  WITH KEY GLMP-KEY: THE DEPARTMENT CODE OF THE BATCH HEADER  *
      *  PLUS THE CALCOPS1 OPERATOR CODE OF THE LOGGED OPERATION.    *
      *  CALCGLJ1 POSTS THE RESULT OF EVERY "OK" BATCH RECORD OF THE *
      *  NIGHT AS A DEBIT TO GLMP-DEBIT-ACCOUNT AND A CREDIT TO      *
      *  GLMP-CREDIT-ACCOUNT; A NEGATIVE RESULT (A SUBTRACTION BELOW *
      *  ZERO, A REVERSAL OFFSET) POSTS THE OTHER WAY ROUND.  A KEY  *
      *  NOT ON FILE, OR A RECORD WITH EITHER ACCOUNT BLANK, SENDS   *
      *  THE OPERATION TO SUSPENSE INSTEAD OF THE JOURNAL.           *
      *  MAINTENANCE IS DONE IN CALCPRM4.                            *
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GLMP-KEY.
               10  GLMP-DEPT-CODE      PIC X(02).
               10  GLMP-OPERATOR       PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLMP-DEBIT-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(01).
           05  GLMP-CREDIT-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(01).
           05  GLMP-DESCRIPTION        PIC X(20).
