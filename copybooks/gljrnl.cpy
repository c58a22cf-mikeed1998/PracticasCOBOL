      *****************************************************************
      *  GLJRNL.CPY                                                  *
      *  GENERAL-LEDGER JOURNAL INTERFACE RECORD WRITTEN BY CALCGLJ1 *
      *  FOR THE NIGHTLY GL LOAD.  ONE "H" HEADER, THEN ONE BALANCED *
      *  ENTRY PER DEPARTMENT AND ACCOUNT PAIR - A "D" DETAIL LINE   *
      *  FOR THE DEBIT AND ONE FOR THE CREDIT, SAME ENTRY NUMBER AND *
      *  SAME AMOUNT - AND ONE "T" TRAILER WITH THE ENTRY COUNT, THE *
      *  LINE COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH ARE EQUAL *
      *  ON EVERY JOURNAL THE GL MAY LOAD.  AMOUNTS ARE UNSIGNED;    *
      *  THE SIDE IS IN GLJD-DEBIT-CREDIT.                           *
      *****************************************************************
       01  GL-JRNL-RECORD.
           05  GLJ-RECORD-TYPE         PIC X(01).
               88  GLJ-TYPE-HEADER             VALUE "H".
               88  GLJ-TYPE-DETAIL             VALUE "D".
               88  GLJ-TYPE-TRAILER            VALUE "T".
           05  FILLER                  PIC X(79).

       01  GL-JRNL-HEADER  REDEFINES GL-JRNL-RECORD.
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLJH-SOURCE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  GLJH-JOURNAL-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  GLJH-CREATED-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  GLJH-CREATED-TIME       PIC X(06).
           05  FILLER                  PIC X(01).
           05  GLJH-DESCRIPTION        PIC X(30).
           05  FILLER                  PIC X(14).

       01  GL-JRNL-DETAIL  REDEFINES GL-JRNL-RECORD.
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLJD-ENTRY-NO           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  GLJD-DEPT-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  GLJD-ACCOUNT            PIC X(10).
           05  FILLER                  PIC X(01).
           05  GLJD-DEBIT-CREDIT       PIC X(01).
               88  GLJD-DEBIT                  VALUE "D".
               88  GLJD-CREDIT                 VALUE "C".
           05  FILLER                  PIC X(01).
           05  GLJD-AMOUNT             PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  GLJD-ITEM-COUNT         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GLJD-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X(15).

       01  GL-JRNL-TRAILER  REDEFINES GL-JRNL-RECORD.
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLJT-ENTRY-COUNT        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GLJT-LINE-COUNT         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GLJT-DEBIT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(01).
           05  GLJT-CREDIT-TOTAL       PIC 9(13)V99.
           05  FILLER                  PIC X(33).
