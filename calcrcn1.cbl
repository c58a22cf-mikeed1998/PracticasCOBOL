      *  ----------  ---  ---------------------------------------------
      *  2026-08-22  JHM  ORIGINAL VERSION - CALCRPT VS CALCLOG
      *                   RECONCILIATION FOR THE NIGHTLY RUN.
      *  2026-10-15  JHM  CIFRAS DEL PASO AL ARCHIVO STEPSTAT PARA EL
      *                   REPORTE DE OPERACIONES (CALCMOR1).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RCN-PARM-FILE   ASSIGN TO "RCNPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RPRM-FILE-STATUS.
           SELECT STEP-STAT-FILE  ASSIGN TO "STEPSTAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS STAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RCN-PARM-RECORD.
           05  RPRM-DATE               PIC X(08).

       FD  STEP-STAT-FILE
           RECORDING MODE IS F.
           COPY "stepstat.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
       01  RCN-DATE                  PIC X(08).

       01  CURRENT-DATE              PIC 9(08).
       01  CURRENT-TIME              PIC 9(08).

       01  RPT-FILE-STATUS           PIC X(02).
           88  RPT-FILE-NOT-FOUND        VALUE "35".
       01  RPRM-FILE-STATUS          PIC X(02).
           88  RPRM-FILE-NOT-FOUND       VALUE "35".

       01  STAT-FILE-STATUS          PIC X(02).
           88  STAT-FILE-NOT-FOUND       VALUE "35".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ELSE
               DISPLAY "CALCRCN1 - CONCILIACION FUERA DE BALANCE."
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3100-WRITE-STEP-STATS.

       3100-WRITE-STEP-STATS.
           ACCEPT CURRENT-TIME FROM TIME
           OPEN EXTEND STEP-STAT-FILE
           IF STAT-FILE-NOT-FOUND
               OPEN OUTPUT STEP-STAT-FILE
           END-IF
           MOVE SPACE              TO STEP-STAT-RECORD
           MOVE ZERO               TO SSTA-FIGURES
           MOVE CURRENT-DATE       TO SSTA-RUN-DATE
           MOVE CURRENT-TIME       TO SSTA-RUN-TIME
           SET SSTA-FROM-CALCRCN1  TO TRUE
           MOVE RETURN-CODE        TO SSTA-CONDITION-CODE
           IF RPT-DETAIL-COUNT = LOG-BATCH-COUNT
               SET SSTA-IN-BALANCE TO TRUE
           ELSE
               SET SSTA-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE RPT-DETAIL-COUNT   TO SRCN-RPT-LINES
           MOVE LOG-BATCH-COUNT    TO SRCN-LOG-RECORDS
           MOVE RCN-DATE           TO SSTA-RCN-DATE
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.

       END PROGRAM CALCRCN1.
