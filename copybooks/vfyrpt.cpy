      *****************************************************************
      *  VFYRPT.CPY                                                  *
      *  PRINT-LINE LAYOUTS FOR THE CALCVFY1 AUDIT-LOG INTEGRITY     *
      *  REPORT OVER THE CALCHIST ARCHIVE PLUS THE CURRENT CALCLOG.  *
      *  VFY-RPT-RECORD IS THE PHYSICAL PRINT LINE; THE REDEFINES    *
      *  BELOW ARE THE ALTERNATE VIEWS USED TO BUILD THE PAGE        *
      *  HEADING, ONE LINE PER EXCEPTION FOUND IN THE CHAIN (FILE,   *
      *  RECORD POSITION IN THE FILE, SEQUENCE, DATE, TIME, WHAT IS  *
      *  WRONG AND A FIGURE THAT GOES WITH IT), THE TWO LINES PER    *
      *  PERIOD SUMMARY CHECKED AGAINST THE ARCHIVED DETAIL, AND THE *
      *  CONTROL LINES AT THE END.                                   *
      *****************************************************************
       01  VFY-RPT-RECORD.
           05  VFY-RPT-LINE                PIC X(80).

       01  VFY-RPT-HEADER-1  REDEFINES VFY-RPT-RECORD.
           05  VFH1-TITLE                  PIC X(40)
                   VALUE "VERIFICACION DE LA BITACORA".
           05  VFH1-LIT-FECHA              PIC X(07)
                   VALUE "FECHA: ".
           05  VFH1-RUN-DATE               PIC X(10).
           05  VFH1-LIT-PAGINA             PIC X(08)
                   VALUE "  PAGINA".
           05  VFH1-PAGE-NO                PIC ZZZ9.
           05  FILLER                      PIC X(11).

       01  VFY-RPT-EXCEPTION  REDEFINES VFY-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  VFE-FILE-NAME               PIC X(08).
           05  FILLER                      PIC X(01).
           05  VFE-RECORD-NO               PIC ZZZZZ9.
           05  FILLER                      PIC X(01).
           05  VFE-SEQ-NO                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01).
           05  VFE-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(01).
           05  VFE-RUN-TIME                PIC X(08).
           05  FILLER                      PIC X(01).
           05  VFE-DESCRIPTION             PIC X(26).
           05  VFE-FIGURE                  PIC ZZZZZZZZ9.

       01  VFY-RPT-SUMMARY-1  REDEFINES VFY-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  VFS1-SOURCE                 PIC X(01).
           05  FILLER                      PIC X(01).
           05  VFS1-PERIOD-START           PIC X(08).
           05  VFS1-LIT-A                  PIC X(03)
                   VALUE " A ".
           05  VFS1-PERIOD-END             PIC X(08).
           05  VFS1-LIT-OPER               PIC X(08)
                   VALUE "  OPER: ".
           05  VFS1-OPER-SUMMARY           PIC ZZZZZ9.
           05  VFS1-LIT-VS-1               PIC X(03)
                   VALUE " / ".
           05  VFS1-OPER-DETAIL            PIC ZZZZZ9.
           05  VFS1-LIT-ERR                PIC X(07)
                   VALUE "  ERR: ".
           05  VFS1-ERROR-SUMMARY          PIC ZZZZZ9.
           05  VFS1-LIT-VS-2               PIC X(03)
                   VALUE " / ".
           05  VFS1-ERROR-DETAIL           PIC ZZZZZ9.
           05  FILLER                      PIC X(01).
           05  VFS1-VERDICT                PIC X(10).
           05  FILLER                      PIC X(02).

       01  VFY-RPT-SUMMARY-2  REDEFINES VFY-RPT-RECORD.
           05  FILLER                      PIC X(22).
           05  VFS2-LIT-VALOR              PIC X(08)
                   VALUE "VALOR: ".
           05  VFS2-VALUE-SUMMARY          PIC -(11)9.99.
           05  VFS2-LIT-VS                 PIC X(03)
                   VALUE " / ".
           05  VFS2-VALUE-DETAIL           PIC -(11)9.99.
           05  FILLER                      PIC X(15).

       01  VFY-RPT-CONTROL  REDEFINES VFY-RPT-RECORD.
           05  VFC-MARK                    PIC X(02).
           05  VFC-LABEL                   PIC X(40).
           05  VFC-VALUE                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(29).
