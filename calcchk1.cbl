       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCCHK1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCCHK1 COMPUTES THE AUDIT-CHAIN CHECK VALUE OF ONE         *
      *  CALCLOG RECORD.  THE VALUE IS A RUNNING REMAINDER OVER THE   *
      *  RECORD BYTES FROM CLOG-RUN-DATE THROUGH CLOG-SEQ-NO, SEEDED  *
      *  WITH THE CHECK VALUE OF THE RECORD WRITTEN BEFORE IT, SO A   *
      *  CHANGE TO ANY BYTE OF A RECORD, OR A RECORD TAKEN OUT OF OR  *
      *  PUT INTO THE CHAIN, CHANGES EVERY CHECK VALUE AFTER IT.  IT  *
      *  IS CALLED BY THE TWO LOG WRITERS (REPASO-3 AND CALCBAT3)     *
      *  BEFORE THE WRITE AND BY CALCVFY1 TO RECOMPUTE THE CHAIN.     *
      *  LIKE CALCOPS1 IT DOES NO DISPLAY OR FILE I/O.                *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - CADENA DE CONTROL DE LA
      *                   BITACORA DE AUDITORIA SOBRE EL REGISTRO DE 156
      *                   BYTES, CON LA TASA USADA (CODIGO Y FECHA
      *                   EFECTIVA) DENTRO DE LA CADENA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *  EACH BYTE IS PLACED BEHIND A LOW-VALUE BYTE SO THE HALFWORD
      *  READS AS ITS CODE POINT (0 - 255).
      *----------------------------------------------------------------
       01  CHK-BYTE-PAIR.
           05  CHK-BYTE-HIGH            PIC X(01)      VALUE LOW-VALUE.
           05  CHK-BYTE-LOW             PIC X(01).
       01  CHK-BYTE-CODE  REDEFINES CHK-BYTE-PAIR
                                        PIC 9(04)      COMP.

       01  CHK-WORK-FIELDS.
           05  CHK-RUNNING              PIC 9(09)      VALUE ZERO.
           05  CHK-PRODUCT              PIC 9(12)      VALUE ZERO.
           05  CHK-QUOTIENT             PIC 9(12)      VALUE ZERO.

       77  CHK-POSITION                 PIC 9(04)      COMP.
       77  CHK-CHAINED-LENGTH           PIC 9(04)      COMP VALUE 147.
       77  CHK-MODULUS                  PIC 9(09)      VALUE 999999937.

       LINKAGE SECTION.
       01  CHK-LOG-IMAGE                PIC X(156).
       01  CHK-PRIOR-CHECK              PIC 9(09).
       01  CHK-NEW-CHECK                PIC 9(09).

       PROCEDURE DIVISION USING CHK-LOG-IMAGE CHK-PRIOR-CHECK
                                CHK-NEW-CHECK.

       0000-CALCCHK1-MAIN.
           MOVE CHK-PRIOR-CHECK TO CHK-RUNNING
           PERFORM 1000-ADD-ONE-BYTE
               VARYING CHK-POSITION FROM 1 BY 1
               UNTIL CHK-POSITION > CHK-CHAINED-LENGTH
           MOVE CHK-RUNNING TO CHK-NEW-CHECK

           GOBACK.

       1000-ADD-ONE-BYTE.
           MOVE LOW-VALUE TO CHK-BYTE-HIGH
           MOVE CHK-LOG-IMAGE (CHK-POSITION:1) TO CHK-BYTE-LOW
           COMPUTE CHK-PRODUCT = CHK-RUNNING * 256 + CHK-BYTE-CODE + 1
           DIVIDE CHK-PRODUCT BY CHK-MODULUS
               GIVING CHK-QUOTIENT REMAINDER CHK-RUNNING.

       END PROGRAM CALCCHK1.
