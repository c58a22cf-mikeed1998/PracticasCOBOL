      *                   LOS CAMPOS AMPLIADOS (74 BYTES); LOS
      *                   ARCHIVOS DE SALIDA Y LOS TOTALES DE
      *                   PERIODO SE AJUSTAN.
      *  2026-10-15  JHM  LA BITACORA CRECE A 156 BYTES CON LA DECISION
      *                   DE SUPERVISOR DE LOS ITEMS RETENIDOS, EL LOTE,
      *                   LA POSICION Y LA REFERENCIA DE REVERSO, EL
      *                   CODIGO Y LA FECHA EFECTIVA DE LA TASA USADA, Y
      *                   LA SECUENCIA Y EL VALOR DE CONTROL DE
      *                   AUDITORIA.  EL HISTORICO Y LA BITACORA
      *                   RECORTADA SE AJUSTAN; EL DETALLE PASA AL
      *                   HISTORICO TAL COMO ESTA PARA QUE CALCVFY1
      *                   PUEDA RECORRER LA CADENA, Y LOS RESUMENES DE
      *                   PERIODO NO LLEVAN SECUENCIA.  UN ITEM
      *                   DECLINADO ("DC") CUENTA COMO NO OK Y LA
      *                   CONTRAPARTIDA DE UN REVERSO SUMA SU RESULTADO
      *                   NEGATIVO AL TOTAL DE VALOR, QUE ASI QUEDA
      *                   NETO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  CALC-HIST-FILE
           RECORDING MODE IS F.
       01  CALC-HIST-RECORD            PIC X(156).

       FD  CALC-NEW-FILE
           RECORDING MODE IS F.
       01  CALC-NEWLOG-RECORD          PIC X(156).

       WORKING-STORAGE SECTION.

