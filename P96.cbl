      *  CONTROL (CANTIDAD Y SUMA), AL ESTILO DEL
      *  EXTRACTO DEL MINISTERIO (PROG-85), MAS UN
      *  LISTADO DE CONTROL POR SEDE POR EL SPOOL
      *  PARA PUNTEAR CONTRA EL MAYOR CONTABLE.
      *  LAS ANULACIONES DE RECIBOS (PROG-125)
      *  SALEN CON IMPORTE NEGATIVO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 PIC X(01) VALUE ",".
          03 CD-FECHA     PIC 9(08).
          03 PIC X(01) VALUE ",".
          03 CD-IMPORTE   PIC S9(07)V99 SIGN LEADING SEPARATE.

       01 LINEA-PIE.
          03 PIC X(01) VALUE "3".
          03 PIC X(01) VALUE ",".
          03 CP-CANTIDAD  PIC 9(07).
          03 PIC X(01) VALUE ",".
          03 CP-TOTAL     PIC S9(09)V99 SIGN LEADING SEPARATE.

       01 LINEA-CTL-TIT.
          03 PIC X(34) VALUE "CONTROL DE RECAUDACION - PERIODO: ".
          03           PIC X(03).
          03 LCS-CANT  PIC ZZZZZZ9.
          03           PIC X(02).
          03 LCS-TOTAL PIC -ZZZZZZZZ9,99.
       01 LINEA-CTL-TOT.
          03 PIC X(10) VALUE "TOTALES  :".
          03 LTT-CANT  PIC ZZZZZZ9.
          03           PIC X(02).
          03 LTT-TOTAL PIC -ZZZZZZZZ9,99.
       01 LINEA-RAYA.
          03 PIC X(45) VALUE ALL "-".

       01 W-FECHADESDE   PIC 9(08).
       01 W-FECHAHASTA   PIC 9(08).
       01 W-CANTIDAD     PIC 9(07).
       01 W-TOTAL        PIC S9(09)V99.
       01 W-SEDEPAGO     PIC 9(02).
       01 CONF           PIC X.

       01 TABLA-SEDES.
          03 TSE-ITEM OCCURS 99 TIMES.
             05 TSE-CANT  PIC 9(07).
             05 TSE-TOTAL PIC S9(09)V99.
       01 TSE-IND        PIC 9(02).

       01 SINO PIC X(001).
