          03              PIC X(13).
          03 LOD-CANT     PIC ZZZZ9.
          03              PIC X(02).
          03 LOD-TOTAL    PIC -ZZZZZZ9,99.
       01 LINEA-CUR-TIT.
          03 PIC X(23) VALUE "POR CURSO              ".
          03 PIC X(05) VALUE "PAGOS".
          03              PIC X(02).
          03 LCD-CANT     PIC ZZZZ9.
          03              PIC X(02).
          03 LCD-TOTAL    PIC -ZZZZZZ9,99.
       01 LINEA-GRAN-TOT.
          03 PIC X(21) VALUE "TOTAL GENERAL DEL DIA".
          03 PIC X(02) VALUE ": ".
          03 LGT-CANT     PIC ZZZZ9.
          03              PIC X(02).
          03 LGT-TOTAL    PIC -ZZZZZZ9,99.
       01 LINEA-FIRMA.
          03 PIC X(30) VALUE "FIRMA DEL CAJERO: ............".
          03 PIC X(30) VALUE "  FIRMA SUPERVISOR: ..........".
       01 W-FECHADIA     PIC 9(08).
       01 W-HAYCURSOS    PIC X.
       01 W-CANTDIA      PIC 9(05).
       01 W-TOTALDIA     PIC S9(07)V99.
       01 CONF           PIC X.

       01 TABLA-OPERCAJA.
          03 TOC-ITEM OCCURS 20 TIMES.
             05 TOC-OPERADOR PIC X(08).
             05 TOC-CANT     PIC 9(05).
             05 TOC-TOTAL    PIC S9(07)V99.
       01 TOC-IND        PIC 9(02).
       01 TOC-USADOS     PIC 9(02).

       01 TABLA-CURSOCAJA.
          03 TCC-ITEM OCCURS 99 TIMES.
             05 TCC-CANT     PIC 9(05).
             05 TCC-TOTAL    PIC S9(07)V99.
       01 TCC-IND        PIC 9(02).

       01 SINO PIC X(001).
