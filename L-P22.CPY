       01 W22-DATOS.
          03 W22-OPCION   PIC 9(01).
          03 W22-RECIBO   PIC 9(06).
          03 W22-CLASE    PIC X(01).
          03 W22-ALUMNO   PIC 9(05).
          03 W22-TUTOR    PIC 9(05).
          03 W22-DOCNRO   PIC 9(11).
          03 W22-IMPORTE  PIC 9(07)V99.
          03 W22-FECHA    PIC 9(08).
          03 W22-OPERADOR PIC X(08).
          03 W22-TIPO     PIC 9(03).
          03 W22-PTOVTA   PIC 9(05).
          03 W22-NUMERO   PIC 9(08).
          03 W22-ESTADO   PIC X(01).
          03 W22-CAE      PIC 9(14).
          03 W22-VTOCAE   PIC 9(08).
          03 W22-RESULT   PIC X(01).
