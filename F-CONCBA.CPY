       FD  CONCBANCO
           LABEL RECORD IS STANDARD.
       01  REG-CONCBANCO.
           03 CBA-CLAVE.
              05 CBA-FECHA        PIC 9(08).
              05 CBA-TIPO         PIC X(01).
                 88 CBA-DEPOSITO  VALUE "D".
                 88 CBA-COBRANZA  VALUE "C".
              05 CBA-REFERENCIA   PIC X(10).
           03 CBA-IMPORTE         PIC 9(07)V99.
           03 CBA-DESCRIPCION     PIC X(30).
           03 CBA-ESPERADO        PIC S9(07)V99.
           03 CBA-ESTADO          PIC X(01).
              88 CBA-CONCILIADA   VALUE "C".
              88 CBA-CONDIFER     VALUE "D".
              88 CBA-SINCONCILIAR VALUE "S".
           03 CBA-FECHAIMP        PIC X(10).
           03 CBA-OPERADOR        PIC X(08).
