       01  REG-HORARIO.
           03 HOR-CLAVE.
              05 HOR-CURSO        PIC 9(02).
              05 HOR-COMISION     PIC 9(02).
              05 HOR-DIA          PIC 9(01).
              05 HOR-DESDE        PIC 9(04).
           03 HOR-HASTA           PIC 9(04).
