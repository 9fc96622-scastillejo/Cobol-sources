       FD  BIBLIOTECA
           LABEL RECORD IS STANDARD.
       01  REG-BIBLIOTECA.
           03 BIB-CODIGO          PIC 9(05).
           03 BIB-TIPO            PIC X(01).
              88 BIB-LIBRO        VALUE "L".
              88 BIB-EQUIPO       VALUE "E".
              88 BIB-OTRO         VALUE "O".
           03 BIB-DESCRIPCION     PIC X(30).
           03 BIB-AUTOR           PIC X(20).
           03 BIB-UBICACION       PIC X(10).
           03 BIB-DIAS            PIC 9(02).
           03 BIB-ESTADO          PIC X(01).
              88 BIB-DISPONIBLE   VALUE "D".
              88 BIB-PRESTADO     VALUE "P".
              88 BIB-DEBAJA       VALUE "B".
           03 BIB-PRESTAMO        PIC 9(06).
           03 BIB-FECHAALTA       PIC 9(08).
