       01 W26-DATOS.
          03 W26-TIPO       PIC X(01).
          03 W26-PERSONA    PIC 9(05).
          03 W26-FECHA      PIC 9(08).
          03 W26-PENDIENTES PIC 9(03).
          03 W26-VENCIDOS   PIC 9(03).
