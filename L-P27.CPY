       01 W27-DATOS.
          03 W27-OPCION    PIC 9(01).
          03 W27-BARRA     PIC X(41).
          03 W27-CLAVE.
             05 W27-ALUMNO PIC 9(05).
             05 W27-CURSO  PIC 9(02).
             05 W27-ANIO   PIC 9(04).
             05 W27-MES    PIC 9(02).
          03 W27-IMPORTE1  PIC 9(06)V99.
          03 W27-VTO1      PIC 9(08).
          03 W27-IMPORTE2  PIC 9(06)V99.
          03 W27-DIAS2     PIC 9(02).
          03 W27-RESULT    PIC X(01).
