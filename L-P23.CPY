       01 W23-DATOS.
          03 W23-CODIGO   PIC X(08).
          03 W23-CLAVE    PIC X(08).
          03 W23-CIFRADA  PIC X(08).
