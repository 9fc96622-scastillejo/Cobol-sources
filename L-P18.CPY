          03 W18-PORCENT PIC 9(03).
          03 W18-ADEUDA  PIC 9(02).
          03 W18-ASISMIN PIC 9(03).
          03 W18-DESDE   PIC 9(08).
          03 W18-HASTA   PIC 9(08).
