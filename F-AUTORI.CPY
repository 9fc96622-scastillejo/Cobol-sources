              88 AUT-FUSION       VALUE "FU".
              88 AUT-RESTAURA     VALUE "RE".
              88 AUT-BAJADEUDA    VALUE "BA".
              88 AUT-ANULACION    VALUE "AN".
              88 AUT-AJUSTECUO    VALUE "AJ".
              88 AUT-CORRELAT     VALUE "CO".
              88 AUT-REVCORRIDA   VALUE "RC".
           03 AUT-SOLICITANTE     PIC X(08).
           03 AUT-FECHA           PIC X(10).
           03 AUT-HORA            PIC X(08).
