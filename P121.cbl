             05 TGE-ALTASA   PIC 9(05).
             05 TGE-BAJAS    PIC 9(05).
             05 TGE-BAJASA   PIC 9(05).
             05 TGE-RECAUD   PIC S9(09)V99.
             05 TGE-RECAUDA  PIC S9(09)V99.
             05 TGE-MOROSI   PIC 9(09)V99.
             05 TGE-CLASES   PIC 9(07).
             05 TGE-PRES     PIC 9(07).
