       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-27.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 27
      *  SUBPROGRAMA DE CODIGO DE BARRAS PARA EL
      *  COBRO POR RED DE COBRANZA (PAGO FACIL):
      *  OPCION 1 ARMA LA BARRA DE 41 DIGITOS DE
      *  UNA CUOTA, OPCION 2 LA DESARMA Y VERIFICA.
      *  CONTENIDO DE LA BARRA:
      *    01-04 CODIGO DE EMPRESA (CODRECAU)
      *    05-17 CLAVE DE LA CUOTA (ALUMNO, CURSO,
      *          ANIO Y MES, COMO CUO-CLAVE)
      *    18-25 IMPORTE AL PRIMER VENCIMIENTO
      *    26-30 PRIMER VENCIMIENTO AAJJJ (ANIO Y
      *          DIA DEL ANIO)
      *    31-38 IMPORTE AL SEGUNDO VENCIMIENTO
      *    39-40 DIAS DEL PRIMERO AL SEGUNDO
      *    41    DIGITO VERIFICADOR: SUMA DE LOS
      *          DIGITOS POR 1 3 5 7 9 3 5 7 9...,
      *          MITAD ENTERA, RESTO DE DIVIDIR
      *          POR 10
      *  W27-RESULT: S CORRECTA, N BARRA INVALIDA,
      *  E BARRA DE OTRA EMPRESA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "L-P16.CPY".

       01 W-BARRA.
          03 WB-EMPRESA    PIC 9(04).
          03 WB-CLAVE      PIC 9(13).
          03 WB-IMPORTE1   PIC 9(06)V99.
          03 WB-VTOANIO    PIC 9(02).
          03 WB-VTODIA     PIC 9(03).
          03 WB-IMPORTE2   PIC 9(06)V99.
          03 WB-DIAS2      PIC 9(02).
          03 WB-DIGITO     PIC 9(01).
       01 W-BARRA-R REDEFINES W-BARRA.
          03 WB-POS OCCURS 41 TIMES PIC 9(01).

       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).
       01 W-EMPRESA      PIC 9(04).
       01 W-I            PIC 9(02).
       01 W-PESO         PIC 9(01).
       01 W-SUMA         PIC 9(05).
       01 W-MITAD        PIC 9(05).
       01 W-COCIENTE     PIC 9(05).
       01 W-DIGITO       PIC 9(01).
       01 W-BISIESTO     PIC 9(01).
       01 W-RESTO        PIC 9(04).
       01 W-JULIANO      PIC 9(03).

       01 TABLA-ACUMES.
          03 PIC X(36) VALUE "000031059090120151181212243273304334".
       01 TABLA-ACUMES-R REDEFINES TABLA-ACUMES.
          03 TAM-DIAS OCCURS 12 TIMES PIC 9(03).

       LINKAGE SECTION.
       COPY "L-P27.CPY".

      ********************************************
       PROCEDURE DIVISION USING W27-DATOS.
      ********************************************
       INICIO.
           MOVE "S" TO W27-RESULT.
           MOVE 0 TO W-EMPRESA.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CODRECAU" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM < 10000)
              MOVE W16-VALORNUM TO W-EMPRESA
           END-IF.
           IF W27-OPCION = 1
              PERFORM 100-ARMA-00 THRU 100-ARMA-99
           ELSE
              PERFORM 200-DESARMA-00 THRU 200-DESARMA-99
           END-IF.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ARMA LA BARRA CON LOS DATOS DE LA CUOTA
      ********************************************
       100-ARMA-00.
           MOVE W-EMPRESA    TO WB-EMPRESA
           MOVE W27-CLAVE    TO WB-CLAVE
           MOVE W27-IMPORTE1 TO WB-IMPORTE1
           MOVE W27-IMPORTE2 TO WB-IMPORTE2
           MOVE W27-DIAS2    TO WB-DIAS2
           MOVE W27-VTO1     TO W-FECHA
           PERFORM 300-JULIANO-00 THRU 300-JULIANO-99
           DIVIDE W-ANIO BY 100 GIVING W-RESTO REMAINDER WB-VTOANIO
           MOVE W-JULIANO    TO WB-VTODIA
           PERFORM 500-DIGITO-00 THRU 500-DIGITO-99
           MOVE W-DIGITO     TO WB-DIGITO
           MOVE W-BARRA      TO W27-BARRA.
       100-ARMA-99. EXIT.

      ********************************************
      *  DESARMA LA BARRA RECIBIDA: CONTROLA QUE
      *  SEA NUMERICA, EL DIGITO VERIFICADOR Y LA
      *  EMPRESA, Y DEVUELVE LOS DATOS DE LA CUOTA
      ********************************************
       200-DESARMA-00.
           IF W27-BARRA NOT NUMERIC
              MOVE "N" TO W27-RESULT
              GO TO 200-DESARMA-99
           END-IF.
           MOVE W27-BARRA TO W-BARRA
           PERFORM 500-DIGITO-00 THRU 500-DIGITO-99
           IF W-DIGITO NOT = WB-DIGITO
              MOVE "N" TO W27-RESULT
              GO TO 200-DESARMA-99
           END-IF.
           IF (WB-VTODIA = 0) OR (WB-VTODIA > 366)
              MOVE "N" TO W27-RESULT
              GO TO 200-DESARMA-99
           END-IF.
           IF WB-EMPRESA NOT = W-EMPRESA
              MOVE "E" TO W27-RESULT
           END-IF.
           MOVE WB-CLAVE     TO W27-CLAVE
           MOVE WB-IMPORTE1  TO W27-IMPORTE1
           MOVE WB-IMPORTE2  TO W27-IMPORTE2
           MOVE WB-DIAS2     TO W27-DIAS2
           COMPUTE W-ANIO = 2000 + WB-VTOANIO
           MOVE WB-VTODIA    TO W-JULIANO
           PERFORM 400-CALENDARIO-00 THRU 400-CALENDARIO-99
           MOVE W-FECHA      TO W27-VTO1.
       200-DESARMA-99. EXIT.

      ********************************************
      *  DIA DEL ANIO DE LA FECHA W-FECHA
      ********************************************
       300-JULIANO-00.
           PERFORM 350-BISIESTO-00 THRU 350-BISIESTO-99
           COMPUTE W-JULIANO = TAM-DIAS (W-MES) + W-DIA
           IF W-MES > 2
              ADD W-BISIESTO TO W-JULIANO
           END-IF.
       300-JULIANO-99. EXIT.

       350-BISIESTO-00.
           MOVE 0 TO W-BISIESTO
           DIVIDE W-ANIO BY 4 GIVING W-COCIENTE REMAINDER W-RESTO
           IF W-RESTO = 0
              MOVE 1 TO W-BISIESTO
           END-IF.
       350-BISIESTO-99. EXIT.

      ********************************************
      *  FECHA CALENDARIO DEL DIA W-JULIANO DEL
      *  ANIO W-ANIO
      ********************************************
       400-CALENDARIO-00.
           PERFORM 350-BISIESTO-00 THRU 350-BISIESTO-99
           MOVE 12 TO W-MES.
       400-CALENDARIO-10.
           IF W-MES = 1
              GO TO 400-CALENDARIO-20
           END-IF.
           IF W-MES > 2
              IF TAM-DIAS (W-MES) + W-BISIESTO < W-JULIANO
                 GO TO 400-CALENDARIO-20
              END-IF
           ELSE
              IF TAM-DIAS (W-MES) < W-JULIANO
                 GO TO 400-CALENDARIO-20
              END-IF
           END-IF.
           SUBTRACT 1 FROM W-MES.
           GO TO 400-CALENDARIO-10.
       400-CALENDARIO-20.
           COMPUTE W-DIA = W-JULIANO - TAM-DIAS (W-MES)
           IF W-MES > 2
              SUBTRACT W-BISIESTO FROM W-DIA
           END-IF.
       400-CALENDARIO-99. EXIT.

      ********************************************
      *  DIGITO VERIFICADOR SOBRE LAS POSICIONES
      *  1 A 40 DE LA BARRA
      ********************************************
       500-DIGITO-00.
           MOVE 0 TO W-SUMA
           MOVE 1 TO W-PESO
           MOVE 1 TO W-I.
       500-DIGITO-10.
           IF W-I > 40
              GO TO 500-DIGITO-20
           END-IF.
           COMPUTE W-SUMA = W-SUMA + (WB-POS (W-I) * W-PESO)
           IF W-PESO = 9
              MOVE 3 TO W-PESO
           ELSE
              IF W-PESO = 1
                 MOVE 3 TO W-PESO
              ELSE
                 ADD 2 TO W-PESO
              END-IF
           END-IF.
           ADD 1 TO W-I.
           GO TO 500-DIGITO-10.
       500-DIGITO-20.
           DIVIDE W-SUMA BY 2 GIVING W-MITAD
           DIVIDE W-MITAD BY 10 GIVING W-COCIENTE
                  REMAINDER W-DIGITO.
       500-DIGITO-99. EXIT.
