       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-23.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 23
      *  SUBPROGRAMA DE CIFRADO DE CLAVES DE
      *  OPERADOR. DEVUELVE EN W23-CIFRADA EL
      *  VALOR CODIFICADO (SIN VUELTA ATRAS) DE LA
      *  CLAVE W23-CLAVE, MEZCLADA CON EL CODIGO
      *  DE OPERADOR W23-CODIGO PARA QUE DOS
      *  OPERADORES CON LA MISMA CLAVE NO TENGAN
      *  EL MISMO VALOR GRABADO. OPERADORES.DAT
      *  GUARDA SOLO ESTE VALOR: EL INICIO DE
      *  SESION (PROG-40) CIFRA LO QUE SE TIPEA Y
      *  COMPARA CIFRADO CONTRA CIFRADO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 TABLA-CARACTERES.
          03 PIC X(48) VALUE
             " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijk".
          03 PIC X(47) VALUE
             "lmnopqrstuvwxyz!#$%&()*+,-./:;<=>?@[\]^_{|}~'""`".
       01 TABLA-CARACTERES-R REDEFINES TABLA-CARACTERES.
          03 TCA-CARACTER OCCURS 95 TIMES PIC X(01).

       01 TABLA-SALIDA.
          03 PIC X(36) VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 TABLA-SALIDA-R REDEFINES TABLA-SALIDA.
          03 TSA-CARACTER OCCURS 36 TIMES PIC X(01).

       01 W-TEXTO        PIC X(16).
       01 W-TEXTO-R REDEFINES W-TEXTO.
          03 W-LETRA OCCURS 16 TIMES PIC X(01).
       01 TABLA-VALORES.
          03 TVA-VALOR OCCURS 16 TIMES PIC 9(03).

       01 W-VUELTAS      PIC 9(03) VALUE 64.
       01 W-VUELTA       PIC 9(03).
       01 W-I            PIC 9(02).
       01 W-J            PIC 9(03).
       01 W-A            PIC 9(10).
       01 W-B            PIC 9(10).
       01 W-CALCULO      PIC 9(13).
       01 W-COCIENTE     PIC 9(13).
       01 W-MEZCLA       PIC 9(18).
       01 W-RESTO        PIC 9(02).

       LINKAGE SECTION.
       COPY "L-P23.CPY".

      ********************************************
       PROCEDURE DIVISION USING W23-DATOS.
      ********************************************
       INICIO.
           MOVE SPACES TO W23-CIFRADA.
           MOVE W23-CLAVE  TO W-TEXTO(1:8).
           MOVE W23-CODIGO TO W-TEXTO(9:8).
           PERFORM 100-VALORES-00 THRU 100-VALORES-99.
           MOVE 7 TO W-A.
           MOVE 3 TO W-B.
           MOVE 0 TO W-VUELTA.
           PERFORM 200-MEZCLA-00 THRU 200-MEZCLA-99.
           PERFORM 300-SALIDA-00 THRU 300-SALIDA-99.
       FINAL-F.
           EXIT PROGRAM.

      ********************************************
      *  VALOR DE CADA CARACTER SEGUN SU POSICION
      *  EN LA TABLA (96 = NO PREVISTO)
      ********************************************
       100-VALORES-00.
           MOVE 0 TO W-I.
       100-VALORES-10.
           ADD 1 TO W-I.
           IF W-I > 16
              GO TO 100-VALORES-99
           END-IF.
           MOVE 96 TO TVA-VALOR(W-I).
           MOVE 0 TO W-J.
       100-VALORES-20.
           ADD 1 TO W-J.
           IF W-J > 95
              GO TO 100-VALORES-10
           END-IF.
           IF TCA-CARACTER(W-J) = W-LETRA(W-I)
              MOVE W-J TO TVA-VALOR(W-I)
              GO TO 100-VALORES-10
           END-IF.
           GO TO 100-VALORES-20.
       100-VALORES-99. EXIT.

      ********************************************
      *  MEZCLA LOS VALORES EN DOS ACUMULADORES
      *  CON MODULOS PRIMOS DISTINTOS, REPITIENDO
      *  LA PASADA W-VUELTAS VECES
      ********************************************
       200-MEZCLA-00.
           ADD 1 TO W-VUELTA.
           IF W-VUELTA > W-VUELTAS
              GO TO 200-MEZCLA-99
           END-IF.
           MOVE 0 TO W-I.
       200-MEZCLA-10.
           ADD 1 TO W-I.
           IF W-I > 16
              GO TO 200-MEZCLA-00
           END-IF.
           COMPUTE W-CALCULO = (W-A * 257) + TVA-VALOR(W-I)
                             + W-I + W-VUELTA.
           DIVIDE W-CALCULO BY 2147483647 GIVING W-COCIENTE
                  REMAINDER W-A.
           COMPUTE W-CALCULO = (W-B * 263)
                             + (TVA-VALOR(W-I) * W-VUELTA) + W-A.
           DIVIDE W-CALCULO BY 2147483629 GIVING W-COCIENTE
                  REMAINDER W-B.
           GO TO 200-MEZCLA-10.
       200-MEZCLA-99. EXIT.

      ********************************************
      *  ARMA LOS 8 CARACTERES DEL RESULTADO EN
      *  BASE 36 A PARTIR DE LOS ACUMULADORES
      ********************************************
       300-SALIDA-00.
           COMPUTE W-MEZCLA = (W-A * 2147483629) + W-B.
           MOVE 0 TO W-I.
       300-SALIDA-10.
           ADD 1 TO W-I.
           IF W-I > 8
              GO TO 300-SALIDA-99
           END-IF.
           DIVIDE W-MEZCLA BY 36 GIVING W-MEZCLA REMAINDER W-RESTO.
           MOVE TSA-CARACTER(W-RESTO + 1) TO W23-CIFRADA(W-I:1).
           GO TO 300-SALIDA-10.
       300-SALIDA-99. EXIT.
