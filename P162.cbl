       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-162.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 162
      *  INFORME DE DERECHO DE ACCESO: DADO UN
      *  DOCUMENTO, LISTA POR EL SPOOL CADA ARCHIVO
      *  Y CADA REGISTRO QUE EL SISTEMA GUARDA DE
      *  ESA PERSONA, COMO ALUMNO (TODOS LOS
      *  LEGAJOS CON ESE DOCUMENTO) Y COMO TUTOR.
      *  SE LLAMA DESDE PROG-161
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-ALUMNO.CPY".
       COPY "S-TUTOR.CPY".
       COPY "S-ALUTUT.CPY".
       COPY "S-SALUD.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-ASISTE.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-BECAS.CPY".
       COPY "S-SALFAV.CPY".
       COPY "S-LEGAJO.CPY".
       COPY "S-SANCIO.CPY".
       COPY "S-CONTAC.CPY".
       COPY "S-CONSTA.CPY".
       COPY "S-PRESTA.CPY".
       COPY "S-PREINS.CPY".
       COPY "S-SOLPOR.CPY".
       COPY "S-HISTAL.CPY".
       COPY "S-JOURNA.CPY".
       COPY "S-JRNARC.CPY".
       COPY "S-ASCALU.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ALUMNO.CPY".
       COPY "F-TUTOR.CPY".
       COPY "F-ALUTUT.CPY".
       COPY "F-SALUD.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-ASISTE.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-BECAS.CPY".
       COPY "F-SALFAV.CPY".
       COPY "F-LEGAJO.CPY".
       COPY "F-SANCIO.CPY".
       COPY "F-CONTAC.CPY".
       COPY "F-CONSTA.CPY".
       COPY "F-PRESTA.CPY".
       COPY "F-PREINS.CPY".
       COPY "F-SOLPOR.CPY".
       COPY "F-HISTAL.CPY".
       COPY "F-JOURNA.CPY".
       COPY "F-JRNARC.CPY".
       COPY "F-ASCALU.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO.
          03 PIC X(43) VALUE
             "INFORME DE DERECHO DE ACCESO - DOCUMENTO: ".
          03 LTI-DOCUMENTO PIC 9(08).

       01 LINEA-EMISION.
          03 PIC X(07) VALUE "FECHA: ".
          03 LE-FECHA     PIC X(10).
          03 PIC X(08) VALUE "  HORA: ".
          03 LE-HORA      PIC X(08).
          03 PIC X(12) VALUE "  OPERADOR: ".
          03 LE-OPERADOR  PIC X(08).

       01 LINEA-PERSONA.
          03 PIC X(08) VALUE "ALUMNO: ".
          03 LPE-CODIGO   PIC 9(05).
          03 PIC X.
          03 LPE-APELLIDO PIC X(20).
          03 PIC X.
          03 LPE-NOMBRE   PIC X(20).

       01 LINEA-ARCHIVO.
          03 PIC X(08) VALUE "ARCHIVO ".
          03 LA-ARCHIVO   PIC X(14).
          03 LA-DESC      PIC X(40).

       01 LINEA-DATO.
          03 PIC X(04).
          03 LD-VALOR     PIC X(76).

       01 LINEA-SINREG.
          03 PIC X(04).
          03 PIC X(13) VALUE "SIN REGISTROS".

       01 LINEA-FIN.
          03 PIC X(17) VALUE "FIN DEL INFORME. ".
          03 LF-CANT      PIC ZZZZ9.
          03 PIC X(19) VALUE " REGISTROS EN TOTAL".

      *  DETALLES POR ARCHIVO
       01 DET-ALU1.
          03 PIC X(10) VALUE "DOCUMENTO ".
          03 DA1-DOCUMENTO PIC 9(08).
          03 PIC X(07) VALUE " CURSO ".
          03 DA1-CURSO     PIC 9(02).
          03 PIC X(06) VALUE " PROV ".
          03 DA1-PROV      PIC 9(02).
          03 PIC X(05) VALUE " LOC ".
          03 DA1-LOCAL     PIC 9(03).
          03 PIC X(07) VALUE " CICLO ".
          03 DA1-CICLO     PIC 9(04).
          03 PIC X(06) VALUE " ALTA ".
          03 DA1-ALTA      PIC 9(08).
       01 DET-ALU2.
          03 PIC X(07) VALUE "ESTADO ".
          03 DA2-ESTADO    PIC X.
          03 PIC X(06) VALUE " BAJA ".
          03 DA2-BAJA      PIC 9(08).
          03 PIC X(08) VALUE " MOTIVO ".
          03 DA2-MOTIVO    PIC X.
       01 DET-CONTACTO.
          03 PIC X(04) VALUE "TEL ".
          03 DCT-TELEFONO  PIC X(15).
          03 PIC X(07) VALUE " EMAIL ".
          03 DCT-EMAIL     PIC X(30).
       01 DET-DOMICILIO.
          03 PIC X(10) VALUE "DOMICILIO ".
          03 DDO-DOMICILIO PIC X(30).
       01 DET-TEXTO.
          03 DTX-ETIQ      PIC X(12).
          03 DTX-TEXTO     PIC X(40).
       01 DET-TUTOR.
          03 PIC X(06) VALUE "TUTOR ".
          03 DTU-CODIGO    PIC 9(05).
          03 PIC X.
          03 DTU-APELLIDO  PIC X(20).
          03 PIC X.
          03 DTU-NOMBRE    PIC X(20).
          03 PIC X.
          03 DTU-PARENT    PIC X(15).
       01 DET-SALUD.
          03 PIC X(13) VALUE "OBRA SOCIAL ".
          03 DSA-OBRA      PIC X(20).
          03 PIC X(10) VALUE " AFILIADO ".
          03 DSA-AFILIADO  PIC X(15).
          03 PIC X(07) VALUE " GRUPO ".
          03 DSA-GRUPO     PIC X(03).
       01 DET-INS.
          03 PIC X(06) VALUE "CURSO ".
          03 DIN-CURSO     PIC 9(02).
          03 PIC X(07) VALUE " CICLO ".
          03 DIN-CICLO     PIC 9(04).
          03 PIC X(07) VALUE " FECHA ".
          03 DIN-FECHA     PIC 9(08).
          03 PIC X(08) VALUE " ESTADO ".
          03 DIN-ESTADO    PIC X.
          03 PIC X(10) VALUE " COMISION ".
          03 DIN-COMISION  PIC 9(02).
       01 DET-NOTA.
          03 PIC X(06) VALUE "CURSO ".
          03 DNO-CURSO     PIC 9(02).
          03 PIC X(09) VALUE " MATERIA ".
          03 DNO-MATERIA   PIC 9(02).
          03 PIC X(11) VALUE " INSTANCIA ".
          03 DNO-INSTANCIA PIC X.
          03 PIC X(06) VALUE " NOTA ".
          03 DNO-NOTA      PIC 9(02).
          03 PIC X(08) VALUE " ESTADO ".
          03 DNO-ESTADO    PIC X.
          03 PIC X(07) VALUE " FECHA ".
          03 DNO-FECHA     PIC 9(08).
       01 DET-ASIS.
          03 PIC X(06) VALUE "CURSO ".
          03 DAS-CURSO     PIC 9(02).
          03 PIC X(07) VALUE " FECHA ".
          03 DAS-FECHA     PIC 9(08).
          03 PIC X(08) VALUE " ESTADO ".
          03 DAS-ESTADO    PIC X.
       01 DET-CUOTA.
          03 PIC X(06) VALUE "CURSO ".
          03 DCU-CURSO     PIC 9(02).
          03 PIC X(09) VALUE " PERIODO ".
          03 DCU-ANIO      PIC 9(04).
          03 PIC X VALUE "/".
          03 DCU-MES       PIC 9(02).
          03 PIC X(09) VALUE " IMPORTE ".
          03 DCU-IMPORTE   PIC -(6)9,99.
          03 PIC X(08) VALUE " ESTADO ".
          03 DCU-ESTADO    PIC X.
          03 PIC X(07) VALUE " FECHA ".
          03 DCU-FECHA     PIC 9(08).
       01 DET-VARIOS.
          03 DVA-ETIQ1     PIC X(08).
          03 DVA-NUM1      PIC 9(08).
          03 PIC X.
          03 DVA-ETIQ2     PIC X(08).
          03 DVA-NUM2      PIC 9(08).
          03 PIC X.
          03 DVA-ETIQ3     PIC X(08).
          03 DVA-ALFA      PIC X(30).
       01 DET-HIST.
          03 DHI-FECHA     PIC X(10).
          03 PIC X.
          03 DHI-HORA      PIC X(08).
          03 PIC X.
          03 DHI-OPERADOR  PIC X(08).
          03 PIC X.
          03 DHI-ACCION    PIC X(13).

       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-ALUMNOS     PIC XX.
       01 ST-TUTORES     PIC XX.
       01 ST-ALUTUTOR    PIC XX.
       01 ST-SALUD       PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-ASISTENCIA  PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-BECAS       PIC XX.
       01 ST-SALFAVOR    PIC XX.
       01 ST-LEGAJO      PIC XX.
       01 ST-SANCIONES   PIC XX.
       01 ST-CONTACTOS   PIC XX.
       01 ST-CONSTREG    PIC XX.
       01 ST-PRESTAMOS   PIC XX.
       01 ST-PREINS      PIC XX.
       01 ST-SOLPORTAL   PIC XX.
       01 ST-HISTALU     PIC XX.
       01 ST-JOURNAL     PIC XX.
       01 ST-JRNARCHIVO  PIC XX.
       01 JRNARCHNOMBRE  PIC X(13).
       01 W-FECHAHOY     PIC 9(08).
       01 W-MESHOY       PIC 9(06).
       01 W-MESPROC      PIC 9(06).
       01 W-MESPROC-R REDEFINES W-MESPROC.
          03 W-MPANIO    PIC 9(04).
          03 W-MPMES     PIC 9(02).
       01 W-REGJRN.
          03 WRJ-FECHA      PIC X(10).
          03 WRJ-HORA       PIC X(08).
          03 WRJ-OPERADOR   PIC X(08).
          03 WRJ-ARCHIVO    PIC X(10).
          03 WRJ-OPERACION  PIC X(01).
          03 WRJ-ANTES      PIC X(200).
          03 WRJ-DESPUES    PIC X(200).
       01 ST-ASCALU      PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-DOCUMENTO    PIC 9(08).
       01 W-CODIGO       PIC 9(05).
       01 W-DATO         PIC X(76).
       01 W-CANT         PIC 9(05).
       01 W-TOTAL        PIC 9(05).
       01 W-CANTALU      PIC 9(02).
       01 W-IND          PIC 9(02).
       01 W-TABLA-CODIGOS.
          03 W-CODALU OCCURS 10 TIMES PIC 9(05).
       01 W-JRNCODIGO    PIC X(05).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-ALUMNOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ALUMNOS.
           DISPLAY "ERROR DE E/S EN ALUMNOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-ALUMNOS LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "INFORME DE DERECHO DE ACCESO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE 0 TO W-DOCUMENTO.
           DISPLAY "DOCUMENTO:" LINE 5 POSITION 1.
           ACCEPT W-DOCUMENTO LINE 5 POSITION 12.
           IF W-DOCUMENTO = 0
              GO TO FINAL-F
           END-IF.
           MOVE 0 TO W-CANTALU.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS = "00"
              PERFORM 100-BUSCAALU-00 THRU 100-BUSCAALU-99
           END-IF.
           DISPLAY "GENERANDO INFORME..." LINE 7 POSITION 1.
           MOVE 0 TO W-TOTAL.
           OPEN OUTPUT LISTADO.
           PERFORM 150-ENCABEZADO-00 THRU 150-ENCABEZADO-99.
           MOVE 0 TO W-IND.
       INICIO-10.
           ADD 1 TO W-IND.
           IF W-IND > W-CANTALU
              GO TO INICIO-20
           END-IF.
           MOVE W-CODALU (W-IND) TO W-CODIGO
           PERFORM 200-ALUMNO-00 THRU 200-ALUMNO-99.
           GO TO INICIO-10.
       INICIO-20.
           IF ST-ALUMNOS = "00"
              CLOSE ALUMNOS
           END-IF.
           PERFORM 600-COMOTUTOR-00 THRU 600-COMOTUTOR-99.
           PERFORM 610-EXTRACTOS-00 THRU 610-EXTRACTOS-99.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-TOTAL TO LF-CANT
           MOVE LINEA-FIN TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-162" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           DISPLAY "LEGAJOS DE ALUMNO   :" LINE 9 POSITION 1.
           DISPLAY W-CANTALU               LINE 9 POSITION 23.
           DISPLAY "REGISTROS INFORMADOS:" LINE 10 POSITION 1.
           DISPLAY W-TOTAL                 LINE 10 POSITION 23.
           DISPLAY "INFORME ENVIADO AL SPOOL." LINE 12 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      *  TODOS LOS LEGAJOS DE ALUMNO CON ESE DOCUMENTO (HASTA 10)
       100-BUSCAALU-00.
           MOVE W-DOCUMENTO TO ALU-DOCUMENTO
           START ALUMNOS KEY IS EQUAL ALU-DOCUMENTO
              INVALID KEY
                 GO TO 100-BUSCAALU-99
           END-START.
       100-BUSCAALU-10.
           READ ALUMNOS NEXT AT END
                GO TO 100-BUSCAALU-99
           END-READ.
           IF ALU-DOCUMENTO NOT = W-DOCUMENTO
              GO TO 100-BUSCAALU-99
           END-IF.
           IF W-CANTALU = 10
              GO TO 100-BUSCAALU-99
           END-IF.
           ADD 1 TO W-CANTALU
           MOVE ALU-CODIGO TO W-CODALU (W-CANTALU)
           GO TO 100-BUSCAALU-10.
       100-BUSCAALU-99. EXIT.

       150-ENCABEZADO-00.
           MOVE W-DOCUMENTO TO LTI-DOCUMENTO
           MOVE LINEA-TITULO TO REG-LISTADO
           WRITE REG-LISTADO.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO LE-FECHA.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO LE-HORA.
           MOVE W40-OPERADOR TO LE-OPERADOR
           MOVE LINEA-EMISION TO REG-LISTADO
           WRITE REG-LISTADO.
       150-ENCABEZADO-99. EXIT.

      ********************************************
      *  UN LEGAJO DE ALUMNO: EL MAESTRO Y CADA
      *  ARCHIVO QUE LO REFERENCIA, EN EL ORDEN DEL
      *  LEGAJO (DATOS, SALUD, TUTORES, ACADEMICO,
      *  CUENTA CORRIENTE, ADMINISTRATIVO, HISTORIA)
      ********************************************
       200-ALUMNO-00.
           MOVE W-CODIGO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 GO TO 200-ALUMNO-99
           END-READ.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE ALU-CODIGO   TO LPE-CODIGO
           MOVE ALU-APELLIDO TO LPE-APELLIDO
           MOVE ALU-NOMBRE   TO LPE-NOMBRE
           MOVE LINEA-PERSONA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "ALUMNO.DAT" TO LA-ARCHIVO
           MOVE "DATOS PERSONALES" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           MOVE ALU-DOCUMENTO        TO DA1-DOCUMENTO
           MOVE ALU-CODIGO-CURSO     TO DA1-CURSO
           MOVE ALU-CODIGO-PROVINCIA TO DA1-PROV
           MOVE ALU-LOCALIDAD        TO DA1-LOCAL
           MOVE ALU-CICLO            TO DA1-CICLO
           MOVE ALU-FECHAALTA        TO DA1-ALTA
           MOVE DET-ALU1 TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           MOVE ALU-ESTADO     TO DA2-ESTADO
           MOVE ALU-FECHABAJA  TO DA2-BAJA
           MOVE ALU-MOTIVOBAJA TO DA2-MOTIVO
           MOVE DET-ALU2 TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           MOVE ALU-TELEFONO TO DCT-TELEFONO
           MOVE ALU-EMAIL    TO DCT-EMAIL
           MOVE DET-CONTACTO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           MOVE ALU-DOMICILIO TO DDO-DOMICILIO
           MOVE DET-DOMICILIO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           PERFORM 210-SALUD-00 THRU 210-SALUD-99.
           PERFORM 220-TUTORES-00 THRU 220-TUTORES-99.
           PERFORM 300-INSCRIP-00 THRU 300-INSCRIP-99.
           PERFORM 310-NOTAS-00 THRU 310-NOTAS-99.
           PERFORM 320-EXAMENES-00 THRU 320-EXAMENES-99.
           PERFORM 330-ASISTENCIA-00 THRU 330-ASISTENCIA-99.
           PERFORM 400-CUOTAS-00 THRU 400-CUOTAS-99.
           PERFORM 410-PAGOS-00 THRU 410-PAGOS-99.
           PERFORM 420-BECAS-00 THRU 420-BECAS-99.
           PERFORM 430-SALFAVOR-00 THRU 430-SALFAVOR-99.
           PERFORM 440-CONTACTOS-00 THRU 440-CONTACTOS-99.
           PERFORM 500-LEGAJO-00 THRU 500-LEGAJO-99.
           PERFORM 510-SANCIONES-00 THRU 510-SANCIONES-99.
           PERFORM 520-CONSTANCIAS-00 THRU 520-CONSTANCIAS-99.
           PERFORM 530-PRESTAMOS-00 THRU 530-PRESTAMOS-99.
           PERFORM 540-PREINS-00 THRU 540-PREINS-99.
           PERFORM 550-SOLPORT-00 THRU 550-SOLPORT-99.
           PERFORM 560-HISTALU-00 THRU 560-HISTALU-99.
           PERFORM 570-DIARIO-00 THRU 570-DIARIO-99.
       200-ALUMNO-99. EXIT.

       210-SALUD-00.
           MOVE "SALUD.DAT" TO LA-ARCHIVO
           MOVE "FICHA DE SALUD" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT SALUD.
           IF ST-SALUD NOT = "00"
              GO TO 210-SALUD-90
           END-IF.
           MOVE W-CODIGO TO SLD-ALUMNO
           READ SALUD KEY IS SLD-ALUMNO
              INVALID KEY
                 GO TO 210-SALUD-80
           END-READ.
           MOVE SLD-OBRASOCIAL TO DSA-OBRA
           MOVE SLD-AFILIADO   TO DSA-AFILIADO
           MOVE SLD-GRUPOSANG  TO DSA-GRUPO
           MOVE DET-SALUD TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           MOVE "ALERGIAS"    TO DTX-ETIQ
           MOVE SLD-ALERGIAS  TO DTX-TEXTO
           MOVE DET-TEXTO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           MOVE "MEDICACION"   TO DTX-ETIQ
           MOVE SLD-MEDICACION TO DTX-TEXTO
           MOVE DET-TEXTO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           MOVE "CONDICIONES"   TO DTX-ETIQ
           MOVE SLD-CONDICIONES TO DTX-TEXTO
           MOVE DET-TEXTO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
       210-SALUD-80.
           CLOSE SALUD.
       210-SALUD-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       210-SALUD-99. EXIT.

       220-TUTORES-00.
           MOVE "ALUTUTOR.DAT" TO LA-ARCHIVO
           MOVE "TUTORES VINCULADOS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT ALUTUTOR.
           IF ST-ALUTUTOR NOT = "00"
              GO TO 220-TUTORES-90
           END-IF.
           OPEN INPUT TUTORES.
           MOVE W-CODIGO TO ALT-ALUMNO
           MOVE 0 TO ALT-TUTOR
           START ALUTUTOR KEY IS NOT LESS ALT-CLAVE
              INVALID KEY
                 GO TO 220-TUTORES-80
           END-START.
       220-TUTORES-10.
           READ ALUTUTOR NEXT AT END
                GO TO 220-TUTORES-80
           END-READ.
           IF ALT-ALUMNO NOT = W-CODIGO
              GO TO 220-TUTORES-80
           END-IF.
           MOVE ALT-TUTOR      TO DTU-CODIGO
           MOVE ALT-PARENTESCO TO DTU-PARENT
           MOVE SPACES TO DTU-APELLIDO DTU-NOMBRE
           MOVE ALT-TUTOR TO TUT-CODIGO
           IF ST-TUTORES = "00"
              READ TUTORES KEY IS TUT-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TUT-APELLIDO TO DTU-APELLIDO
                    MOVE TUT-NOMBRE   TO DTU-NOMBRE
              END-READ
           END-IF.
           MOVE DET-TUTOR TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 220-TUTORES-10.
       220-TUTORES-80.
           IF ST-TUTORES = "00"
              CLOSE TUTORES
           END-IF.
           CLOSE ALUTUTOR.
       220-TUTORES-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       220-TUTORES-99. EXIT.

       300-INSCRIP-00.
           MOVE "INSCRIP.DAT" TO LA-ARCHIVO
           MOVE "INSCRIPCIONES" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              GO TO 300-INSCRIP-90
           END-IF.
           MOVE W-CODIGO TO INS-ALUMNO
           MOVE 0 TO INS-CURSO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 300-INSCRIP-80
           END-START.
       300-INSCRIP-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 300-INSCRIP-80
           END-READ.
           IF INS-ALUMNO NOT = W-CODIGO
              GO TO 300-INSCRIP-80
           END-IF.
           MOVE INS-CURSO    TO DIN-CURSO
           MOVE INS-CICLO    TO DIN-CICLO
           MOVE INS-FECHA    TO DIN-FECHA
           MOVE INS-ESTADO   TO DIN-ESTADO
           MOVE INS-COMISION TO DIN-COMISION
           MOVE DET-INS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 300-INSCRIP-10.
       300-INSCRIP-80.
           CLOSE INSCRIPCIONES.
       300-INSCRIP-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       300-INSCRIP-99. EXIT.

       310-NOTAS-00.
           MOVE "NOTAS.DAT" TO LA-ARCHIVO
           MOVE "NOTAS POR MATERIA" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT NOTAS.
           IF ST-NOTAS NOT = "00"
              GO TO 310-NOTAS-90
           END-IF.
       310-NOTAS-10.
           READ NOTAS NEXT AT END
                GO TO 310-NOTAS-80
           END-READ.
           IF NOT-ALUMNO NOT = W-CODIGO
              GO TO 310-NOTAS-10
           END-IF.
           MOVE NOT-CURSO   TO DNO-CURSO
           MOVE NOT-MATERIA TO DNO-MATERIA
           MOVE SPACE       TO DNO-INSTANCIA
           MOVE NOT-NOTA    TO DNO-NOTA
           MOVE NOT-ESTADO  TO DNO-ESTADO
           MOVE 0           TO DNO-FECHA
           MOVE DET-NOTA TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 310-NOTAS-10.
       310-NOTAS-80.
           CLOSE NOTAS.
       310-NOTAS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       310-NOTAS-99. EXIT.

       320-EXAMENES-00.
           MOVE "EXAMENES.DAT" TO LA-ARCHIVO
           MOVE "EXAMENES POR INSTANCIA" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT EXAMENES.
           IF ST-EXAMENES NOT = "00"
              GO TO 320-EXAMENES-90
           END-IF.
       320-EXAMENES-10.
           READ EXAMENES NEXT AT END
                GO TO 320-EXAMENES-80
           END-READ.
           IF EXA-ALUMNO NOT = W-CODIGO
              GO TO 320-EXAMENES-10
           END-IF.
           MOVE EXA-CURSO     TO DNO-CURSO
           MOVE EXA-MATERIA   TO DNO-MATERIA
           MOVE EXA-INSTANCIA TO DNO-INSTANCIA
           MOVE EXA-NOTA      TO DNO-NOTA
           MOVE SPACE         TO DNO-ESTADO
           MOVE EXA-FECHA     TO DNO-FECHA
           MOVE DET-NOTA TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 320-EXAMENES-10.
       320-EXAMENES-80.
           CLOSE EXAMENES.
       320-EXAMENES-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       320-EXAMENES-99. EXIT.

       330-ASISTENCIA-00.
           MOVE "ASISTEN.DAT" TO LA-ARCHIVO
           MOVE "ASISTENCIA DIARIA" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT ASISTENCIA.
           IF ST-ASISTENCIA NOT = "00"
              GO TO 330-ASISTENCIA-90
           END-IF.
       330-ASISTENCIA-10.
           READ ASISTENCIA NEXT AT END
                GO TO 330-ASISTENCIA-80
           END-READ.
           IF ASI-ALUMNO NOT = W-CODIGO
              GO TO 330-ASISTENCIA-10
           END-IF.
           MOVE ASI-CURSO  TO DAS-CURSO
           MOVE ASI-FECHA  TO DAS-FECHA
           MOVE ASI-ESTADO TO DAS-ESTADO
           MOVE DET-ASIS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 330-ASISTENCIA-10.
       330-ASISTENCIA-80.
           CLOSE ASISTENCIA.
       330-ASISTENCIA-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       330-ASISTENCIA-99. EXIT.

       400-CUOTAS-00.
           MOVE "CUOTAS.DAT" TO LA-ARCHIVO
           MOVE "CUOTAS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS NOT = "00"
              GO TO 400-CUOTAS-90
           END-IF.
           MOVE W-CODIGO TO CUO-ALUMNO
           MOVE 0 TO CUO-CURSO CUO-ANIO CUO-MES
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 400-CUOTAS-80
           END-START.
       400-CUOTAS-10.
           READ CUOTAS NEXT AT END
                GO TO 400-CUOTAS-80
           END-READ.
           IF CUO-ALUMNO NOT = W-CODIGO
              GO TO 400-CUOTAS-80
           END-IF.
           MOVE CUO-CURSO     TO DCU-CURSO
           MOVE CUO-ANIO      TO DCU-ANIO
           MOVE CUO-MES       TO DCU-MES
           MOVE CUO-IMPORTE   TO DCU-IMPORTE
           MOVE CUO-ESTADO    TO DCU-ESTADO
           MOVE CUO-FECHAPAGO TO DCU-FECHA
           MOVE DET-CUOTA TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 400-CUOTAS-10.
       400-CUOTAS-80.
           CLOSE CUOTAS.
       400-CUOTAS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       400-CUOTAS-99. EXIT.

       410-PAGOS-00.
           MOVE "PAGOS.DAT" TO LA-ARCHIVO
           MOVE "PAGOS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT PAGOS.
           IF ST-PAGOS NOT = "00"
              GO TO 410-PAGOS-90
           END-IF.
           MOVE W-CODIGO TO PAG-ALUMNO
           MOVE 0 TO PAG-CURSO PAG-ANIO PAG-MES PAG-SECUENCIA
           START PAGOS KEY IS NOT LESS PAG-CLAVE
              INVALID KEY
                 GO TO 410-PAGOS-80
           END-START.
       410-PAGOS-10.
           READ PAGOS NEXT AT END
                GO TO 410-PAGOS-80
           END-READ.
           IF PAG-ALUMNO NOT = W-CODIGO
              GO TO 410-PAGOS-80
           END-IF.
           MOVE PAG-CURSO   TO DCU-CURSO
           MOVE PAG-ANIO    TO DCU-ANIO
           MOVE PAG-MES     TO DCU-MES
           MOVE PAG-IMPORTE TO DCU-IMPORTE
           MOVE SPACE       TO DCU-ESTADO
           MOVE PAG-FECHA   TO DCU-FECHA
           MOVE DET-CUOTA TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 410-PAGOS-10.
       410-PAGOS-80.
           CLOSE PAGOS.
       410-PAGOS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       410-PAGOS-99. EXIT.

       420-BECAS-00.
           MOVE "BECAS.DAT" TO LA-ARCHIVO
           MOVE "BECAS Y DESCUENTOS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT BECAS.
           IF ST-BECAS NOT = "00"
              GO TO 420-BECAS-90
           END-IF.
           MOVE W-CODIGO TO BEC-ALUMNO
           MOVE 0 TO BEC-CURSO BEC-CICLO
           START BECAS KEY IS NOT LESS BEC-CLAVE
              INVALID KEY
                 GO TO 420-BECAS-80
           END-START.
       420-BECAS-10.
           READ BECAS NEXT AT END
                GO TO 420-BECAS-80
           END-READ.
           IF BEC-ALUMNO NOT = W-CODIGO
              GO TO 420-BECAS-80
           END-IF.
           MOVE BEC-CURSO   TO DCU-CURSO
           MOVE BEC-CICLO   TO DCU-ANIO
           MOVE 0           TO DCU-MES
           MOVE BEC-VALOR   TO DCU-IMPORTE
           MOVE BEC-ESTADO  TO DCU-ESTADO
           MOVE 0           TO DCU-FECHA
           MOVE DET-CUOTA TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 420-BECAS-10.
       420-BECAS-80.
           CLOSE BECAS.
       420-BECAS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       420-BECAS-99. EXIT.

       430-SALFAVOR-00.
           MOVE "SALFAVOR.DAT" TO LA-ARCHIVO
           MOVE "SALDO A FAVOR" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT SALFAVOR.
           IF ST-SALFAVOR NOT = "00"
              GO TO 430-SALFAVOR-90
           END-IF.
           MOVE W-CODIGO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 GO TO 430-SALFAVOR-80
           END-READ.
           MOVE 0            TO DCU-CURSO DCU-ANIO DCU-MES
           MOVE SAF-SALDO    TO DCU-IMPORTE
           MOVE SPACE        TO DCU-ESTADO
           MOVE SAF-FECHAULT TO DCU-FECHA
           MOVE DET-CUOTA TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
       430-SALFAVOR-80.
           CLOSE SALFAVOR.
       430-SALFAVOR-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       430-SALFAVOR-99. EXIT.

       440-CONTACTOS-00.
           MOVE "CONTACTO.DAT" TO LA-ARCHIVO
           MOVE "GESTIONES DE COBRANZA" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT CONTACTOS.
           IF ST-CONTACTOS NOT = "00"
              GO TO 440-CONTACTOS-90
           END-IF.
           MOVE W-CODIGO TO CTC-ALUMNO
           MOVE 0 TO CTC-FECHA CTC-SECUENCIA
           START CONTACTOS KEY IS NOT LESS CTC-CLAVE
              INVALID KEY
                 GO TO 440-CONTACTOS-80
           END-START.
       440-CONTACTOS-10.
           READ CONTACTOS NEXT AT END
                GO TO 440-CONTACTOS-80
           END-READ.
           IF CTC-ALUMNO NOT = W-CODIGO
              GO TO 440-CONTACTOS-80
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "FECHA"       TO DVA-ETIQ1
           MOVE CTC-FECHA     TO DVA-NUM1
           MOVE "SEC"         TO DVA-ETIQ2
           MOVE CTC-SECUENCIA TO DVA-NUM2
           MOVE CTC-CANAL     TO DVA-ETIQ3(1:1)
           MOVE CTC-RESULTADO TO DVA-ETIQ3(3:1)
           MOVE CTC-OBSERV    TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 440-CONTACTOS-10.
       440-CONTACTOS-80.
           CLOSE CONTACTOS.
       440-CONTACTOS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       440-CONTACTOS-99. EXIT.

       500-LEGAJO-00.
           MOVE "LEGAJO.DAT" TO LA-ARCHIVO
           MOVE "DOCUMENTACION PRESENTADA" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT LEGAJO.
           IF ST-LEGAJO NOT = "00"
              GO TO 500-LEGAJO-90
           END-IF.
           MOVE W-CODIGO TO LEG-ALUMNO
           MOVE 0 TO LEG-CURSO LEG-ITEM
           START LEGAJO KEY IS NOT LESS LEG-CLAVE
              INVALID KEY
                 GO TO 500-LEGAJO-80
           END-START.
       500-LEGAJO-10.
           READ LEGAJO NEXT AT END
                GO TO 500-LEGAJO-80
           END-READ.
           IF LEG-ALUMNO NOT = W-CODIGO
              GO TO 500-LEGAJO-80
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "CURSO"    TO DVA-ETIQ1
           MOVE LEG-CURSO  TO DVA-NUM1
           MOVE "ITEM"     TO DVA-ETIQ2
           MOVE LEG-ITEM   TO DVA-NUM2
           MOVE "ESTADO"   TO DVA-ETIQ3
           MOVE LEG-ESTADO TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 500-LEGAJO-10.
       500-LEGAJO-80.
           CLOSE LEGAJO.
       500-LEGAJO-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       500-LEGAJO-99. EXIT.

       510-SANCIONES-00.
           MOVE "SANCION.DAT" TO LA-ARCHIVO
           MOVE "REGIMEN DE CONVIVENCIA" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT SANCIONES.
           IF ST-SANCIONES NOT = "00"
              GO TO 510-SANCIONES-90
           END-IF.
           MOVE W-CODIGO TO SAN-ALUMNO
           MOVE 0 TO SAN-FECHA SAN-SECUENCIA
           START SANCIONES KEY IS NOT LESS SAN-CLAVE
              INVALID KEY
                 GO TO 510-SANCIONES-80
           END-START.
       510-SANCIONES-10.
           READ SANCIONES NEXT AT END
                GO TO 510-SANCIONES-80
           END-READ.
           IF SAN-ALUMNO NOT = W-CODIGO
              GO TO 510-SANCIONES-80
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "FECHA"    TO DVA-ETIQ1
           MOVE SAN-FECHA  TO DVA-NUM1
           MOVE "CICLO"    TO DVA-ETIQ2
           MOVE SAN-CICLO  TO DVA-NUM2
           MOVE SAN-TIPO   TO DVA-ETIQ3
           MOVE SAN-MOTIVO TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 510-SANCIONES-10.
       510-SANCIONES-80.
           CLOSE SANCIONES.
       510-SANCIONES-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       510-SANCIONES-99. EXIT.

       520-CONSTANCIAS-00.
           MOVE "CONSTREG.DAT" TO LA-ARCHIVO
           MOVE "CONSTANCIAS EMITIDAS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT CONSTREG.
           IF ST-CONSTREG NOT = "00"
              GO TO 520-CONSTANCIAS-90
           END-IF.
           MOVE W-CODIGO TO CNS-ALUMNO
           START CONSTREG KEY IS EQUAL CNS-ALUMNO
              INVALID KEY
                 GO TO 520-CONSTANCIAS-80
           END-START.
       520-CONSTANCIAS-10.
           READ CONSTREG NEXT AT END
                GO TO 520-CONSTANCIAS-80
           END-READ.
           IF CNS-ALUMNO NOT = W-CODIGO
              GO TO 520-CONSTANCIAS-80
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "NUMERO"    TO DVA-ETIQ1
           MOVE CNS-NUMERO  TO DVA-NUM1
           MOVE "CICLO"     TO DVA-ETIQ2
           MOVE CNS-CICLO   TO DVA-NUM2
           MOVE CNS-TIPO    TO DVA-ETIQ3
           MOVE CNS-DESTINO TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 520-CONSTANCIAS-10.
       520-CONSTANCIAS-80.
           CLOSE CONSTREG.
       520-CONSTANCIAS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       520-CONSTANCIAS-99. EXIT.

       530-PRESTAMOS-00.
           MOVE "PRESTAMO.DAT" TO LA-ARCHIVO
           MOVE "PRESTAMOS DE BIBLIOTECA" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT PRESTAMOS.
           IF ST-PRESTAMOS NOT = "00"
              GO TO 530-PRESTAMOS-90
           END-IF.
           MOVE "A"      TO PRS-TIPODEU
           MOVE W-CODIGO TO PRS-PERSONA
           START PRESTAMOS KEY IS EQUAL PRS-DEUDOR
              INVALID KEY
                 GO TO 530-PRESTAMOS-80
           END-START.
       530-PRESTAMOS-10.
           READ PRESTAMOS NEXT AT END
                GO TO 530-PRESTAMOS-80
           END-READ.
           IF (NOT PRS-ALUMNO) OR (PRS-PERSONA NOT = W-CODIGO)
              GO TO 530-PRESTAMOS-80
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "NUMERO"   TO DVA-ETIQ1
           MOVE PRS-NUMERO TO DVA-NUM1
           MOVE "FECHA"    TO DVA-ETIQ2
           MOVE PRS-FECHA  TO DVA-NUM2
           MOVE "ESTADO"   TO DVA-ETIQ3
           MOVE PRS-ESTADO TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 530-PRESTAMOS-10.
       530-PRESTAMOS-80.
           CLOSE PRESTAMOS.
       530-PRESTAMOS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       530-PRESTAMOS-99. EXIT.

       540-PREINS-00.
           MOVE "PREINS.DAT" TO LA-ARCHIVO
           MOVE "PRE-INSCRIPCIONES" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT PREINS.
           IF ST-PREINS NOT = "00"
              GO TO 540-PREINS-90
           END-IF.
       540-PREINS-10.
           READ PREINS NEXT AT END
                GO TO 540-PREINS-80
           END-READ.
           IF PRE-ALUMNO NOT = W-CODIGO
              GO TO 540-PREINS-10
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "CURSO"      TO DVA-ETIQ1
           MOVE PRE-CURSO    TO DVA-NUM1
           MOVE "FECHA"      TO DVA-ETIQ2
           MOVE PRE-FECHA    TO DVA-NUM2
           MOVE PRE-ESTADO   TO DVA-ETIQ3
           MOVE PRE-TELEFONO TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 540-PREINS-10.
       540-PREINS-80.
           CLOSE PREINS.
       540-PREINS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       540-PREINS-99. EXIT.

       550-SOLPORT-00.
           MOVE "SOLPORT.DAT" TO LA-ARCHIVO
           MOVE "SOLICITUDES DEL PORTAL" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT SOLPORTAL.
           IF ST-SOLPORTAL NOT = "00"
              GO TO 550-SOLPORT-90
           END-IF.
       550-SOLPORT-10.
           READ SOLPORTAL NEXT AT END
                GO TO 550-SOLPORT-80
           END-READ.
           IF SOP-ALUMNO NOT = W-CODIGO
              GO TO 550-SOLPORT-10
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "NUMERO"   TO DVA-ETIQ1
           MOVE SOP-NUMERO TO DVA-NUM1
           MOVE "FECHA"    TO DVA-ETIQ2
           MOVE SOP-FECHA  TO DVA-NUM2
           MOVE SOP-TIPO   TO DVA-ETIQ3(1:1)
           MOVE SOP-ESTADO TO DVA-ETIQ3(3:1)
           MOVE SOP-EMAIL  TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           MOVE SOP-TELEFONO  TO DCT-TELEFONO
           MOVE SOP-EMAIL     TO DCT-EMAIL
           MOVE DET-CONTACTO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           MOVE SOP-DOMICILIO TO DDO-DOMICILIO
           MOVE DET-DOMICILIO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           GO TO 550-SOLPORT-10.
       550-SOLPORT-80.
           CLOSE SOLPORTAL.
       550-SOLPORT-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       550-SOLPORT-99. EXIT.

       560-HISTALU-00.
           MOVE "HISTALU.DAT" TO LA-ARCHIVO
           MOVE "HISTORIAL DE CAMBIOS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT HISTALU.
           IF ST-HISTALU NOT = "00"
              GO TO 560-HISTALU-90
           END-IF.
       560-HISTALU-10.
           READ HISTALU AT END
                GO TO 560-HISTALU-80
           END-READ.
           IF HA-CODIGO NOT = W-CODIGO
              GO TO 560-HISTALU-10
           END-IF.
           MOVE HA-FECHA    TO DHI-FECHA
           MOVE HA-HORA     TO DHI-HORA
           MOVE HA-OPERADOR TO DHI-OPERADOR
           MOVE HA-ACCION   TO DHI-ACCION
           MOVE DET-HIST TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 560-HISTALU-10.
       560-HISTALU-80.
           CLOSE HISTALU.
       560-HISTALU-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       560-HISTALU-99. EXIT.

      *  EN EL DIARIO (LOS ARCHIVOS MENSUALES DE PROG-163 Y EL
      *  DIARIO VIVO) SE BUSCAN LAS IMAGENES DE LOS ARCHIVOS CUYA
      *  CLAVE EMPIEZA POR EL CODIGO DE ALUMNO
       570-DIARIO-00.
           MOVE "JOURNAL.DAT" TO LA-ARCHIVO
           MOVE "DIARIO DE MOVIMIENTOS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           MOVE W-CODIGO TO W-JRNCODIGO.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "JRNDESDE" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT NOT = "S") OR (W16-VALORNUM = 0)
              GO TO 570-DIARIO-40
           END-IF.
           MOVE W16-VALORNUM TO W-MESPROC.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           DIVIDE W-FECHAHOY BY 100 GIVING W-MESHOY.
       570-DIARIO-10.
           IF W-MESPROC > W-MESHOY
              GO TO 570-DIARIO-40
           END-IF.
           MOVE "JRN"      TO JRNARCHNOMBRE(1:3)
           MOVE W-MPANIO   TO JRNARCHNOMBRE(4:4)
           MOVE W-MPMES    TO JRNARCHNOMBRE(8:2)
           MOVE ".DAT"     TO JRNARCHNOMBRE(10:4)
           OPEN INPUT JRNARCHIVO.
           IF ST-JRNARCHIVO NOT = "00"
              GO TO 570-DIARIO-30
           END-IF.
       570-DIARIO-20.
           READ JRNARCHIVO AT END
                GO TO 570-DIARIO-25
           END-READ.
           MOVE REG-JRNARCHIVO TO W-REGJRN
           PERFORM 575-MOVIMIENTO-00 THRU 575-MOVIMIENTO-99.
           GO TO 570-DIARIO-20.
       570-DIARIO-25.
           CLOSE JRNARCHIVO.
       570-DIARIO-30.
           ADD 1 TO W-MPMES.
           IF W-MPMES > 12
              MOVE 1 TO W-MPMES
              ADD 1 TO W-MPANIO
           END-IF.
           GO TO 570-DIARIO-10.
       570-DIARIO-40.
           OPEN INPUT JOURNAL.
           IF ST-JOURNAL NOT = "00"
              GO TO 570-DIARIO-90
           END-IF.
       570-DIARIO-50.
           READ JOURNAL AT END
                GO TO 570-DIARIO-80
           END-READ.
           MOVE REG-JOURNAL TO W-REGJRN
           PERFORM 575-MOVIMIENTO-00 THRU 575-MOVIMIENTO-99.
           GO TO 570-DIARIO-50.
       570-DIARIO-80.
           CLOSE JOURNAL.
       570-DIARIO-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       570-DIARIO-99. EXIT.

       575-MOVIMIENTO-00.
           IF (WRJ-ARCHIVO NOT = "ALUMNOS") AND
              (WRJ-ARCHIVO NOT = "CUOTAS") AND
              (WRJ-ARCHIVO NOT = "INSCRIPCIO") AND
              (WRJ-ARCHIVO NOT = "PAGOS") AND
              (WRJ-ARCHIVO NOT = "BECAS") AND
              (WRJ-ARCHIVO NOT = "SALFAVOR") AND
              (WRJ-ARCHIVO NOT = "CONTACTO")
              GO TO 575-MOVIMIENTO-99
           END-IF.
           IF (WRJ-ANTES(1:5) NOT = W-JRNCODIGO) AND
              (WRJ-DESPUES(1:5) NOT = W-JRNCODIGO)
              GO TO 575-MOVIMIENTO-99
           END-IF.
           MOVE WRJ-FECHA     TO DHI-FECHA
           MOVE WRJ-HORA      TO DHI-HORA
           MOVE WRJ-OPERADOR  TO DHI-OPERADOR
           MOVE SPACES        TO DHI-ACCION
           MOVE WRJ-ARCHIVO   TO DHI-ACCION(1:10)
           MOVE WRJ-OPERACION TO DHI-ACCION(13:1)
           MOVE DET-HIST TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
       575-MOVIMIENTO-99. EXIT.

      *  LA PERSONA COMO TUTOR DE OTROS ALUMNOS
       600-COMOTUTOR-00.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "TUTORES.DAT" TO LA-ARCHIVO
           MOVE "COMO TUTOR" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT TUTORES.
           IF ST-TUTORES NOT = "00"
              GO TO 600-COMOTUTOR-90
           END-IF.
           OPEN INPUT ALUTUTOR.
       600-COMOTUTOR-10.
           READ TUTORES NEXT AT END
                GO TO 600-COMOTUTOR-80
           END-READ.
           IF TUT-DOCUMENTO NOT = W-DOCUMENTO
              GO TO 600-COMOTUTOR-10
           END-IF.
           MOVE TUT-CODIGO   TO DTU-CODIGO
           MOVE TUT-APELLIDO TO DTU-APELLIDO
           MOVE TUT-NOMBRE   TO DTU-NOMBRE
           MOVE SPACES       TO DTU-PARENT
           MOVE DET-TUTOR TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           MOVE TUT-TELEFONO TO DCT-TELEFONO
           MOVE TUT-EMAIL    TO DCT-EMAIL
           MOVE DET-CONTACTO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           MOVE TUT-DOMICILIO TO DDO-DOMICILIO
           MOVE DET-DOMICILIO TO W-DATO
           PERFORM 815-CONTINUA-00 THRU 815-CONTINUA-99.
           IF ST-ALUTUTOR = "00"
              PERFORM 605-TUTORADOS-00 THRU 605-TUTORADOS-99
           END-IF.
           GO TO 600-COMOTUTOR-10.
       600-COMOTUTOR-80.
           IF ST-ALUTUTOR = "00"
              CLOSE ALUTUTOR
           END-IF.
           CLOSE TUTORES.
       600-COMOTUTOR-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       600-COMOTUTOR-99. EXIT.

       605-TUTORADOS-00.
           MOVE TUT-CODIGO TO ALT-TUTOR
           START ALUTUTOR KEY IS EQUAL ALT-TUTOR
              INVALID KEY
                 GO TO 605-TUTORADOS-99
           END-START.
       605-TUTORADOS-10.
           READ ALUTUTOR NEXT AT END
                GO TO 605-TUTORADOS-99
           END-READ.
           IF ALT-TUTOR NOT = TUT-CODIGO
              GO TO 605-TUTORADOS-99
           END-IF.
           INITIALIZE DET-VARIOS
           MOVE "ALUMNO"       TO DVA-ETIQ1
           MOVE ALT-ALUMNO     TO DVA-NUM1
           MOVE "VINCULO"      TO DVA-ETIQ3
           MOVE ALT-PARENTESCO TO DVA-ALFA
           MOVE DET-VARIOS TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 605-TUTORADOS-10.
       605-TUTORADOS-99. EXIT.

      *  EXTRACTO ASCII DE ALUMNOS (PROG-70), QUE TRAE DOCUMENTO
       610-EXTRACTOS-00.
           MOVE "ASCALU.DAT" TO LA-ARCHIVO
           MOVE "EXTRACTO DE ALUMNOS" TO LA-DESC
           PERFORM 800-ARCHIVO-00 THRU 800-ARCHIVO-99.
           OPEN INPUT ASCALU.
           IF ST-ASCALU NOT = "00"
              GO TO 610-EXTRACTOS-90
           END-IF.
       610-EXTRACTOS-10.
           READ ASCALU AT END
                GO TO 610-EXTRACTOS-80
           END-READ.
           IF R-DOCUMENTO NOT = W-DOCUMENTO
              GO TO 610-EXTRACTOS-10
           END-IF.
           MOVE R-TELEFONO TO DCT-TELEFONO
           MOVE R-EMAIL    TO DCT-EMAIL
           MOVE DET-CONTACTO TO W-DATO
           PERFORM 810-DATO-00 THRU 810-DATO-99.
           GO TO 610-EXTRACTOS-10.
       610-EXTRACTOS-80.
           CLOSE ASCALU.
       610-EXTRACTOS-90.
           PERFORM 820-FINARCH-00 THRU 820-FINARCH-99.
       610-EXTRACTOS-99. EXIT.

      ********************************************
      *  ARMADO DEL INFORME: TITULO DE ARCHIVO,
      *  REGISTRO (CUENTA), LINEA DE CONTINUACION
      *  DEL MISMO REGISTRO (NO CUENTA) Y CIERRE
      ********************************************
       800-ARCHIVO-00.
           MOVE 0 TO W-CANT.
           MOVE LINEA-ARCHIVO TO REG-LISTADO
           WRITE REG-LISTADO.
       800-ARCHIVO-99. EXIT.

       810-DATO-00.
           ADD 1 TO W-CANT W-TOTAL.
           MOVE W-DATO TO LD-VALOR
           MOVE LINEA-DATO TO REG-LISTADO
           WRITE REG-LISTADO.
       810-DATO-99. EXIT.

       815-CONTINUA-00.
           MOVE SPACES TO LD-VALOR
           MOVE W-DATO TO LD-VALOR(3:74)
           MOVE LINEA-DATO TO REG-LISTADO
           WRITE REG-LISTADO.
       815-CONTINUA-99. EXIT.

       820-FINARCH-00.
           IF W-CANT = 0
              MOVE LINEA-SINREG TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
       820-FINARCH-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 3 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 1 POSITION 70
           DISPLAY W-TITULO-ENC          LINE 2 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 8 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 2 POSITION 70.
       ENCABEZADO-F. EXIT.
