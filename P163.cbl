       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-163.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 163
      *  CONSULTA DEL DIARIO DE MOVIMIENTOS: DADO
      *  UN ARCHIVO (JRN-ARCHIVO) Y UNA CLAVE, LISTA
      *  CADA CAMBIO ASENTADO POR PROG-13 CON
      *  OPERADOR, FECHA Y HORA, COMPARA CAMPO A
      *  CAMPO LA IMAGEN ANTERIOR Y LA POSTERIOR Y
      *  RECONSTRUYE EL REGISTRO A UNA FECHA Y HORA.
      *  RECORRE LOS ARCHIVOS MENSUALES DEL DIARIO
      *  (JRNAAAAMM.DAT) Y EL DIARIO VIVO.
      *  TAMBIEN ARCHIVA UN MES DEL DIARIO VIVO.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-JOURNA.CPY".
       COPY "S-JRNARC.CPY".
       COPY "S-JRNTMP.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-JOURNA.CPY".
       COPY "F-JRNARC.CPY".
       COPY "F-JRNTMP.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

      ********************************************
      *  DICCIONARIO DE TRAZADOS DE LAS IMAGENES
      *  DEL DIARIO: ARCHIVO, CAMPO, POSICION,
      *  LARGO Y DECIMALES. SE MANTIENE A LA PAR DE
      *  LOS F-*.CPY DE CADA ARCHIVO QUE SE ASIENTA
      ********************************************
       01 TABLA-DICC.
          03 PIC X(32) VALUE "ALUMNOS   ALU-CODIGO     0010050".
          03 PIC X(32) VALUE "ALUMNOS   ALU-APELLIDO   0060200".
          03 PIC X(32) VALUE "ALUMNOS   ALU-NOMBRE     0260200".
          03 PIC X(32) VALUE "ALUMNOS   ALU-CODIGO-CURS0460020".
          03 PIC X(32) VALUE "ALUMNOS   ALU-CODIGO-PROV0480020".
          03 PIC X(32) VALUE "ALUMNOS   ALU-TELEFONO   0500150".
          03 PIC X(32) VALUE "ALUMNOS   ALU-EMAIL      0650300".
          03 PIC X(32) VALUE "ALUMNOS   ALU-DOMICILIO  0950300".
          03 PIC X(32) VALUE "ALUMNOS   ALU-FECHAALTA  1250080".
          03 PIC X(32) VALUE "ALUMNOS   ALU-CICLO      1330040".
          03 PIC X(32) VALUE "ALUMNOS   ALU-DOCUMENTO  1370080".
          03 PIC X(32) VALUE "ALUMNOS   ALU-ESTADO     1450010".
          03 PIC X(32) VALUE "ALUMNOS   ALU-FECHABAJA  1460080".
          03 PIC X(32) VALUE "ALUMNOS   ALU-MOTIVOBAJA 1540010".
          03 PIC X(32) VALUE "ALUMNOS   ALU-LOCALIDAD  1550030".
          03 PIC X(32) VALUE "ARANCELES ARA-CURSO      0010020".
          03 PIC X(32) VALUE "ARANCELES ARA-VIGENCIA   0030080".
          03 PIC X(32) VALUE "ARANCELES ARA-IMPORTE    0110072".
          03 PIC X(32) VALUE "ARANCELES ARA-FECHACARGA 0180100".
          03 PIC X(32) VALUE "ARANCELES ARA-OPERADOR   0280080".
          03 PIC X(32) VALUE "AUTORIZA  AUT-NUMERO     0010060".
          03 PIC X(32) VALUE "AUTORIZA  AUT-TIPO       0070020".
          03 PIC X(32) VALUE "AUTORIZA  AUT-SOLICITANTE0090080".
          03 PIC X(32) VALUE "AUTORIZA  AUT-FECHA      0170100".
          03 PIC X(32) VALUE "AUTORIZA  AUT-HORA       0270080".
          03 PIC X(32) VALUE "AUTORIZA  AUT-DATO1      0350080".
          03 PIC X(32) VALUE "AUTORIZA  AUT-DATO2      0430080".
          03 PIC X(32) VALUE "AUTORIZA  AUT-DATO3      0510100".
          03 PIC X(32) VALUE "AUTORIZA  AUT-ESTADO     0610010".
          03 PIC X(32) VALUE "AUTORIZA  AUT-SUPERVISOR 0620080".
          03 PIC X(32) VALUE "AUTORIZA  AUT-MOTIVO     0700300".
          03 PIC X(32) VALUE "AUTORIZA  AUT-FECHARES   1000100".
          03 PIC X(32) VALUE "BECAS     BEC-ALUMNO     0010050".
          03 PIC X(32) VALUE "BECAS     BEC-CURSO      0060020".
          03 PIC X(32) VALUE "BECAS     BEC-CICLO      0080040".
          03 PIC X(32) VALUE "BECAS     BEC-TIPO       0120010".
          03 PIC X(32) VALUE "BECAS     BEC-VALOR      0130072".
          03 PIC X(32) VALUE "BECAS     BEC-MOTIVO     0200010".
          03 PIC X(32) VALUE "BECAS     BEC-ESTADO     0210010".
          03 PIC X(32) VALUE "CIERRES   CIE-FECHA      0010080".
          03 PIC X(32) VALUE "CIERRES   CIE-OPERADOR   0090080".
          03 PIC X(32) VALUE "CIERRES   CIE-FECHACIERRE0170100".
          03 PIC X(32) VALUE "CIERRES   CIE-HORACIERRE 0270080".
          03 PIC X(32) VALUE "CIERRES   CIE-CANTIDAD   0350050".
          03 PIC X(32) VALUE "CIERRES   CIE-TOTAL      0400092".
          03 PIC X(32) VALUE "CIERRMES  CRM-PERIODO    0010060".
          03 PIC X(32) VALUE "CIERRMES  CRM-CURSO      0070020".
          03 PIC X(32) VALUE "CIERRMES  CRM-SEDE       0090020".
          03 PIC X(32) VALUE "CIERRMES  CRM-INICIAL    0110112".
          03 PIC X(32) VALUE "CIERRMES  CRM-EMITIDO    0220112".
          03 PIC X(32) VALUE "CIERRMES  CRM-DESCUENTOS 0330112".
          03 PIC X(32) VALUE "CIERRMES  CRM-RECARGOS   0440112".
          03 PIC X(32) VALUE "CIERRMES  CRM-COBRADO    0550112".
          03 PIC X(32) VALUE "CIERRMES  CRM-FINAL      0660112".
          03 PIC X(32) VALUE "CIERRMES  CRM-FECHA      0770100".
          03 PIC X(32) VALUE "CIERRMES  CRM-HORA       0870080".
          03 PIC X(32) VALUE "CIERRMES  CRM-OPERADOR   0950080".
          03 PIC X(32) VALUE "COMISIONESCOM-CURSO      0010020".
          03 PIC X(32) VALUE "COMISIONESCOM-CICLO      0030040".
          03 PIC X(32) VALUE "COMISIONESCOM-CODIGO     0070020".
          03 PIC X(32) VALUE "COMISIONESCOM-DESCRIPCION0090200".
          03 PIC X(32) VALUE "COMISIONESCOM-TURNO      0290010".
          03 PIC X(32) VALUE "COMISIONESCOM-CUPO       0300040".
          03 PIC X(32) VALUE "COMISIONESCOM-AULA       0340020".
          03 PIC X(32) VALUE "COMISIONESCOM-DOCENTE    0360030".
          03 PIC X(32) VALUE "COMPROB   CMP-RECIBO     0010060".
          03 PIC X(32) VALUE "COMPROB   CMP-CLASE      0070010".
          03 PIC X(32) VALUE "COMPROB   CMP-TIPO       0080030".
          03 PIC X(32) VALUE "COMPROB   CMP-PTOVTA     0110050".
          03 PIC X(32) VALUE "COMPROB   CMP-NUMERO     0160080".
          03 PIC X(32) VALUE "COMPROB   CMP-ALUMNO     0240050".
          03 PIC X(32) VALUE "COMPROB   CMP-TUTOR      0290050".
          03 PIC X(32) VALUE "COMPROB   CMP-DOCTIPO    0340020".
          03 PIC X(32) VALUE "COMPROB   CMP-DOCNRO     0360110".
          03 PIC X(32) VALUE "COMPROB   CMP-IMPORTE    0470092".
          03 PIC X(32) VALUE "COMPROB   CMP-FECHA      0560080".
          03 PIC X(32) VALUE "COMPROB   CMP-OPERADOR   0640080".
          03 PIC X(32) VALUE "COMPROB   CMP-ESTADO     0720010".
          03 PIC X(32) VALUE "COMPROB   CMP-FECHAENV   0730080".
          03 PIC X(32) VALUE "COMPROB   CMP-CAE        0810140".
          03 PIC X(32) VALUE "COMPROB   CMP-VTOCAE     0950080".
          03 PIC X(32) VALUE "COMPROB   CMP-ASOCTIPO   1030030".
          03 PIC X(32) VALUE "COMPROB   CMP-ASOCNRO    1060080".
          03 PIC X(32) VALUE "COMPROB   CMP-OBSERV     1140300".
          03 PIC X(32) VALUE "CONTACTO  CTC-ALUMNO     0010050".
          03 PIC X(32) VALUE "CONTACTO  CTC-FECHA      0060080".
          03 PIC X(32) VALUE "CONTACTO  CTC-SECUENCIA  0140020".
          03 PIC X(32) VALUE "CONTACTO  CTC-HORA       0160080".
          03 PIC X(32) VALUE "CONTACTO  CTC-OPERADOR   0240080".
          03 PIC X(32) VALUE "CONTACTO  CTC-CANAL      0320010".
          03 PIC X(32) VALUE "CONTACTO  CTC-RESULTADO  0330010".
          03 PIC X(32) VALUE "CONTACTO  CTC-DEUDA      0340092".
          03 PIC X(32) VALUE "CONTACTO  CTC-PROMFECHA  0430080".
          03 PIC X(32) VALUE "CONTACTO  CTC-PROMIMPORTE0510092".
          03 PIC X(32) VALUE "CONTACTO  CTC-PROMESTADO 0600010".
          03 PIC X(32) VALUE "CONTACTO  CTC-PAGADO     0610092".
          03 PIC X(32) VALUE "CONTACTO  CTC-OBSERV     0700400".
          03 PIC X(32) VALUE "CONVENIO  CNV-CODIGO     0010030".
          03 PIC X(32) VALUE "CONVENIO  CNV-EMPRESA    0040300".
          03 PIC X(32) VALUE "CONVENIO  CNV-CUIT       0340110".
          03 PIC X(32) VALUE "CONVENIO  CNV-DOMICILIO  0450300".
          03 PIC X(32) VALUE "CONVENIO  CNV-EMAIL      0750300".
          03 PIC X(32) VALUE "CONVENIO  CNV-TIPO       1050010".
          03 PIC X(32) VALUE "CONVENIO  CNV-VALOR      1060072".
          03 PIC X(32) VALUE "CONVENIO  CNV-DESDE      1130080".
          03 PIC X(32) VALUE "CONVENIO  CNV-HASTA      1210080".
          03 PIC X(32) VALUE "CONVENIO  CNV-ESTADO     1290010".
          03 PIC X(32) VALUE "CORRELAT  COR-CURSO      0010020".
          03 PIC X(32) VALUE "CORRELAT  COR-PLAN       0030020".
          03 PIC X(32) VALUE "CORRELAT  COR-MATERIA    0050020".
          03 PIC X(32) VALUE "CORRELAT  COR-REQCURSO   0070020".
          03 PIC X(32) VALUE "CORRELAT  COR-REQMATERIA 0090020".
          03 PIC X(32) VALUE "CORRELAT  COR-CONDICION  0110010".
          03 PIC X(32) VALUE "CUOEMP    CUE-ALUMNO     0010050".
          03 PIC X(32) VALUE "CUOEMP    CUE-CURSO      0060020".
          03 PIC X(32) VALUE "CUOEMP    CUE-ANIO       0080040".
          03 PIC X(32) VALUE "CUOEMP    CUE-MES        0120020".
          03 PIC X(32) VALUE "CUOEMP    CUE-CONVENIO   0140030".
          03 PIC X(32) VALUE "CUOEMP    CUE-IMPORTE    0170072".
          03 PIC X(32) VALUE "CUOEMP    CUE-LIQUIDACION0240060".
          03 PIC X(32) VALUE "CUOEMP    CUE-IMPORTEPAGO0300072".
          03 PIC X(32) VALUE "CUOEMP    CUE-FECHAPAGO  0370080".
          03 PIC X(32) VALUE "CUOEMP    CUE-ESTADO     0450010".
          03 PIC X(32) VALUE "CUOTAS    CUO-ALUMNO     0010050".
          03 PIC X(32) VALUE "CUOTAS    CUO-CURSO      0060020".
          03 PIC X(32) VALUE "CUOTAS    CUO-ANIO       0080040".
          03 PIC X(32) VALUE "CUOTAS    CUO-MES        0120020".
          03 PIC X(32) VALUE "CUOTAS    CUO-IMPORTE    0140072".
          03 PIC X(32) VALUE "CUOTAS    CUO-ESTADO     0210010".
          03 PIC X(32) VALUE "CUOTAS    CUO-FECHAPAGO  0220080".
          03 PIC X(32) VALUE "CUOTAS    CUO-IMPORTEPAGO0300072".
          03 PIC X(32) VALUE "CUOTAS    CUO-RECARGO    0370072".
          03 PIC X(32) VALUE "CUOTAS    CUO-OPERADOR   0440080".
          03 PIC X(32) VALUE "CUOTAS    CUO-DESCUENTO  0520072".
          03 PIC X(32) VALUE "CUOTAS    CUO-CORRIDA    0590060".
          03 PIC X(32) VALUE "CUOTAS    CUO-ENVIOBANCO 0650080".
          03 PIC X(32) VALUE "CORRIDAS  CRR-NUMERO     0010060".
          03 PIC X(32) VALUE "CORRIDAS  CRR-ANIO       0070040".
          03 PIC X(32) VALUE "CORRIDAS  CRR-MES        0110020".
          03 PIC X(32) VALUE "CORRIDAS  CRR-FECHA      0130080".
          03 PIC X(32) VALUE "CORRIDAS  CRR-OPERADOR   0210080".
          03 PIC X(32) VALUE "CORRIDAS  CRR-GENERADAS  0290050".
          03 PIC X(32) VALUE "CORRIDAS  CRR-ESTADO     0340010".
          03 PIC X(32) VALUE "CORRIDAS  CRR-FECHAREV   0350080".
          03 PIC X(32) VALUE "CORRIDAS  CRR-OPERREV    0430080".
          03 PIC X(32) VALUE "CORRIDAS  CRR-BORRADAS   0510050".
          03 PIC X(32) VALUE "CORRIDAS  CRR-RETENIDAS  0560050".
          03 PIC X(32) VALUE "CURSOS    CUR-CODIGO     0010020".
          03 PIC X(32) VALUE "CURSOS    CUR-DESCRIPCION0030300".
          03 PIC X(32) VALUE "CURSOS    CUR-ABREVIATURA0330040".
          03 PIC X(32) VALUE "CURSOS    CUR-CUPO       0370040".
          03 PIC X(32) VALUE "CURSOS    CUR-CUOTA      0410072".
          03 PIC X(32) VALUE "CURSOS    CUR-ESTADO     0480010".
          03 PIC X(32) VALUE "CURSOS    CUR-SEDE       0490020".
          03 PIC X(32) VALUE "CURSOS    CUR-ASISMIN    0510030".
          03 PIC X(32) VALUE "DEPOSITO  DEP-BOLETA     0010100".
          03 PIC X(32) VALUE "DEPOSITO  DEP-FECHA      0110080".
          03 PIC X(32) VALUE "DEPOSITO  DEP-IMPORTE    0190092".
          03 PIC X(32) VALUE "DEPOSITO  DEP-ESPERADO   0280092".
          03 PIC X(32) VALUE "DEPOSITO  DEP-CANTDIAS   0370020".
          03 PIC X(32) VALUE "DEPOSITO  DEP-OPERADOR   0390080".
          03 PIC X(32) VALUE "DEPOSITO  DEP-FECHAALTA  0470100".
          03 PIC X(32) VALUE "DEPOSITO  DEP-ESTADO     0570010".
          03 PIC X(32) VALUE "DEPOSITO  DEP-FECHABANCO 0580080".
          03 PIC X(32) VALUE "DEPOSITO  DEP-IMPBANCO   0660092".
          03 PIC X(32) VALUE "DOCENTES  DOC-CODIGO     0010030".
          03 PIC X(32) VALUE "DOCENTES  DOC-NOMBRE     0040300".
          03 PIC X(32) VALUE "DOCENTES  DOC-DOCUMENTO  0340080".
          03 PIC X(32) VALUE "DOCENTES  DOC-TELEFONO   0420150".
          03 PIC X(32) VALUE "DOCENTES  DOC-EMAIL      0570300".
          03 PIC X(32) VALUE "EDICIONES EDI-CURSO      0010020".
          03 PIC X(32) VALUE "EDICIONES EDI-CICLO      0030040".
          03 PIC X(32) VALUE "EDICIONES EDI-CUPO       0070040".
          03 PIC X(32) VALUE "EDICIONES EDI-FECHAINI   0110080".
          03 PIC X(32) VALUE "EDICIONES EDI-FECHAFIN   0190080".
          03 PIC X(32) VALUE "EDICIONES EDI-ESTADO     0270010".
          03 PIC X(32) VALUE "EDICIONES EDI-PLAN       0280020".
          03 PIC X(32) VALUE "EXAMENES  EXA-CURSO      0010020".
          03 PIC X(32) VALUE "EXAMENES  EXA-MATERIA    0030020".
          03 PIC X(32) VALUE "EXAMENES  EXA-ALUMNO     0050050".
          03 PIC X(32) VALUE "EXAMENES  EXA-INSTANCIA  0100010".
          03 PIC X(32) VALUE "EXAMENES  EXA-NOTA       0110020".
          03 PIC X(32) VALUE "EXAMENES  EXA-FECHA      0130080".
          03 PIC X(32) VALUE "INSCRIPCIOINS-ALUMNO     0010050".
          03 PIC X(32) VALUE "INSCRIPCIOINS-CURSO      0060020".
          03 PIC X(32) VALUE "INSCRIPCIOINS-CICLO      0080040".
          03 PIC X(32) VALUE "INSCRIPCIOINS-FECHA      0120080".
          03 PIC X(32) VALUE "INSCRIPCIOINS-ESTADO     0200010".
          03 PIC X(32) VALUE "INSCRIPCIOINS-FOLIO      0210060".
          03 PIC X(32) VALUE "INSCRIPCIOINS-COMISION   0270020".
          03 PIC X(32) VALUE "LIQCONV   LQC-NUMERO     0010060".
          03 PIC X(32) VALUE "LIQCONV   LQC-CONVENIO   0070030".
          03 PIC X(32) VALUE "LIQCONV   LQC-ANIO       0100040".
          03 PIC X(32) VALUE "LIQCONV   LQC-MES        0140020".
          03 PIC X(32) VALUE "LIQCONV   LQC-FECHA      0160080".
          03 PIC X(32) VALUE "LIQCONV   LQC-CANTIDAD   0240050".
          03 PIC X(32) VALUE "LIQCONV   LQC-IMPORTE    0290092".
          03 PIC X(32) VALUE "LIQCONV   LQC-COBRADO    0380092".
          03 PIC X(32) VALUE "LIQCONV   LQC-FECHACOBRO 0470080".
          03 PIC X(32) VALUE "LIQCONV   LQC-OPERADOR   0550080".
          03 PIC X(32) VALUE "LIQCONV   LQC-ESTADO     0630010".
          03 PIC X(32) VALUE "MOROSOS   MOR-ALUMNO     0010050".
          03 PIC X(32) VALUE "MOROSOS   MOR-ETAPA      0060010".
          03 PIC X(32) VALUE "MOROSOS   MOR-MESES      0070020".
          03 PIC X(32) VALUE "MOROSOS   MOR-FECHA      0090100".
          03 PIC X(32) VALUE "NOTAS     NOT-CURSO      0010020".
          03 PIC X(32) VALUE "NOTAS     NOT-MATERIA    0030020".
          03 PIC X(32) VALUE "NOTAS     NOT-ALUMNO     0050050".
          03 PIC X(32) VALUE "NOTAS     NOT-NOTA       0100020".
          03 PIC X(32) VALUE "NOTAS     NOT-ESTADO     0120010".
          03 PIC X(32) VALUE "NOTAS     NOT-ORIGEN     0130010".
          03 PIC X(32) VALUE "NOTAS     NOT-ORICURSO   0140020".
          03 PIC X(32) VALUE "NOTAS     NOT-ORIMATERIA 0160020".
          03 PIC X(32) VALUE "NUMJUS    JUS-SERIE      0010020".
          03 PIC X(32) VALUE "NUMJUS    JUS-NUMERO     0030060".
          03 PIC X(32) VALUE "NUMJUS    JUS-FECHA      0090100".
          03 PIC X(32) VALUE "NUMJUS    JUS-HORA       0190080".
          03 PIC X(32) VALUE "NUMJUS    JUS-SUPERVISOR 0270080".
          03 PIC X(32) VALUE "NUMJUS    JUS-MOTIVO     0350500".
          03 PIC X(32) VALUE "PAGOS     PAG-ALUMNO     0010050".
          03 PIC X(32) VALUE "PAGOS     PAG-CURSO      0060020".
          03 PIC X(32) VALUE "PAGOS     PAG-ANIO       0080040".
          03 PIC X(32) VALUE "PAGOS     PAG-MES        0120020".
          03 PIC X(32) VALUE "PAGOS     PAG-SECUENCIA  0140020".
          03 PIC X(32) VALUE "PAGOS     PAG-FECHA      0160080".
          03 PIC X(32) VALUE "PAGOS     PAG-IMPORTE    0240072".
          03 PIC X(32) VALUE "PAGOS     PAG-OPERADOR   0310080".
          03 PIC X(32) VALUE "PAGOS     PAG-RECIBO     0390060".
          03 PIC X(32) VALUE "PAGOSEMP  PGE-LIQUIDACION0010060".
          03 PIC X(32) VALUE "PAGOSEMP  PGE-SECUENCIA  0070020".
          03 PIC X(32) VALUE "PAGOSEMP  PGE-FECHA      0090080".
          03 PIC X(32) VALUE "PAGOSEMP  PGE-IMPORTE    0170092".
          03 PIC X(32) VALUE "PAGOSEMP  PGE-REFERENCIA 0260200".
          03 PIC X(32) VALUE "PAGOSEMP  PGE-OPERADOR   0460080".
          03 PIC X(32) VALUE "PLANES    PLA-CURSO      0010020".
          03 PIC X(32) VALUE "PLANES    PLA-VERSION    0030020".
          03 PIC X(32) VALUE "PLANES    PLA-DESCRIPCION0050300".
          03 PIC X(32) VALUE "PLANES    PLA-VIGDESDE   0350080".
          03 PIC X(32) VALUE "PLANES    PLA-VIGHASTA   0430080".
          03 PIC X(32) VALUE "PREINS    PRE-CURSO      0010020".
          03 PIC X(32) VALUE "PREINS    PRE-CICLO      0030040".
          03 PIC X(32) VALUE "PREINS    PRE-ORDEN      0070040".
          03 PIC X(32) VALUE "PREINS    PRE-ALUMNO     0110050".
          03 PIC X(32) VALUE "PREINS    PRE-APELLIDO   0160200".
          03 PIC X(32) VALUE "PREINS    PRE-NOMBRE     0360200".
          03 PIC X(32) VALUE "PREINS    PRE-TELEFONO   0560150".
          03 PIC X(32) VALUE "PREINS    PRE-FECHA      0710080".
          03 PIC X(32) VALUE "PREINS    PRE-ESTADO     0790010".
          03 PIC X(32) VALUE "PROVINCIASPRO-CODIGO     0010020".
          03 PIC X(32) VALUE "PROVINCIASPRO-DESCRIPCION0030300".
          03 PIC X(32) VALUE "PROVINCIASPRO-ABREVIATURA0330040".
          03 PIC X(32) VALUE "RECREG    REC-NUMERO     0010060".
          03 PIC X(32) VALUE "RECREG    REC-ALUMNO     0070050".
          03 PIC X(32) VALUE "RECREG    REC-CURSO      0120020".
          03 PIC X(32) VALUE "RECREG    REC-ANIO       0140040".
          03 PIC X(32) VALUE "RECREG    REC-MES        0180020".
          03 PIC X(32) VALUE "RECREG    REC-SECUENCIA  0200020".
          03 PIC X(32) VALUE "RECREG    REC-IMPORTE    0220072".
          03 PIC X(32) VALUE "RECREG    REC-FECHA      0290100".
          03 PIC X(32) VALUE "RECREG    REC-HORA       0390080".
          03 PIC X(32) VALUE "RECREG    REC-OPERADOR   0470080".
          03 PIC X(32) VALUE "RECREG    REC-TIPO       0550010".
          03 PIC X(32) VALUE "RECREG    REC-REIMPRESO  0560010".
          03 PIC X(32) VALUE "SALFAVOR  SAF-ALUMNO     0010050".
          03 PIC X(32) VALUE "SALFAVOR  SAF-SALDO      0060092".
          03 PIC X(32) VALUE "SALFAVOR  SAF-FECHAULT   0150080".
          03 PIC X(32) VALUE "SALFAVOR  SAF-OPERADOR   0230080".
          03 PIC X(32) VALUE "SOLPORT   SOP-NUMERO     0010080".
          03 PIC X(32) VALUE "SOLPORT   SOP-TIPO       0090010".
          03 PIC X(32) VALUE "SOLPORT   SOP-ALUMNO     0100050".
          03 PIC X(32) VALUE "SOLPORT   SOP-DOCUMENTO  0150080".
          03 PIC X(32) VALUE "SOLPORT   SOP-FECHA      0230080".
          03 PIC X(32) VALUE "SOLPORT   SOP-TELEFONO   0310150".
          03 PIC X(32) VALUE "SOLPORT   SOP-EMAIL      0460300".
          03 PIC X(32) VALUE "SOLPORT   SOP-DOMICILIO  0760300".
          03 PIC X(32) VALUE "SOLPORT   SOP-CURSO      1060020".
          03 PIC X(32) VALUE "SOLPORT   SOP-CICLO      1080040".
          03 PIC X(32) VALUE "SOLPORT   SOP-APELLIDO   1120200".
          03 PIC X(32) VALUE "SOLPORT   SOP-NOMBRE     1320200".
          03 PIC X(32) VALUE "SOLPORT   SOP-FECHACARGA 1520080".
          03 PIC X(32) VALUE "SOLPORT   SOP-ESTADO     1600010".
          03 PIC X(32) VALUE "SOLPORT   SOP-OPERADOR   1610080".
          03 PIC X(32) VALUE "SOLPORT   SOP-FECHARES   1690080".
          03 PIC X(32) VALUE "SOLPORT   SOP-MOTIVO     1770240".
          03 PIC X(32) VALUE "ALUCONV   ACV-ALUMNO     0010050".
          03 PIC X(32) VALUE "ALUCONV   ACV-CONVENIO   0060030".
          03 PIC X(32) VALUE "ALUCONV   ACV-DESDE      0090080".
          03 PIC X(32) VALUE "ALUCONV   ACV-HASTA      0170080".
          03 PIC X(32) VALUE "CAMBIOINS INS-ALUMNO     0010050".
          03 PIC X(32) VALUE "CAMBIOINS INS-CURSO      0060020".
          03 PIC X(32) VALUE "CAMBIOINS INS-CICLO      0080040".
          03 PIC X(32) VALUE "CAMBIOINS INS-DATOS      0120170".
       01 TABLA-DICC-R REDEFINES TABLA-DICC.
          03 TDC-ENTRADA OCCURS 292 TIMES.
             05 TDC-ARCHIVO   PIC X(10).
             05 TDC-CAMPO     PIC X(15).
             05 TDC-DESDE     PIC 9(03).
             05 TDC-LARGO     PIC 9(03).
             05 TDC-DECIMALES PIC 9(01).

       01 W-MOV.
          03 WMV-FECHA       PIC X(10).
          03 WMV-HORA        PIC X(08).
          03 WMV-OPERADOR    PIC X(08).
          03 WMV-ARCHIVO     PIC X(10).
          03 WMV-OPERACION   PIC X(01).
             88 WMV-ALTA         VALUE "A".
             88 WMV-MODIFICACION VALUE "M".
             88 WMV-BAJA         VALUE "B".
          03 WMV-ANTES       PIC X(200).
          03 WMV-DESPUES     PIC X(200).

       01 TABLA-MOVS.
          03 TMV-REG OCCURS 60 TIMES.
             05 TMV-MOV     PIC X(437).
             05 TMV-ORIGEN  PIC X(13).

       01 TITULO-01.
          03 PIC X(33) VALUE "DIARIO DE MOVIMIENTOS - ARCHIVO: ".
          03 TI1-ARCHIVO PIC X(10).
          03 PIC X(09) VALUE "  CLAVE: ".
          03 TI1-CLAVE   PIC X(28).

       01 LINEA-EMISION.
          03 PIC X(07) VALUE "FECHA: ".
          03 LE-FECHA     PIC X(10).
          03 PIC X(08) VALUE "  HORA: ".
          03 LE-HORA      PIC X(08).
          03 PIC X(12) VALUE "  OPERADOR: ".
          03 LE-OPERADOR  PIC X(08).

       01 LINEA-MOV.
          03 LM-NRO       PIC ZZZ9.
          03 PIC X.
          03 LM-FECHA     PIC X(10).
          03 PIC X.
          03 LM-HORA      PIC X(08).
          03 PIC X.
          03 LM-OPERADOR  PIC X(08).
          03 PIC X.
          03 LM-OPERACION PIC X(12).
          03 PIC X(07) VALUE " ORIGEN".
          03 PIC X.
          03 LM-ORIGEN    PIC X(13).

       01 LINEA-CAMPO.
          03 PIC X(02).
          03 LC-CAMPO     PIC X(15).
          03 PIC X.
          03 LC-ANTES     PIC X(30).
          03 PIC X.
          03 LC-DESPUES   PIC X(30).
          03 PIC X.
          03 LC-MARCA     PIC X.

       01 LINEA-TITCAMPO.
          03 PIC X(02).
          03 PIC X(16) VALUE "CAMPO".
          03 PIC X(31) VALUE "ANTES".
          03 PIC X(07) VALUE "DESPUES".

       01 LINEA-RECONS.
          03 PIC X(24) VALUE "REGISTRO RECONSTRUIDO AL".
          03 PIC X.
          03 LR-FECHA     PIC 9999/99/99.
          03 PIC X.
          03 LR-HORA      PIC 99B99B99.

       01 LINEA-FIN.
          03 PIC X(17) VALUE "FIN DEL INFORME. ".
          03 LF-CANT      PIC ZZZZ9.
          03 PIC X(26) VALUE " MOVIMIENTOS DE LA CLAVE.".

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-JOURNAL     PIC XX.
       01 ST-JRNARCHIVO  PIC XX.
       01 ST-JRNTEMP     PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-LISTADO     PIC XX.
       01 OPCION         PIC 9.
       01 JRNARCHNOMBRE  PIC X(13).
       01 W-ORIGEN       PIC X(13).
       01 W-ARCHIVO      PIC X(10).
       01 W-CLAVE        PIC X(30).
       01 W-LARGOCLAVE   PIC 9(02).
       01 W-PRIMERO      PIC 9(03).
       01 W-ULTIMO       PIC 9(03).
       01 W-IND          PIC 9(03).
       01 W-NRO          PIC 9(02).
       01 W-LINEA        PIC 9(02).
       01 W-PAGINA       PIC 9(02).
       01 W-CANTMOV      PIC 9(02).
       01 W-TOTMOV       PIC 9(05).
       01 W-IMPRIME      PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-MESHOY       PIC 9(06).
       01 W-DESDEMES     PIC 9(06).
       01 W-MESPROC      PIC 9(06).
       01 W-MESPROC-R REDEFINES W-MESPROC.
          03 W-MPANIO    PIC 9(04).
          03 W-MPMES     PIC 9(02).
       01 W-FECHAREC     PIC 9(08).
       01 W-HORAREC      PIC 9(06).
       01 W-RECTS        PIC 9(14).
       01 W-MOVTS        PIC 9(14).
       01 W-MOVTS-R REDEFINES W-MOVTS.
          03 W-TSANIO    PIC 9(04).
          03 W-TSMES     PIC 9(02).
          03 W-TSDIA     PIC 9(02).
          03 W-TSHH      PIC 9(02).
          03 W-TSMM      PIC 9(02).
          03 W-TSSS      PIC 9(02).
       01 W-RECESTADO    PIC X.
       01 W-RECONS       PIC X(200).
       01 W-RECFECHA     PIC X(10).
       01 W-RECHORA      PIC X(08).
       01 W-RECOPER      PIC X(08).
       01 W-IMAGEN       PIC X(200).
       01 W-VALOR        PIC X(30).
       01 W-VALANT       PIC X(30).
       01 W-VALDES       PIC X(30).
       01 W-POS          PIC 9(03).
       01 W-LARGO        PIC 9(03).
       01 W-ENTEROS      PIC 9(03).
       01 W-DEC          PIC 9(01).
       01 W-ANIOARCH     PIC 9(04).
       01 W-MESARCH      PIC 9(02).
       01 W-MESREG       PIC 9(06).
       01 W-ARCHIVADOS   PIC 9(06).
       01 W-QUEDAN       PIC 9(06).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-JOURNAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON JOURNAL.
           DISPLAY "ERROR DE E/S EN JOURNAL. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-JOURNAL LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "CONSULTA DEL DIARIO DE MOVIMIENTOS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 11 POSITION 10.

           IF OPCION = 1
              PERFORM 100-CONSULTA-00 THRU 100-CONSULTA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 800-ARCHIVA-00 THRU 800-ARCHIVA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-F
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  CONSULTA POR ARCHIVO Y CLAVE. LA CLAVE SE
      *  COMPARA CONTRA EL COMIENZO DE LA IMAGEN
      *  ANTERIOR O POSTERIOR, CON EL LARGO QUE SE
      *  TIPEE (CODIGOS CON CEROS A LA IZQUIERDA)
      ********************************************
       100-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DEL DIARIO POR CLAVE" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE SPACES TO W-ARCHIVO W-CLAVE.
           DISPLAY "ARCHIVO DEL DIARIO:" LINE 4 POSITION 1.
           ACCEPT W-ARCHIVO LINE 4 POSITION 21.
           IF W-ARCHIVO = SPACES
              GO TO 100-CONSULTA-99
           END-IF.
           PERFORM 110-TRAZADO-00 THRU 110-TRAZADO-99.
           IF W-PRIMERO = 0
              MOVE "ARCHIVO SIN TRAZADO EN EL DICCIONARIO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CONSULTA-99
           END-IF.
           DISPLAY "LA CLAVE EMPIEZA POR:" LINE 5 POSITION 1.
           DISPLAY TDC-CAMPO (W-PRIMERO) LINE 5 POSITION 23.
           DISPLAY "LARGO" LINE 5 POSITION 40.
           DISPLAY TDC-LARGO (W-PRIMERO) LINE 5 POSITION 46.
           DISPLAY "CLAVE:" LINE 6 POSITION 1.
           ACCEPT W-CLAVE LINE 6 POSITION 21.
           PERFORM 120-LARGOCLAVE-00 THRU 120-LARGOCLAVE-99.
           IF W-LARGOCLAVE = 0
              GO TO 100-CONSULTA-99
           END-IF.
           MOVE 0 TO W-FECHAREC W-HORAREC.
           DISPLAY "RECONSTRUIR AL (AAAAMMDD, 0=NO):" LINE 8
                      POSITION 1.
           ACCEPT W-FECHAREC LINE 8 POSITION 34 PROMPT.
           IF W-FECHAREC NOT = 0
              DISPLAY "A LA HORA (HHMMSS, 0=FIN DEL DIA):" LINE 9
                         POSITION 1
              ACCEPT W-HORAREC LINE 9 POSITION 36 PROMPT
              IF W-HORAREC = 0
                 MOVE 235959 TO W-HORAREC
              END-IF
           END-IF.
           COMPUTE W-RECTS = (W-FECHAREC * 1000000) + W-HORAREC.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           DIVIDE W-FECHAHOY BY 100 GIVING W-MESHOY.
      *  POR DEFECTO, DESDE EL PRIMER MES ARCHIVADO
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "JRNDESDE" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-DESDEMES
           ELSE
              MOVE 0 TO W-DESDEMES
           END-IF.
           DISPLAY "ARCHIVOS MENSUALES DESDE (AAAAMM, 0=NINGUNO):"
                      LINE 11 POSITION 1.
           ACCEPT W-DESDEMES LINE 11 POSITION 48 PROMPT UPDATE.
           IF (W-DESDEMES NOT = 0) AND
              ((W-DESDEMES(5:2) < "01") OR (W-DESDEMES(5:2) > "12"))
              MOVE "MES INVALIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CONSULTA-99
           END-IF.
           DISPLAY "BUSCANDO MOVIMIENTOS..." LINE 13 POSITION 1.
           MOVE "N" TO W-IMPRIME.
           PERFORM 200-RECORRE-00 THRU 200-RECORRE-99.
           IF W-TOTMOV = 0
              MOVE "NO HAY MOVIMIENTOS PARA ESA CLAVE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CONSULTA-99
           END-IF.
           PERFORM 400-LISTA-00 THRU 400-LISTA-99.
           IF W-FECHAREC NOT = 0
              PERFORM 600-RECONS-00 THRU 600-RECONS-99
           END-IF.
           DISPLAY " " ERASE
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "IMPRIME EL INFORME COMPLETO? (S/N):" LINE 5
                      POSITION 1.
           ACCEPT SINO LINE 5 POSITION 37.
           IF SINO NOT = "S"
              GO TO 100-CONSULTA-99
           END-IF.
           PERFORM 700-IMPRIME-00 THRU 700-IMPRIME-99.
           DISPLAY "INFORME ENVIADO AL SPOOL." LINE 7 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       100-CONSULTA-99. EXIT.

      *  PRIMERA Y ULTIMA ENTRADA DEL DICCIONARIO PARA EL ARCHIVO
       110-TRAZADO-00.
           MOVE 0 TO W-PRIMERO W-ULTIMO W-IND.
       110-TRAZADO-10.
           ADD 1 TO W-IND.
           IF W-IND > 292
              GO TO 110-TRAZADO-99
           END-IF.
           IF TDC-ARCHIVO (W-IND) NOT = W-ARCHIVO
              IF W-PRIMERO NOT = 0
                 GO TO 110-TRAZADO-99
              END-IF
              GO TO 110-TRAZADO-10
           END-IF.
           IF W-PRIMERO = 0
              MOVE W-IND TO W-PRIMERO
           END-IF.
           MOVE W-IND TO W-ULTIMO.
           GO TO 110-TRAZADO-10.
       110-TRAZADO-99. EXIT.

       120-LARGOCLAVE-00.
           MOVE 30 TO W-LARGOCLAVE.
       120-LARGOCLAVE-10.
           IF W-LARGOCLAVE = 0
              GO TO 120-LARGOCLAVE-99
           END-IF.
           IF W-CLAVE(W-LARGOCLAVE:1) NOT = SPACE
              GO TO 120-LARGOCLAVE-99
           END-IF.
           SUBTRACT 1 FROM W-LARGOCLAVE.
           GO TO 120-LARGOCLAVE-10.
       120-LARGOCLAVE-99. EXIT.

      ********************************************
      *  RECORRIDO CRONOLOGICO: LOS ARCHIVOS
      *  MENSUALES DESDE W-DESDEMES HASTA EL MES
      *  ACTUAL Y DESPUES EL DIARIO VIVO. CON
      *  W-IMPRIME = "N" GUARDA LOS MOVIMIENTOS
      *  PARA LA PANTALLA, CON "S" LOS IMPRIME
      ********************************************
       200-RECORRE-00.
           MOVE 0 TO W-CANTMOV W-TOTMOV.
           MOVE "N" TO W-RECESTADO.
           MOVE SPACES TO W-RECONS.
           IF W-DESDEMES = 0
              GO TO 200-RECORRE-50
           END-IF.
           MOVE W-DESDEMES TO W-MESPROC.
       200-RECORRE-10.
           IF W-MESPROC > W-MESHOY
              GO TO 200-RECORRE-50
           END-IF.
           MOVE "JRN"      TO JRNARCHNOMBRE(1:3)
           MOVE W-MPANIO   TO JRNARCHNOMBRE(4:4)
           MOVE W-MPMES    TO JRNARCHNOMBRE(8:2)
           MOVE ".DAT"     TO JRNARCHNOMBRE(10:4)
           MOVE JRNARCHNOMBRE TO W-ORIGEN.
           OPEN INPUT JRNARCHIVO.
           IF ST-JRNARCHIVO NOT = "00"
              GO TO 200-RECORRE-30
           END-IF.
       200-RECORRE-20.
           READ JRNARCHIVO AT END
                GO TO 200-RECORRE-25
           END-READ.
           MOVE REG-JRNARCHIVO TO W-MOV
           PERFORM 300-EVALUA-00 THRU 300-EVALUA-99.
           GO TO 200-RECORRE-20.
       200-RECORRE-25.
           CLOSE JRNARCHIVO.
       200-RECORRE-30.
           ADD 1 TO W-MPMES.
           IF W-MPMES > 12
              MOVE 1 TO W-MPMES
              ADD 1 TO W-MPANIO
           END-IF.
           GO TO 200-RECORRE-10.
       200-RECORRE-50.
           MOVE "JOURNAL.DAT" TO W-ORIGEN.
           OPEN INPUT JOURNAL.
           IF ST-JOURNAL NOT = "00"
              GO TO 200-RECORRE-99
           END-IF.
       200-RECORRE-60.
           READ JOURNAL AT END
                GO TO 200-RECORRE-70
           END-READ.
           MOVE REG-JOURNAL TO W-MOV
           PERFORM 300-EVALUA-00 THRU 300-EVALUA-99.
           GO TO 200-RECORRE-60.
       200-RECORRE-70.
           CLOSE JOURNAL.
       200-RECORRE-99. EXIT.

       300-EVALUA-00.
           IF WMV-ARCHIVO NOT = W-ARCHIVO
              GO TO 300-EVALUA-99
           END-IF.
           IF (WMV-ANTES(1:W-LARGOCLAVE) NOT =
               W-CLAVE(1:W-LARGOCLAVE)) AND
              (WMV-DESPUES(1:W-LARGOCLAVE) NOT =
               W-CLAVE(1:W-LARGOCLAVE))
              GO TO 300-EVALUA-99
           END-IF.
           ADD 1 TO W-TOTMOV.
           IF W-IMPRIME = "S"
              PERFORM 710-MOVIMIENTO-00 THRU 710-MOVIMIENTO-99
           ELSE
              IF W-CANTMOV < 60
                 ADD 1 TO W-CANTMOV
                 MOVE W-MOV    TO TMV-MOV (W-CANTMOV)
                 MOVE W-ORIGEN TO TMV-ORIGEN (W-CANTMOV)
              END-IF
           END-IF.
      *  JRN-FECHA VIENE DD/MM/AAAA Y JRN-HORA HH:MM:SS
           IF W-FECHAREC = 0
              GO TO 300-EVALUA-99
           END-IF.
           MOVE WMV-FECHA(7:4) TO W-TSANIO
           MOVE WMV-FECHA(4:2) TO W-TSMES
           MOVE WMV-FECHA(1:2) TO W-TSDIA
           MOVE WMV-HORA(1:2)  TO W-TSHH
           MOVE WMV-HORA(4:2)  TO W-TSMM
           MOVE WMV-HORA(7:2)  TO W-TSSS
           IF W-MOVTS > W-RECTS
              GO TO 300-EVALUA-99
           END-IF.
           MOVE WMV-FECHA    TO W-RECFECHA
           MOVE WMV-HORA     TO W-RECHORA
           MOVE WMV-OPERADOR TO W-RECOPER
           IF WMV-BAJA
              MOVE "B" TO W-RECESTADO
              MOVE WMV-ANTES TO W-RECONS
           ELSE
              MOVE "E" TO W-RECESTADO
              MOVE WMV-DESPUES TO W-RECONS
           END-IF.
       300-EVALUA-99. EXIT.

      ********************************************
      *  LISTA EN PANTALLA DE A 14 MOVIMIENTOS; SE
      *  ELIGE UNO PARA VER EL DETALLE CAMPO A CAMPO
      ********************************************
       400-LISTA-00.
           MOVE 1 TO W-PAGINA.
       400-LISTA-10.
           DISPLAY " " ERASE
           MOVE "MOVIMIENTOS DEL DIARIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "ARCHIVO:"   LINE 3 POSITION 1.
           DISPLAY W-ARCHIVO    LINE 3 POSITION 10.
           DISPLAY "CLAVE:"     LINE 3 POSITION 22.
           DISPLAY W-CLAVE      LINE 3 POSITION 29.
           DISPLAY "MOVIMIENTOS:" LINE 3 POSITION 60.
           DISPLAY W-TOTMOV     LINE 3 POSITION 73.
           DISPLAY " NRO FECHA      HORA     OPERADOR OPERACION"
                      LINE 5 POSITION 1.
           COMPUTE W-NRO = ((W-PAGINA - 1) * 14).
           MOVE 6 TO W-LINEA.
       400-LISTA-20.
           ADD 1 TO W-NRO.
           IF (W-NRO > W-CANTMOV) OR (W-LINEA > 19)
              GO TO 400-LISTA-30
           END-IF.
           MOVE TMV-MOV (W-NRO) TO W-MOV
           PERFORM 410-LINEAMOV-00 THRU 410-LINEAMOV-99.
           DISPLAY LINEA-MOV LINE W-LINEA POSITION 1.
           ADD 1 TO W-LINEA.
           GO TO 400-LISTA-20.
       400-LISTA-30.
           IF W-TOTMOV > W-CANTMOV
              DISPLAY "SE MUESTRAN LOS PRIMEROS 60; EL INFORME TRAE"
                         LINE 21 POSITION 1
              DISPLAY "TODOS." LINE 21 POSITION 46
           END-IF.
           MOVE 0 TO W-NRO.
           DISPLAY "MOVIMIENTO A DETALLAR (0=SIGUE):" LINE 22
                      POSITION 1.
           ACCEPT W-NRO LINE 22 POSITION 34 PROMPT.
           IF W-NRO = 0
              IF (W-PAGINA * 14) < W-CANTMOV
                 ADD 1 TO W-PAGINA
                 GO TO 400-LISTA-10
              END-IF
              GO TO 400-LISTA-99
           END-IF.
           IF W-NRO > W-CANTMOV
              MOVE "NUMERO DE MOVIMIENTO INEXISTENTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-LISTA-10
           END-IF.
           MOVE TMV-MOV (W-NRO) TO W-MOV
           MOVE TMV-ORIGEN (W-NRO) TO W-ORIGEN
           PERFORM 500-DETALLE-00 THRU 500-DETALLE-99.
           GO TO 400-LISTA-10.
       400-LISTA-99. EXIT.

       410-LINEAMOV-00.
           MOVE W-NRO        TO LM-NRO
           MOVE WMV-FECHA    TO LM-FECHA
           MOVE WMV-HORA     TO LM-HORA
           MOVE WMV-OPERADOR TO LM-OPERADOR
           MOVE W-ORIGEN     TO LM-ORIGEN
           MOVE WMV-OPERACION TO LM-OPERACION
           IF WMV-ALTA
              MOVE "ALTA" TO LM-OPERACION
           END-IF.
           IF WMV-MODIFICACION
              MOVE "MODIFICACION" TO LM-OPERACION
           END-IF.
           IF WMV-BAJA
              MOVE "BAJA" TO LM-OPERACION
           END-IF.
       410-LINEAMOV-99. EXIT.

      *  DETALLE CAMPO A CAMPO; "*" EN LOS QUE CAMBIARON
       500-DETALLE-00.
           DISPLAY " " ERASE
           MOVE "DETALLE DEL MOVIMIENTO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 410-LINEAMOV-00 THRU 410-LINEAMOV-99.
           DISPLAY LINEA-MOV LINE 3 POSITION 1.
           DISPLAY LINEA-TITCAMPO LINE 4 POSITION 1.
           MOVE 5 TO W-LINEA.
           MOVE W-PRIMERO TO W-IND.
       500-DETALLE-10.
           IF W-IND > W-ULTIMO
              GO TO 500-DETALLE-90
           END-IF.
           PERFORM 510-CAMPO-00 THRU 510-CAMPO-99.
           DISPLAY LINEA-CAMPO LINE W-LINEA POSITION 1.
           ADD 1 TO W-LINEA W-IND.
           GO TO 500-DETALLE-10.
       500-DETALLE-90.
           ACCEPT SINO LINE 24 POSITION 80.
       500-DETALLE-99. EXIT.

      *  ARMA LINEA-CAMPO PARA LA ENTRADA W-IND DEL DICCIONARIO
       510-CAMPO-00.
           MOVE SPACES TO LINEA-CAMPO
           MOVE TDC-CAMPO (W-IND) TO LC-CAMPO
           MOVE SPACES TO W-VALANT W-VALDES.
           IF NOT WMV-ALTA
              MOVE WMV-ANTES TO W-IMAGEN
              PERFORM 520-VALOR-00 THRU 520-VALOR-99
              MOVE W-VALOR TO W-VALANT
           END-IF.
           IF NOT WMV-BAJA
              MOVE WMV-DESPUES TO W-IMAGEN
              PERFORM 520-VALOR-00 THRU 520-VALOR-99
              MOVE W-VALOR TO W-VALDES
           END-IF.
           MOVE W-VALANT TO LC-ANTES
           MOVE W-VALDES TO LC-DESPUES
           IF WMV-MODIFICACION AND (W-VALANT NOT = W-VALDES)
              MOVE "*" TO LC-MARCA
           END-IF.
       510-CAMPO-99. EXIT.

      *  W-VALOR = CAMPO W-IND DE W-IMAGEN, CON COMA DECIMAL SI
      *  EL CAMPO TIENE DECIMALES
       520-VALOR-00.
           MOVE SPACES TO W-VALOR
           MOVE TDC-DESDE (W-IND)     TO W-POS
           MOVE TDC-LARGO (W-IND)     TO W-LARGO
           MOVE TDC-DECIMALES (W-IND) TO W-DEC.
           IF W-LARGO > 29
              MOVE 29 TO W-LARGO
           END-IF.
           IF W-DEC = 0
              MOVE W-IMAGEN(W-POS:W-LARGO) TO W-VALOR
              GO TO 520-VALOR-99
           END-IF.
           IF W-IMAGEN(W-POS:W-LARGO) = SPACES
              GO TO 520-VALOR-99
           END-IF.
           COMPUTE W-ENTEROS = W-LARGO - W-DEC.
           MOVE W-IMAGEN(W-POS:W-ENTEROS) TO W-VALOR(1:W-ENTEROS)
           MOVE "," TO W-VALOR(W-ENTEROS + 1:1)
           ADD W-ENTEROS TO W-POS.
           MOVE W-IMAGEN(W-POS:W-DEC) TO W-VALOR(W-ENTEROS + 2:W-DEC).
       520-VALOR-99. EXIT.

      *  ESTADO DEL REGISTRO A LA FECHA Y HORA PEDIDAS
       600-RECONS-00.
           DISPLAY " " ERASE
           MOVE "RECONSTRUCCION DEL REGISTRO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE W-FECHAREC TO LR-FECHA
           MOVE W-HORAREC  TO LR-HORA
           DISPLAY LINEA-RECONS LINE 3 POSITION 1.
           IF W-RECESTADO = "N"
              DISPLAY "EL REGISTRO NO TENIA MOVIMIENTOS A ESA FECHA."
                         LINE 5 POSITION 1
              GO TO 600-RECONS-90
           END-IF.
           DISPLAY "ULTIMO MOVIMIENTO:" LINE 3 POSITION 46.
           DISPLAY W-RECFECHA LINE 4 POSITION 46.
           DISPLAY W-RECHORA  LINE 4 POSITION 57.
           DISPLAY W-RECOPER  LINE 4 POSITION 66.
           IF W-RECESTADO = "B"
              DISPLAY "DADO DE BAJA. ULTIMA IMAGEN:" LINE 4 POSITION 1
           END-IF.
           MOVE W-RECONS TO W-IMAGEN
           MOVE 5 TO W-LINEA.
           MOVE W-PRIMERO TO W-IND.
       600-RECONS-10.
           IF W-IND > W-ULTIMO
              GO TO 600-RECONS-90
           END-IF.
           PERFORM 520-VALOR-00 THRU 520-VALOR-99.
           MOVE SPACES TO LINEA-CAMPO
           MOVE TDC-CAMPO (W-IND) TO LC-CAMPO
           MOVE W-VALOR TO LC-ANTES
           DISPLAY LINEA-CAMPO LINE W-LINEA POSITION 1.
           ADD 1 TO W-LINEA W-IND.
           GO TO 600-RECONS-10.
       600-RECONS-90.
           ACCEPT SINO LINE 24 POSITION 80.
       600-RECONS-99. EXIT.

      ********************************************
      *  INFORME COMPLETO POR EL SPOOL: SEGUNDA
      *  PASADA POR LOS DIARIOS IMPRIMIENDO CADA
      *  MOVIMIENTO (SIN EL TOPE DE LA PANTALLA)
      ********************************************
       700-IMPRIME-00.
           OPEN OUTPUT LISTADO.
           MOVE W-ARCHIVO TO TI1-ARCHIVO
           MOVE W-CLAVE   TO TI1-CLAVE
           MOVE TITULO-01 TO REG-LISTADO
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
           MOVE "S" TO W-IMPRIME.
           PERFORM 200-RECORRE-00 THRU 200-RECORRE-99.
           MOVE "N" TO W-IMPRIME.
           IF W-FECHAREC NOT = 0
              PERFORM 720-RECONS-00 THRU 720-RECONS-99
           END-IF.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-TOTMOV TO LF-CANT
           MOVE LINEA-FIN TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-163" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       700-IMPRIME-99. EXIT.

      *  EN LAS MODIFICACIONES SOLO LOS CAMPOS QUE CAMBIARON
       710-MOVIMIENTO-00.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 410-LINEAMOV-00 THRU 410-LINEAMOV-99.
           MOVE W-TOTMOV TO LM-NRO
           MOVE LINEA-MOV TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-TITCAMPO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-PRIMERO TO W-IND.
       710-MOVIMIENTO-10.
           IF W-IND > W-ULTIMO
              GO TO 710-MOVIMIENTO-99
           END-IF.
           PERFORM 510-CAMPO-00 THRU 510-CAMPO-99.
           IF (NOT WMV-MODIFICACION) OR (LC-MARCA = "*")
              MOVE LINEA-CAMPO TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           ADD 1 TO W-IND.
           GO TO 710-MOVIMIENTO-10.
       710-MOVIMIENTO-99. EXIT.

       720-RECONS-00.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-FECHAREC TO LR-FECHA
           MOVE W-HORAREC  TO LR-HORA
           MOVE LINEA-RECONS TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-RECESTADO = "N"
              MOVE "  SIN MOVIMIENTOS A ESA FECHA." TO REG-LISTADO
              WRITE REG-LISTADO
              GO TO 720-RECONS-99
           END-IF.
           MOVE SPACES TO REG-LISTADO
           MOVE "  ULTIMO MOVIMIENTO:" TO REG-LISTADO(1:20)
           MOVE W-RECFECHA TO REG-LISTADO(22:10)
           MOVE W-RECHORA  TO REG-LISTADO(33:8)
           MOVE W-RECOPER  TO REG-LISTADO(42:8)
           IF W-RECESTADO = "B"
              MOVE "(DADO DE BAJA)" TO REG-LISTADO(51:14)
           END-IF.
           WRITE REG-LISTADO.
           MOVE W-RECONS TO W-IMAGEN
           MOVE W-PRIMERO TO W-IND.
       720-RECONS-10.
           IF W-IND > W-ULTIMO
              GO TO 720-RECONS-99
           END-IF.
           PERFORM 520-VALOR-00 THRU 520-VALOR-99.
           MOVE SPACES TO LINEA-CAMPO
           MOVE TDC-CAMPO (W-IND) TO LC-CAMPO
           MOVE W-VALOR TO LC-ANTES
           MOVE LINEA-CAMPO TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-IND.
           GO TO 720-RECONS-10.
       720-RECONS-99. EXIT.

      ********************************************
      *  ARCHIVADO MENSUAL DEL DIARIO VIVO EN
      *  JRNAAAAMM.DAT (MISMO ESQUEMA QUE EL LOG EN
      *  PROG-66). SOLO MESES CERRADOS Y SOLO UN
      *  SUPERVISOR. LA RECUPERACION POR AVANCE
      *  (PROG-83) LEE SOLO EL DIARIO VIVO: NO SE
      *  ARCHIVAN MESES POSTERIORES AL ULTIMO
      *  RESGUARDO DE MAESTROS
      ********************************************
       800-ARCHIVA-00.
           DISPLAY " " ERASE
           MOVE "ARCHIVADO MENSUAL DEL DIARIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
              MOVE W40-OPERADOR TO OPE-CODIGO
              READ OPERADORES KEY IS OPE-CODIGO
                 INVALID KEY
                    MOVE "J" TO OPE-NIVEL
              END-READ
              CLOSE OPERADORES
              IF NOT OPE-SUPERVISOR
                 MOVE "SOLO UN SUPERVISOR ARCHIVA EL DIARIO." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 800-ARCHIVA-99
              END-IF
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           DIVIDE W-FECHAHOY BY 100 GIVING W-MESHOY.
           MOVE 0 TO W-ANIOARCH W-MESARCH.
           DISPLAY "ANIO A ARCHIVAR:" LINE 5 POSITION 1.
           ACCEPT W-ANIOARCH LINE 5 POSITION 18 PROMPT.
           IF W-ANIOARCH = 0
              GO TO 800-ARCHIVA-99
           END-IF.
           DISPLAY "MES A ARCHIVAR :" LINE 6 POSITION 1.
           ACCEPT W-MESARCH LINE 6 POSITION 18 PROMPT.
           IF (W-MESARCH < 1) OR (W-MESARCH > 12)
              MOVE "EL MES DEBE ESTAR ENTRE 1 Y 12." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-ARCHIVA-99
           END-IF.
           COMPUTE W-MESPROC = (W-ANIOARCH * 100) + W-MESARCH.
           IF W-MESPROC NOT < W-MESHOY
              MOVE "SOLO SE ARCHIVAN MESES YA CERRADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-ARCHIVA-99
           END-IF.
           DISPLAY "EL MES DEBE SER ANTERIOR AL ULTIMO RESGUARDO."
                      LINE 8 POSITION 1.
           DISPLAY "CONFIRMA EL ARCHIVADO? (S/N):" LINE 9 POSITION 1.
           ACCEPT SINO LINE 9 POSITION 31.
           IF SINO NOT = "S"
              GO TO 800-ARCHIVA-99
           END-IF.
           MOVE "JRN"      TO JRNARCHNOMBRE(1:3)
           MOVE W-MPANIO   TO JRNARCHNOMBRE(4:4)
           MOVE W-MPMES    TO JRNARCHNOMBRE(8:2)
           MOVE ".DAT"     TO JRNARCHNOMBRE(10:4)
           OPEN INPUT JOURNAL.
           IF ST-JOURNAL NOT = "00"
              MOVE "NO HAY DIARIO PARA ARCHIVAR." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-ARCHIVA-99
           END-IF.
           OPEN EXTEND JRNARCHIVO.
           IF ST-JRNARCHIVO = "35"
              OPEN OUTPUT JRNARCHIVO
           END-IF.
           OPEN OUTPUT JRNTEMP.
           MOVE 0 TO W-ARCHIVADOS W-QUEDAN.
       800-ARCHIVA-10.
           READ JOURNAL AT END
                GO TO 800-ARCHIVA-50
           END-READ.
           MOVE JRN-FECHA(7:4) TO W-MESREG(1:4)
           MOVE JRN-FECHA(4:2) TO W-MESREG(5:2)
           IF W-MESREG = W-MESPROC
              MOVE REG-JOURNAL TO REG-JRNARCHIVO
              WRITE REG-JRNARCHIVO
              ADD 1 TO W-ARCHIVADOS
           ELSE
              MOVE REG-JOURNAL TO REG-JRNTEMP
              WRITE REG-JRNTEMP
              ADD 1 TO W-QUEDAN
           END-IF.
           GO TO 800-ARCHIVA-10.
       800-ARCHIVA-50.
           CLOSE JOURNAL.
           CLOSE JRNARCHIVO.
           CLOSE JRNTEMP.
           IF W-ARCHIVADOS = 0
              GO TO 800-ARCHIVA-90
           END-IF.
           OPEN INPUT JRNTEMP.
           OPEN OUTPUT JOURNAL.
       800-ARCHIVA-60.
           READ JRNTEMP AT END
                GO TO 800-ARCHIVA-70
           END-READ.
           MOVE REG-JRNTEMP TO REG-JOURNAL
           WRITE REG-JOURNAL.
           GO TO 800-ARCHIVA-60.
       800-ARCHIVA-70.
           CLOSE JRNTEMP.
           CLOSE JOURNAL.
      *  PRIMER MES ARCHIVADO: DESDE DONDE BUSCAN LA CONSULTA Y LA
      *  ANONIMIZACION (PROG-161)
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "JRNDESDE" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT NOT = "S") OR (W16-VALORNUM = 0) OR
              (W16-VALORNUM > W-MESPROC)
              INITIALIZE W16-DATOS
              MOVE 2 TO W16-OPCION
              MOVE "JRNDESDE" TO W16-CODIGO
              MOVE W-MESPROC TO W16-VALORNUM
              CALL "P16" USING W16-DATOS
              CANCEL "P16"
           END-IF.
           INITIALIZE W14-DATOS
           MOVE "PROG-163"    TO W14-PROGRAMA
           MOVE W40-OPERADOR  TO W14-OPERADOR
           MOVE W-ARCHIVADOS  TO W14-PROCESADOS
           MOVE "OK"          TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".
       800-ARCHIVA-90.
           DISPLAY "MOVIMIENTOS ARCHIVADOS:" LINE 11 POSITION 1.
           DISPLAY W-ARCHIVADOS              LINE 11 POSITION 25.
           DISPLAY "QUEDAN EN EL DIARIO   :" LINE 12 POSITION 1.
           DISPLAY W-QUEDAN                  LINE 12 POSITION 25.
           DISPLAY "ARCHIVO:"                LINE 13 POSITION 1.
           DISPLAY JRNARCHNOMBRE             LINE 13 POSITION 25.
           ACCEPT SINO LINE 24 POSITION 80.
       800-ARCHIVA-99. EXIT.

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

       PANTALLAINICIO.
           DISPLAY "1-CONSULTA POR ARCHIVO Y CLAVE    " LINE 5
                      POSITION 1.
           DISPLAY "2-ARCHIVADO MENSUAL DEL DIARIO    " LINE 6
                      POSITION 1.
           DISPLAY "9-SALIR                           " LINE 10
                      POSITION 1.
           DISPLAY "OPCION:"                            LINE 11
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
