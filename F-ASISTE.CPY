              88 ASI-PRESENTE     VALUE "P".
              88 ASI-AUSENTE      VALUE "A".
              88 ASI-JUSTIFICADO  VALUE "J".
           03 ASI-CLAVEALU.
              05 ASI-ALUMNOALT    PIC 9(05).
              05 ASI-FECHAALT     PIC 9(08).
