               88  CONTRATO-SUSPENDIDO     VALUE "S".
               88  CONTRATO-A-RENOVAR      VALUE "R".
               88  CONTRATO-INACTIVO       VALUE "I".
      *    "S" SI LAS CONDICIONES DEL CONTRATO PREVEN PENALIZACION POR
      *    BAJA ANTICIPADA; EN BLANCO EN LOS CONTRATOS ANTERIORES
           05  CONTRATO-PENALIZA           PIC X(1).
               88  CONTRATO-CON-PENALIZACION VALUE "S".
      *    CUOTA PERIODICA PROPIA DEL CONTRATO TRAS REVALORIZARSE POR
      *    EL IPC; MIENTRAS ESTA A CERO (O EN BLANCO EN LOS CONTRATOS
      *    ANTERIORES) RIGE EL PORCENTAJE DE tarifas-contrato.dat
      *    SOBRE EL IMPORTE LIMITE
           05  CONTRATO-CUOTA              PIC 9(7)V99.
           05  FILLER                      PIC X(3).
