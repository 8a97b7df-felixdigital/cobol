      *****************************************************************
      *    LIMITE-PEND-REG - SUBIDAS DE IMPORTE LIMITE DE CONTRATO
      *    PENDIENTES DE SEGUNDA FIRMA (LIMITES-PEND-FILE,
      *    "limites-pendientes.dat"), CLAVE CODIGO DE CONTRATO; UNA
      *    SOLA SUBIDA PENDIENTE POR CONTRATO. EL MANTENIMIENTO DE
      *    CONTRATOS LA GRABA CUANDO LA SUBIDA SUPERA EL UMBRAL DE
      *    contrato-parametros.dat Y LA BORRA AL APROBARLA O
      *    RECHAZARLA OTRO OPERADOR CON DERECHO DE APROBACION; LAS DE
      *    MAS DE DOS DIAS PASAN A LA LISTA DE EXCEPCIONES
      *****************************************************************
       01  LIMITE-PEND-REG.
           05  LIMP-CODIGO                 PIC X(10).
           05  LIMP-IMP-ANTERIOR           PIC 9(7)V99.
           05  LIMP-IMP-NUEVO              PIC 9(7)V99.
           05  LIMP-OPERADOR               PIC X(8).
           05  LIMP-FECHA                  PIC 9(8).
           05  LIMP-HORA                   PIC 9(6).
