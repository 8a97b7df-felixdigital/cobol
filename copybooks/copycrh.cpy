      *****************************************************************
      *    CATALOGO-RECHAZO-HIST-REG - HISTORICO DE LINEAS DE CATALOGO
      *    RECHAZADAS (CATALOGO-RECHAZOS-HIST-FILE,
      *    "catalogo-rechazos-historico.dat"). catalogo-rechazos.dat
      *    SE REESCRIBE EN CADA CARGA PARA CORREGIRLO Y RELANZARLO;
      *    ESTE FICHERO ACUMULA CADA RECHAZO CON SU FECHA Y PROVEEDOR
      *    PARA LA EVALUACION TRIMESTRAL DE PROVEEDORES
      *****************************************************************
       01  CATALOGO-RECHAZO-HIST-REG.
           05  CRH-FECHA              PIC 9(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  CRH-PROVEEDOR          PIC X(5).
           05  FILLER                 PIC X VALUE SPACE.
           05  CRH-LINEA              PIC X(40).
           05  FILLER                 PIC X VALUE SPACE.
           05  CRH-MOTIVO             PIC X(40).
