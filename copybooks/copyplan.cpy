      *****************************************************************
      *    PLAN-REG - PLANES DE PAGO APLAZADO DE CLIENTES A CUENTA
      *    (PLANES-PAGO-FILE, "planes-pago.dat"), CLAVE EL CLIENTE: UN
      *    PLAN POR CLIENTE, EL NUEVO SUSTITUYE AL CUMPLIDO O ROTO.
      *    MIENTRAS EL PLAN ESTA VIGENTE Y AL DIA, LAS CARTAS DE
      *    RECLAMACION Y EL INTERES MENSUAL DEJAN FUERA LO QUE QUEDA
      *    POR PAGAR DEL PLAN. LOS COBROS (CAPTURA DE COBROS Y EXTRACTO
      *    BANCARIO) SE APLICAN A LOS PLAZOS POR ORDEN DE VENCIMIENTO;
      *    UN PLAZO VENCIDO SIN PAGAR ROMPE EL PLAN EN LAS CARTAS DE
      *    RECLAMACION, QUE DEJAN LA INCIDENCIA EN LA LISTA DE TRABAJO
      *****************************************************************
       01  PLAN-REG.
           05  PLAN-CLI-ID                 PIC 9(8).
           05  PLAN-FECHA                  PIC 9(8).
           05  PLAN-OPERADOR               PIC X(8).
           05  PLAN-IMPORTE                PIC 9(8)V99.
           05  PLAN-ESTADO                 PIC X(1).
               88  PLAN-VIGENTE            VALUE "V".
               88  PLAN-CUMPLIDO           VALUE "C".
               88  PLAN-ROTO               VALUE "R".
           05  PLAN-FECHA-ESTADO           PIC 9(8).
           05  PLAN-NUM-PLAZOS             PIC 9(2).
           05  PLAN-PLAZO OCCURS 24 TIMES.
               10  PLZ-VENCIMIENTO         PIC 9(8).
               10  PLZ-IMPORTE             PIC 9(7)V99.
               10  PLZ-PAGADO              PIC 9(7)V99.
