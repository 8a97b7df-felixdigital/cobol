      *    "proveedores.dat"), CLAVE PROV-ID. EL MANTENIMIENTO DE
      *    PROVEEDORES LO ALIMENTA Y LA CARGA DE CATALOGO VALIDA QUE
      *    EL PROVEEDOR DE CADA LINEA EXISTA Y ESTE ACTIVO. EL NIF SE
      *    VALIDA CON EL SUBPROGRAMA "validarnif" ANTES DE GRABARSE.
      *    EL IBAN ES LA CUENTA A LA QUE SE TRANSFIEREN LOS PAGOS; SIN
      *    EL, LA PROPUESTA DE PAGOS DEJA FUERA LAS FACTURAS DEL
      *    PROVEEDOR. EL PEDIDO MINIMO ES EL VALOR POR DEBAJO DEL
      *    CUAL LA REPOSICION NO LE EMITE PEDIDO Y LO RETIENE PARA LA
      *    SIGUIENTE EJECUCION; CERO SI NO EXIGE MINIMO
      *****************************************************************
       01  PROVEEDOR-REG.
           05  PROV-ID                     PIC X(5).
           05  PROV-ESTADO                 PIC X(1).
               88  PROVEEDOR-ACTIVO        VALUE "A".
               88  PROVEEDOR-BAJA          VALUE "B".
           05  PROV-IBAN                   PIC X(24).
           05  PROV-PEDIDO-MINIMO          PIC 9(7)V99.
