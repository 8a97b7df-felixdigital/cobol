      *****************************************************************
      *    FACTURA-PROV-REG - FACTURAS RECIBIDAS DE PROVEEDORES
      *    (FACTURAS-PROVEEDOR-FILE, "facturas-proveedor.dat"), CLAVE
      *    EL PROVEEDOR MAS SU NUMERO DE FACTURA. CADA LINEA FACTURA
      *    UN PEDIDO DE COMPRA Y SE CASA CONTRA LO RECIBIDO Y CONTRA
      *    EL COSTE DE CATALOGO; LA QUE NO CASA QUEDA RETENIDA CON SU
      *    MOTIVO Y NO SE CONTABILIZA HASTA QUE SE LIBERA. LA
      *    CONTABILIZADA ENTRA EN LA PROPUESTA DE PAGOS A SU
      *    VENCIMIENTO Y, PAGADA, ANOTA LA FECHA Y LA ORDEN DE PAGO
      *****************************************************************
       01  FACTURA-PROV-REG.
           05  FPRV-CLAVE.
               10  FPRV-PROV-ID            PIC X(5).
               10  FPRV-NUMERO             PIC X(15).
           05  FPRV-FECHA                  PIC 9(8).
           05  FPRV-VENCIMIENTO            PIC 9(8).
           05  FPRV-OPERADOR               PIC X(8).
           05  FPRV-TASA-IVA               PIC 9(2)V99.
           05  FPRV-BASE                   PIC S9(9)V99.
           05  FPRV-CUOTA                  PIC S9(9)V99.
           05  FPRV-TOTAL                  PIC S9(9)V99.
           05  FPRV-ESTADO                 PIC X(1).
               88  FPRV-RETENIDA           VALUE "R".
               88  FPRV-CONTABILIZADA      VALUE "C".
               88  FPRV-PAGADA             VALUE "P".
           05  FPRV-MOTIVO                 PIC X(40).
           05  FPRV-FECHA-CONTABLE         PIC 9(8).
           05  FPRV-FECHA-PAGO             PIC 9(8).
           05  FPRV-ORDEN-PAGO             PIC 9(8).
           05  FPRV-N-LINEAS               PIC 9(2).
           05  FPRV-LINEA OCCURS 10 TIMES.
               10  FPRV-PEDIDO             PIC 9(8).
               10  FPRV-ITEM-ID            PIC X(8).
               10  FPRV-QTY                PIC 9(5).
               10  FPRV-COSTE              PIC 9(3)V99.
               10  FPRV-IMPORTE            PIC S9(8)V99.
