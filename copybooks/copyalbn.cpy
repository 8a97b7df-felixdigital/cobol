      *****************************************************************
      *    ALBARAN-REG - ALBARANES DE ENTREGA A CLIENTES PROFESIONALES
      *    (ALBARANES-FILE, "albaranes.dat"), CLAVE ALB-NUMERO ASIGNADA
      *    POR LA SECUENCIA "ALBARAN" Y CLAVE ALTERNATIVA EL TICKET.
      *    LA CAPTURA DE RECIBOS LO EMITE AL CERRAR EL TICKET CON LAS
      *    LINEAS DE VENTA A CUENTA DE UN CLIENTE CON CONTRATO ACTIVO;
      *    LA FACTURACION MENSUAL DE ALBARANES LOS AGRUPA EN UNA SOLA
      *    FACTURA POR CLIENTE Y LOS DEJA MARCADOS CON SU NUMERO, Y LA
      *    FACTURACION DE VENTAS NO VUELVE A FACTURAR ESAS LINEAS
      *****************************************************************
       01  ALBARAN-REG.
           05  ALB-NUMERO                  PIC 9(8).
           05  ALB-FECHA                   PIC 9(8).
           05  ALB-TIENDA                  PIC X(5).
           05  ALB-CAJA                    PIC X(2).
           05  ALB-TICKET                  PIC 9(8).
           05  ALB-CLI-ID                  PIC 9(8).
      *    IMPORTE DE LAS LINEAS SIN IVA; EL IVA LO CALCULA LA FACTURA
           05  ALB-IMPORTE                 PIC 9(7)V99.
           05  ALB-ESTADO                  PIC X(1).
               88  ALB-PENDIENTE           VALUE "P".
               88  ALB-FACTURADO           VALUE "F".
           05  ALB-FACTURA                 PIC 9(8).
           05  ALB-FECHA-FACTURA           PIC 9(8).
           05  ALB-N-LINEAS                PIC 9(2).
           05  ALB-LINEA OCCURS 20 TIMES.
               10  ALB-ITEM-ID             PIC X(8).
               10  ALB-CATEGORIA           PIC X(2).
               10  ALB-QTY                 PIC 9(3).
               10  ALB-PRECIO              PIC 9(3)V99.
      *    FECHA DE LA LINEA: FIJA LA TASA DE IVA VIGENTE
               10  ALB-FECHA-LINEA         PIC 9(8).
