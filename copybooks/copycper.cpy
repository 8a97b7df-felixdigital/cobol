      *****************************************************************
      *    COMPRA-PERSONAL-REG - COMPRAS DE EMPLEADOS CON DESCUENTO DE
      *    PERSONAL (COMPRAS-PERSONAL-FILE, "compras-personal.dat").
      *    LA CAPTURA DE RECIBOS ANOTA UNA LINEA POR CADA LINEA DE
      *    VENTA O DEVOLUCION HECHA A UN EMPLEADO, CON EL DESCUENTO
      *    CONCEDIDO; SUMANDO LAS DEL MES SE CONTROLA EL TOPE MENSUAL
      *    DE DESCUENTO Y DE AQUI SALE EL INFORME MENSUAL PARA RRHH
      *****************************************************************
       01  COMPRA-PERSONAL-REG.
           05  CPE-FECHA                   PIC 9(8).
           05  CPE-TIENDA                  PIC X(5).
           05  CPE-CAJA                    PIC X(2).
           05  CPE-TICKET                  PIC 9(8).
           05  CPE-EMPLEADO-ID             PIC 9(8).
           05  CPE-TIPO                    PIC X(1).
               88  CPE-VENTA               VALUE "S".
               88  CPE-DEVOLUCION          VALUE "R".
           05  CPE-ITEM-ID                 PIC X(8).
           05  CPE-QTY                     PIC 9(3).
      *    IMPORTE DE LA LINEA ANTES DEL DESCUENTO DE PERSONAL Y
      *    DESCUENTO APLICADO (A CERO EN LAS DEVOLUCIONES)
           05  CPE-BRUTO                   PIC 9(7)V99.
           05  CPE-DESCUENTO               PIC 9(5)V99.
           05  CPE-PAGO                    PIC X(1).
           05  CPE-VENDEDOR-ID             PIC 9(8).
