      *****************************************************************
      *    PRESUPUESTO-CLIENTE-REG - PRESUPUESTOS PEDIDOS POR CLIENTES
      *    DE EMPRESA ANTES DE COMPRAR (PRESUPUESTOS-CLIENTES-FILE,
      *    "presupuestos-clientes.dat"), CLAVE PCL-NUMERO ASIGNADA POR
      *    LA SECUENCIA "PRESUPCLI". CADA LINEA SE VALORA AL PRECIO
      *    VIGENTE EN LA FECHA DE EMISION Y ESE PRECIO SE RESPETA AL
      *    CONVERTIRLO, HASTA LA FECHA DE VALIDEZ, EN ENCARGO DE
      *    CLIENTE O EN LINEAS DE RECIBO EN LA CAJA
      *****************************************************************
       01  PRESUPUESTO-CLIENTE-REG.
           05  PCL-NUMERO                  PIC 9(8).
           05  PCL-TIENDA                  PIC X(5).
           05  PCL-CLI-ID                  PIC 9(8).
           05  PCL-VENDEDOR-ID             PIC 9(8).
           05  PCL-FECHA-EMISION           PIC 9(8).
           05  PCL-FECHA-VALIDEZ           PIC 9(8).
           05  PCL-ESTADO                  PIC X(1).
               88  PCL-EMITIDO             VALUE "E".
               88  PCL-A-ENCARGO           VALUE "P".
               88  PCL-A-VENTA             VALUE "V".
               88  PCL-ANULADO             VALUE "A".
               88  PCL-CONVERTIDO          VALUE "P", "V".
      *    FECHA Y DOCUMENTO DE LA CONVERSION: PRIMER NUMERO DE ENCARGO
      *    ABIERTO O NUMERO DE TICKET DE LA VENTA
           05  PCL-FECHA-CONVERSION        PIC 9(8).
           05  PCL-DOC-CONVERSION          PIC 9(8).
           05  PCL-TOTAL                   PIC 9(7)V99.
           05  PCL-N-LINEAS                PIC 9(2).
           05  PCL-LINEA OCCURS 10 TIMES.
               10  PCL-ITEM-ID             PIC X(8).
               10  PCL-QTY                 PIC 9(3).
               10  PCL-PRECIO              PIC 9(3)V99.
