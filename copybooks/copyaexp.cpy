      *****************************************************************
      *    AVISO-EXPEDICION-REG - AVISOS DE EXPEDICION DE PROVEEDOR
      *    (AVISOS-EXPEDICION-FILE, "avisos-expedicion.dat"), CLAVE EL
      *    PROVEEDOR Y SU NUMERO DE AVISO. LOS CARGA LA IMPORTACION DE
      *    AVISOS YA CASADOS CONTRA LAS LINEAS DEL PEDIDO DE COMPRA
      *    ABIERTO AL QUE SE REFIEREN, Y LOS CONSUME LA RECEPCION DE
      *    MERCANCIA: EL ALMACEN SOLO CONFIRMA O CORRIGE LO DESCARGADO
      *    EN CADA LINEA. EL AVISO QUEDA PENDIENTE HASTA ENTONCES; SE
      *    ANULA SI EL PEDIDO SE CIERRA ANTES POR OTRA VIA
      *****************************************************************
       01  AVISO-EXPEDICION-REG.
           05  AEX-CLAVE.
               10  AEX-PROV-ID             PIC X(5).
               10  AEX-AVISO               PIC X(15).
           05  AEX-PEDIDO                  PIC 9(8).
           05  AEX-FECHA-IMPORTACION       PIC 9(8).
           05  AEX-FECHA-PREVISTA          PIC 9(8).
           05  AEX-ESTADO                  PIC X(1).
               88  AEX-PENDIENTE           VALUE "P".
               88  AEX-CONFIRMADO          VALUE "C".
               88  AEX-ANULADO             VALUE "X".
           05  AEX-FECHA-CONFIRMACION      PIC 9(8).
           05  AEX-N-LINEAS                PIC 9(2).
           05  AEX-LINEA OCCURS 30 TIMES.
               10  AEX-ITEM-ID             PIC X(8).
               10  AEX-QTY-AVISADA         PIC 9(5).
               10  AEX-QTY-DESCARGADA      PIC 9(5).
