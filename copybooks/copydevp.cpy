      *****************************************************************
      *    DEVOLUCION-PROV-REG - DEVOLUCIONES A PROVEEDOR
      *    (DEVOLUCIONES-PROV-FILE, "devoluciones-proveedor.dat"),
      *    CLAVE EL NUMERO QUE ASIGNA LA SECUENCIA "DEVPROV", QUE ES
      *    TAMBIEN EL DE LA NOTA DE CARGO EMITIDA AL PROVEEDOR. LA
      *    MERCANCIA SALE DEL STOCK CENTRAL (TIENDA EN BLANCO) O DEL
      *    LEDGER DE LA TIENDA QUE DEVUELVE, VALORADA AL COSTE, Y LA
      *    DEVOLUCION QUEDA PENDIENTE HASTA QUE LLEGA EL ABONO DEL
      *    PROVEEDOR, QUE SE ANOTA CON SU NUMERO, FECHA E IMPORTE
      *****************************************************************
       01  DEVOLUCION-PROV-REG.
           05  DVP-NUMERO                  PIC 9(8).
           05  DVP-FECHA                   PIC 9(8).
           05  DVP-PROV-ID                 PIC X(5).
      *    NUMERO DE AUTORIZACION DE DEVOLUCION DADO POR EL PROVEEDOR
           05  DVP-AUTORIZACION            PIC X(15).
           05  DVP-TIENDA                  PIC X(5).
           05  DVP-OPERADOR                PIC X(8).
           05  DVP-MOTIVO                  PIC X(2).
               88  DVP-DEFECTUOSO          VALUE "DF".
               88  DVP-TEMPORADA           VALUE "TE".
           05  DVP-IMPORTE                 PIC S9(9)V99.
           05  DVP-ESTADO                  PIC X(1).
               88  DVP-PENDIENTE           VALUE "P".
               88  DVP-ABONADA             VALUE "A".
           05  DVP-ABONO-NUMERO            PIC X(15).
           05  DVP-ABONO-FECHA             PIC 9(8).
           05  DVP-ABONO-IMPORTE           PIC S9(9)V99.
           05  DVP-N-LINEAS                PIC 9(2).
           05  DVP-LINEA OCCURS 10 TIMES.
               10  DVP-ITEM-ID             PIC X(8).
               10  DVP-QTY                 PIC 9(5).
               10  DVP-COSTE               PIC 9(3)V99.
               10  DVP-IMPORTE-LINEA       PIC S9(8)V99.
      *        LOTE DEVUELTO DE UN PERECEDERO; EN BLANCO SIN LOTE O
      *        POR CADUCIDAD MAS PROXIMA
               10  DVP-LOTE                PIC X(15).
