      *****************************************************************
      *    LOTE-MOV-REG - DIARIO DE MOVIMIENTOS DE LOTES
      *    ("lotes-movimientos.dat", SECUENCIAL DE LINEAS). UNA LINEA
      *    POR CADA ENTRADA, SALIDA O BAJA DE UN LOTE; JUNTO CON EL
      *    PROVEEDOR Y PEDIDO DEL LOTE PERMITE SEGUIR UNA PARTIDA
      *    RETIRADA HASTA LOS TICKETS Y TIENDAS QUE LA RECIBIERON
      *****************************************************************
       01  LOTE-MOV-REG.
           05  LMV-FECHA                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  LMV-TIPO                    PIC X(1).
               88  LMV-ENTRADA             VALUE "E".
               88  LMV-VENTA               VALUE "V".
               88  LMV-DEVOLUCION          VALUE "D".
               88  LMV-SALIDA-TRASLADO     VALUE "S".
               88  LMV-ENTRADA-TRASLADO    VALUE "T".
               88  LMV-BAJA                VALUE "B".
           05  FILLER                      PIC X VALUE SPACE.
           05  LMV-LOTE                    PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  LMV-ITEM-ID                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  LMV-TIENDA                  PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  LMV-CADUCIDAD               PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  LMV-QTY                     PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  LMV-REFERENCIA              PIC X(20).
