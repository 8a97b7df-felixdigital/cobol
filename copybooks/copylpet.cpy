      *****************************************************************
      *    LOTE-PETICION - PARAMETROS DEL SUBPROGRAMA "movimientolotes"
      *    ENTRADA DE UN LOTE (RECEPCION), CONSUMO POR CADUCIDAD MAS
      *    PROXIMA (VENTA), BAJA (SALIDA SIN VENTA), DEVOLUCION AL LOTE
      *    Y TRASLADO ENTRE TIENDAS. EN LAS SALIDAS LPT-LOTE VA EN
      *    BLANCO SALVO QUE SEA DE UN LOTE CONCRETO (DEVOLUCION AL
      *    PROVEEDOR). LPT-RESTO DEVUELVE LA CANTIDAD QUE LOS LOTES NO
      *    HAN PODIDO CUBRIR (ARTICULO SIN LOTES O LOTES INSUFICIENTES)
      *****************************************************************
       01  LOTE-PETICION.
           05  LPT-ITEM-ID                 PIC X(8).
           05  LPT-TIENDA                  PIC X(5).
           05  LPT-DESTINO                 PIC X(5).
           05  LPT-QTY                     PIC 9(5).
           05  LPT-LOTE                    PIC X(15).
           05  LPT-CADUCIDAD               PIC 9(8).
           05  LPT-PROV-ID                 PIC X(5).
           05  LPT-PEDIDO                  PIC 9(8).
           05  LPT-COSTE                   PIC 9(3)V99.
           05  LPT-FECHA                   PIC 9(8).
           05  LPT-REFERENCIA              PIC X(20).
           05  LPT-RESTO                   PIC 9(5).
