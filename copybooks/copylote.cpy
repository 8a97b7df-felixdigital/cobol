      *****************************************************************
      *    LOTE-REG - LOTES DE ARTICULOS PERECEDEROS POR TIENDA
      *    (LOTES-FILE, "lotes.dat"), CLAVE ARTICULO+TIENDA+CADUCIDAD+
      *    NUMERO DE LOTE, DE MODO QUE LA LECTURA SECUENCIAL DE UN
      *    ARTICULO EN UNA TIENDA DEVUELVE PRIMERO EL LOTE QUE ANTES
      *    CADUCA. TIENDA EN BLANCO ES EL ALMACEN CENTRAL. CLAVE
      *    ALTERNATIVA EL NUMERO DE LOTE PARA LA TRAZABILIDAD HACIA EL
      *    PROVEEDOR. LOS MUEVE EL SUBPROGRAMA "movimientolotes"; UN
      *    ARTICULO SIN LOTES REGISTRADOS NO SE CONTROLA POR LOTE
      *****************************************************************
       01  LOTE-REG.
           05  LOTE-CLAVE.
               10  LOTE-ITEM-ID            PIC X(8).
               10  LOTE-TIENDA             PIC X(5).
               10  LOTE-CADUCIDAD          PIC 9(8).
               10  LOTE-NUMERO             PIC X(15).
           05  LOTE-PROV-ID                PIC X(5).
           05  LOTE-PEDIDO                 PIC 9(8).
           05  LOTE-FECHA-ENTRADA          PIC 9(8).
           05  LOTE-QTY-ENTRADA            PIC 9(5).
           05  LOTE-QTY                    PIC S9(5).
           05  LOTE-COSTE                  PIC 9(3)V99.
           05  LOTE-ESTADO                 PIC X(1).
               88  LOTE-ACTIVO             VALUE "A".
               88  LOTE-AGOTADO            VALUE "G".
               88  LOTE-DE-BAJA            VALUE "B".
