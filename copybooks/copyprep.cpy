      *****************************************************************
      *    PROPUESTA-REPOSICION-REG - PROPUESTA DE TRASLADOS PARA
      *    REPONER LAS TIENDAS (PROPUESTA-REPOSICION-FILE,
      *    "propuesta-reposicion.dat"), CLAVE ORIGEN+DESTINO+ARTICULO.
      *    ORIGEN EN BLANCO ES EL ALMACEN CENTRAL. LA GENERA CADA NOCHE
      *    LA PROPUESTA DE REPOSICION, SUSTITUYENDO A LA ANTERIOR; EL
      *    COMPRADOR LA REVISA EN EL TRASLADO DE STOCK, EXCLUYE LAS
      *    LINEAS QUE NO QUIERA Y AL APROBARLA CADA LINEA INCLUIDA SE
      *    ENVIA COMO UN TRASLADO
      *****************************************************************
       01  PROPUESTA-REPOSICION-REG.
           05  PRP-CLAVE.
               10  PRP-ORIGEN              PIC X(5).
               10  PRP-DESTINO             PIC X(5).
               10  PRP-ITEM-ID             PIC X(8).
           05  PRP-QTY                     PIC 9(5).
      *    SITUACION DEL DESTINO AL PROPONER: STOCK MAS TRANSITO, VENTA
      *    MEDIA DIARIA RECIENTE Y NIVELES
           05  PRP-DISPONIBLE              PIC S9(6).
           05  PRP-VENTA-DIARIA            PIC 9(5)V99.
           05  PRP-MINIMO                  PIC 9(5).
           05  PRP-MAXIMO                  PIC 9(5).
           05  PRP-INCLUIDA                PIC X(1).
               88  PRP-SELECCIONADA        VALUE "S".
               88  PRP-EXCLUIDA            VALUE "N".
           05  PRP-FECHA-PROPUESTA         PIC 9(8).
