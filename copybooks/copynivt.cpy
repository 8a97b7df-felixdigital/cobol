      *****************************************************************
      *    NIVEL-TIENDA-REG - NIVELES DE REPOSICION POR TIENDA Y
      *    ARTICULO (NIVELES-TIENDA-FILE, "niveles-tienda.dat"), CLAVE
      *    TIENDA+ARTICULO. LA PROPUESTA NOCTURNA DE REPOSICION PIDE
      *    MERCANCIA PARA LA TIENDA CUANDO SU STOCK MAS LO QUE TIENE EN
      *    TRANSITO, DESCONTADA LA VENTA PREVISTA, QUEDA POR DEBAJO DEL
      *    MINIMO, Y LA DEVUELVE HASTA EL MAXIMO; LO QUE UNA TIENDA
      *    TENGA POR ENCIMA DE SU MAXIMO PUEDE CEDERSE A OTRA
      *****************************************************************
       01  NIVEL-TIENDA-REG.
           05  NIVT-CLAVE.
               10  NIVT-TIENDA-ID          PIC X(5).
               10  NIVT-ITEM-ID            PIC X(8).
           05  NIVT-MINIMO                 PIC 9(5).
           05  NIVT-MAXIMO                 PIC 9(5).
           05  NIVT-FECHA-CAMBIO           PIC 9(8).
