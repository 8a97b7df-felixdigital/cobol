      *****************************************************************
      *    PEDIDO-COMPRA-REG - PEDIDOS DE COMPRA A PROVEEDOR
      *    (PEDIDOS-COMPRA-FILE, "pedidos-compra.dat"), CLAVE EL NUMERO
      *    DE PEDIDO QUE ASIGNA LA SECUENCIA "PEDIDO". CABECERA CON EL
      *    PROVEEDOR, LA FECHA, LA TIENDA DE ENTREGA (EN BLANCO, EL
      *    ALMACEN CENTRAL) Y EL ESTADO, Y UNA LINEA POR ARTICULO. LOS
      *    GENERA EL BATCH DE REPOSICION, UN PEDIDO POR PROVEEDOR CON
      *    TODO LO QUE HAY QUE REPONERLE, Y LOS CONSUME LA RECEPCION
      *    DE MERCANCIA, QUE ANOTA LINEA A LINEA LO RECIBIDO CONTRA LO
      *    PEDIDO; EL PEDIDO SE CIERRA CUANDO TODAS SUS LINEAS ESTAN
      *    RECIBIDAS. EL COSTE DE LA LINEA ES EL DE REFERENCIA AL
      *    PEDIR, QUE VALORA EL PEDIDO FRENTE AL MINIMO DEL PROVEEDOR
      *****************************************************************
       01  PEDIDO-COMPRA-REG.
           05  PC-NUMERO                   PIC 9(8).
           05  PC-FECHA                    PIC 9(8).
           05  PC-PROV-ID                  PIC X(5).
           05  PC-TIENDA                   PIC X(5).
           05  PC-ESTADO                   PIC X(1).
               88  PEDIDO-ABIERTO          VALUE "A".
               88  PEDIDO-RECIBIDO         VALUE "R".
               88  PEDIDO-CANCELADO        VALUE "C".
           05  PC-N-LINEAS                 PIC 9(2).
           05  PC-LINEA OCCURS 30 TIMES.
               10  PC-ITEM-ID              PIC X(8).
               10  PC-QTY-PEDIDA           PIC 9(5).
               10  PC-QTY-RECIBIDA         PIC 9(5).
               10  PC-COSTE                PIC 9(3)V99.
