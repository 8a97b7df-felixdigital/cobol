      *****************************************************************
      *    HIDX-REG - INDICES DEL HISTORICO DE VENTAS POR CLIENTE Y
      *    POR ARTICULO. CADA FICHERO DE HISTORICO (EL VIVO
      *    "ventas-historico.dat" Y CADA PARTICION
      *    "ventas-historico-AAAA.dat") TIENE DOS INDICES AL LADO:
      *    "...-cli.dat" CON EL CLIENTE EN HIDX-VALOR Y "...-art.dat"
      *    CON EL ARTICULO. LA CLAVE ES EL REGISTRO ENTERO: VALOR,
      *    FECHA DE VENTA Y CLAVE DEL HISTORICO, DE MODO QUE LAS
      *    LINEAS DE UN CLIENTE O ARTICULO SALEN JUNTAS Y POR FECHA.
      *    LAS LINEAS SIN CLIENTE (CERO) NO ENTRAN EN EL DE CLIENTES.
      *    LOS MANTIENE "indexarhistorico" Y LOS LEE "leerhistorico"
      *****************************************************************
       01  HIDX-REG.
           05  HIDX-CLAVE.
      *    NUMERO DE CLIENTE (8 DIGITOS) O CODIGO DE ARTICULO
               10  HIDX-VALOR              PIC X(8).
               10  HIDX-SALE-DATE          PIC 9(8).
               10  HIDX-HIST-CLAVE         PIC X(19).
