           05  ITEM-ID-KEY                 PIC X(8).
           05  ITEM-DESCRIPTION            PIC X(20).
           05  ITEM-CATEGORY               PIC X(2).
      *    LA CATEGORIA "TR" NO ES MERCANCIA: VENDERLA EMITE UNA
      *    TARJETA REGALO Y SU IMPORTE VA A PASIVO, NO A VENTAS
               88  ITEM-TARJETA-REGALO     VALUE "TR".
      *    LA CATEGORIA "SV" ES UN SERVICIO (PORTES DE LOS PEDIDOS
      *    WEB): SE VENDE Y LLEVA IVA PERO NO TIENE STOCK
               88  ITEM-SERVICIO           VALUE "SV".
           05  ITEM-STOCK-QTY              PIC S9(5).
           05  ITEM-REORDER-POINT          PIC 9(5).
           05  ITEM-COSTE                  PIC 9(3)V99.
               88  ITEM-ACTIVO             VALUE "A", " ".
               88  ITEM-DESCATALOGADO      VALUE "D".
               88  ITEM-BLOQUEADO          VALUE "B".
      *    LOS ARTICULOS DE ALTO VALOR (ELECTRODOMESTICOS, ELECTRONICA)
      *    SE VENDEN Y SE DEVUELVEN CON SU NUMERO DE SERIE, QUE QUEDA
      *    REGISTRADO PARA LA GARANTIA DE ITEM-GARANTIA-MESES MESES
      *    (CERO = LA GARANTIA LEGAL POR DEFECTO)
           05  ITEM-NUMERO-SERIE           PIC X(1).
               88  ITEM-CON-SERIE          VALUE "S".
           05  ITEM-GARANTIA-MESES         PIC 9(2).
      *    UNIDAD DE COMPRA AL PROVEEDOR ("CAJ", "PAQ"...) Y UNIDADES
      *    DE VENTA QUE TRAE CADA UNA. EL PEDIDO SE REDONDEA A BULTOS
      *    ENTEROS Y LA RECEPCION SE TECLEA EN BULTOS; EL STOCK Y EL
      *    COSTE SIGUEN EN UNIDADES. CERO O UNO = SE COMPRA POR UNIDAD
           05  ITEM-UNIDAD-COMPRA          PIC X(3).
           05  ITEM-UNIDADES-PACK          PIC 9(3).
      *    CLASE ABC POR VALOR DE VENTA, QUE RECALCULA CADA TRIMESTRE
      *    LA CLASIFICACION ABC Y QUE MARCA LA FRECUENCIA DEL RECUENTO
      *    CICLICO (A MENSUAL, B TRIMESTRAL, C ANUAL). EN BLANCO HASTA
      *    LA PRIMERA CLASIFICACION; SE RECUENTA COMO C
           05  ITEM-CLASE-ABC              PIC X(1).
               88  ITEM-CLASE-A            VALUE "A".
               88  ITEM-CLASE-B            VALUE "B".
               88  ITEM-CLASE-C            VALUE "C", " ".
