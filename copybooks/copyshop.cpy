               88  PAGO-EFECTIVO       VALUE "E".
               88  PAGO-TARJETA        VALUE "T".
               88  PAGO-CUENTA         VALUE "C".
      *    PAGO CON TARJETA REGALO: EL IMPORTE SE DESCUENTA DEL SALDO
      *    DE LA TARJETA Y EN CONTABILIDAD CANCELA PASIVO, NO ES CAJA
               88  PAGO-TARJETA-REGALO VALUE "G".
      *    COMPRA DE PERSONAL CARGADA A NOMINA: NO ENTRA EN CAJA, SE
      *    DESCUENTA AL EMPLEADO EN LA NOMINA DEL MES
               88  PAGO-NOMINA         VALUE "N".
      *    EMPLEADO QUE HIZO LA VENTA, VALIDADO CONTRA LA PLANTILLA
      *    EN LA CAPTURA; A CEROS EN LINEAS SIN VENDEDOR (DEPOSITOS
      *    DE ENCARGO, CARGAS ANTIGUAS). ALIMENTA LA LIQUIDACION
      *    CONCILIA POR TIENDA Y CAJA. "01" EN TIENDAS DE UNA SOLA
      *    CAJA Y EN LINEAS ANTERIORES AL CAMPO
           05  SALE-TILL-ID            PIC X(2).
      *    TICKET DE CAJA: NUMERO COMUN A TODAS LAS LINEAS COBRADAS
      *    JUNTAS EN UNA MISMA TRANSACCION (SECUENCIA "TICKET"). EN
      *    BLANCO O A CEROS EN LINEAS ANTERIORES AL CAMPO
           05  SALE-TICKET             PIC 9(8).
