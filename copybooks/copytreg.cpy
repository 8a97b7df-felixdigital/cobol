      *****************************************************************
      *    TARJETA-REGALO-REG - TARJETAS REGALO VENDIDAS EN CAJA
      *    (TARJETAS-REGALO-FILE, "tarjetas-regalo.dat"), CLAVE EL
      *    NUMERO QUE ASIGNA LA SECUENCIA "TREGALO". LAS EMITE LA
      *    CAPTURA DE RECIBOS AL VENDER UN ARTICULO DE CATEGORIA "TR"
      *    Y SE CONSUMEN COMO FORMA DE PAGO "G", REBAJANDO EL SALDO.
      *    EL SALDO VIVO ES UN PASIVO CON EL CLIENTE HASTA QUE SE
      *    GASTA O CADUCA; EL CIERRE MENSUAL RECONOCE COMO INGRESO EL
      *    SALDO DE LAS CADUCADAS Y LAS DEJA MARCADAS
      *****************************************************************
       01  TARJETA-REGALO-REG.
           05  TRG-NUMERO                  PIC 9(8).
           05  TRG-TIENDA-EMISION          PIC X(5).
           05  TRG-FECHA-EMISION           PIC 9(8).
           05  TRG-TICKET-EMISION          PIC 9(8).
           05  TRG-IMPORTE-INICIAL         PIC 9(5)V99.
           05  TRG-SALDO                   PIC 9(5)V99.
           05  TRG-CADUCIDAD               PIC 9(8).
           05  TRG-ESTADO                  PIC X(1).
               88  TRG-ACTIVA              VALUE "A".
               88  TRG-AGOTADA             VALUE "G".
               88  TRG-CADUCADA            VALUE "C".
               88  TRG-ANULADA             VALUE "N".
           05  TRG-FECHA-ULTIMO-USO        PIC 9(8).
           05  TRG-TIENDA-ULTIMO-USO       PIC X(5).
      *    SALDO QUE QUEDABA AL CADUCAR Y FECHA EN QUE EL CIERRE
      *    MENSUAL LO LLEVO A INGRESOS; A CEROS MIENTRAS ESTA VIVA
           05  TRG-IMPORTE-CADUCADO        PIC 9(5)V99.
           05  TRG-FECHA-RECONOCIDO        PIC 9(8).
