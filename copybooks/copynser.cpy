      *****************************************************************
      *    NUMERO-SERIE-REG - REGISTRO DE NUMEROS DE SERIE VENDIDOS
      *    (NUMEROS-SERIE-FILE, "numeros-serie.dat"), CLAVE ARTICULO+
      *    NUMERO DE SERIE, CON CLAVES ALTERNATIVAS EL NUMERO DE SERIE
      *    Y EL CLIENTE PARA LA CONSULTA DE GARANTIAS. LO GRABA LA
      *    CAPTURA DE RECIBOS AL VENDER UN ARTICULO CON NUMERO DE
      *    SERIE; LA DEVOLUCION SOLO SE ADMITE SOBRE UN NUMERO VENDIDO
      *    Y LO DEJA DEVUELTO, DE MODO QUE LA UNIDAD PUEDE REVENDERSE
      *****************************************************************
       01  NUMERO-SERIE-REG.
           05  NSE-CLAVE.
               10  NSE-ITEM-ID             PIC X(8).
               10  NSE-SERIE               PIC X(20).
           05  NSE-CUST-ID                 PIC 9(8).
           05  NSE-TIENDA                  PIC X(5).
           05  NSE-FECHA-VENTA             PIC 9(8).
           05  NSE-TICKET                  PIC 9(8).
           05  NSE-FIN-GARANTIA            PIC 9(8).
           05  NSE-ESTADO                  PIC X(1).
               88  NSE-VENDIDO             VALUE "V".
               88  NSE-DEVUELTO            VALUE "D".
           05  NSE-FECHA-DEVOLUCION        PIC 9(8).
