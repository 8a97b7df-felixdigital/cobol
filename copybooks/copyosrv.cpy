      *****************************************************************
      *    ORDEN-SERVICIO-REG - ORDENES DE REPARACION (SERVICIO-FILE,
      *    "ordenes-servicio.dat"), CLAVE OSV-NUMERO ASIGNADA POR LA
      *    SECUENCIA "REPARACION", CON CLAVE ALTERNATIVA LA TIENDA PARA
      *    EL LISTADO SEMANAL. LA ORDEN NACE RECIBIDA EN TIENDA, PASA
      *    AL PROVEEDOR, VUELVE REPARADA Y SE CIERRA AL RECOGERLA EL
      *    CLIENTE; FUERA DE GARANTIA LA REPARACION SE COBRA AL
      *    RECOGER COMO LINEA DE RECIBO DEL ARTICULO DE SERVICIO
      *    "REPARAC"
      *****************************************************************
       01  ORDEN-SERVICIO-REG.
           05  OSV-NUMERO                  PIC 9(8).
           05  OSV-TIENDA                  PIC X(5).
           05  OSV-CUST-ID                 PIC 9(8).
           05  OSV-ITEM-ID                 PIC X(8).
           05  OSV-SERIE                   PIC X(20).
           05  OSV-AVERIA                  PIC X(60).
      *    GARANTIA COMPROBADA AL RECIBIR: CON EL REGISTRO DE NUMEROS
      *    DE SERIE SI LA UNIDAD CONSTA EN EL, Y SI NO CON LA ULTIMA
      *    VENTA DEL ARTICULO AL CLIENTE EN EL HISTORICO. FECHAS A
      *    CERO SI NO SE HALLO LA VENTA
           05  OSV-GARANTIA                PIC X(1).
               88  OSV-EN-GARANTIA         VALUE "S".
               88  OSV-SIN-GARANTIA        VALUE "N".
           05  OSV-FECHA-VENTA             PIC 9(8).
           05  OSV-FIN-GARANTIA            PIC 9(8).
           05  OSV-ESTADO                  PIC X(1).
               88  OSV-RECIBIDA            VALUE "R".
               88  OSV-EN-PROVEEDOR        VALUE "E".
               88  OSV-DEVUELTA            VALUE "V".
               88  OSV-RECOGIDA            VALUE "C".
               88  OSV-ABIERTA             VALUE "R", "E", "V".
           05  OSV-FECHA-RECEPCION         PIC 9(8).
           05  OSV-FECHA-ENVIO             PIC 9(8).
           05  OSV-FECHA-VUELTA            PIC 9(8).
           05  OSV-FECHA-RECOGIDA          PIC 9(8).
           05  OSV-PROV-ID                 PIC X(5).
      *    IMPORTE A COBRAR AL RECOGER (CERO EN GARANTIA) Y TICKET
      *    DE CAJA EN QUE SE COBRO
           05  OSV-IMPORTE                 PIC 9(3)V99.
           05  OSV-TICKET                  PIC 9(8).
           05  OSV-OPERADOR                PIC X(8).
