      *****************************************************************
      *    KARDEX-REG - DIARIO UNICO DE MOVIMIENTOS DE STOCK (KARDEX)
      *    ("kardex.dat", SECUENCIAL DE LINEAS). UNA LINEA POR CADA
      *    CAMBIO DEL STOCK DE UN ARTICULO, SEA EN EL MAESTRO (TIENDA
      *    EN BLANCO, ALMACEN CENTRAL) O EN EL LEDGER DE UNA TIENDA,
      *    CON LA CANTIDAD CON SIGNO Y EL SALDO RESULTANTE. LO GRABA EL
      *    SUBPROGRAMA "registrarkardex"; EL SALDO DE UNA LINEA MENOS
      *    SU CANTIDAD DEBE SER EL SALDO DE LA ANTERIOR DEL MISMO
      *    ARTICULO Y TIENDA, Y EL CUADRE MENSUAL LO COMPRUEBA
      *****************************************************************
       01  KARDEX-REG.
           05  KDX-FECHA                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-HORA                    PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-ITEM-ID                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-TIENDA                  PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-TIPO                    PIC X(2).
               88  KDX-RECEPCION           VALUE "RC".
               88  KDX-DEVOLUCION-PROV     VALUE "DP".
               88  KDX-VENTA               VALUE "VT".
               88  KDX-DEVOLUCION-CLIENTE  VALUE "DV".
               88  KDX-TRASLADO-SALIDA     VALUE "TS".
               88  KDX-TRASLADO-ENTRADA    VALUE "TE".
               88  KDX-AJUSTE              VALUE "AJ".
               88  KDX-MERMA               VALUE "MR".
               88  KDX-ALTA                VALUE "AL".
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-CANTIDAD                PIC S9(7)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-SALDO                   PIC S9(7)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-PROGRAMA                PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  KDX-REFERENCIA              PIC X(20).
