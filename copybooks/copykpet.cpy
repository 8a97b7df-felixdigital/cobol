      *****************************************************************
      *    KARDEX-PETICION - PARAMETROS DEL SUBPROGRAMA
      *    "registrarkardex". EL LLAMANTE, TRAS GRABAR EL NUEVO STOCK,
      *    PASA EL ARTICULO, LA TIENDA (EN BLANCO = MAESTRO), EL TIPO
      *    DE MOVIMIENTO, LA CANTIDAD CON SIGNO (POSITIVA SI ENTRA),
      *    EL SALDO QUE HA QUEDADO, SU PROGRAM-ID Y LA REFERENCIA DEL
      *    DOCUMENTO. FECHA A CERO TOMA LA DEL SISTEMA
      *****************************************************************
       01  KARDEX-PETICION.
           05  KPT-FECHA                   PIC 9(8).
           05  KPT-ITEM-ID                 PIC X(8).
           05  KPT-TIENDA                  PIC X(5).
           05  KPT-TIPO                    PIC X(2).
           05  KPT-CANTIDAD                PIC S9(7).
           05  KPT-SALDO                   PIC S9(7).
           05  KPT-PROGRAMA                PIC X(20).
           05  KPT-REFERENCIA              PIC X(20).
