      *****************************************************************
      *    INCIDENCIA-DEV-REG - DEVOLUCIONES SOSPECHOSAS DETECTADAS EN
      *    EL CIERRE DE VENTAS (INCIDENCIAS-DEVOLUCION-FILE,
      *    "incidencias-devolucion.dat"), CLAVE LA DE LA LINEA DEL
      *    RECIBO: UNA REPASADA DE LA MISMA LINEA NO LA DUPLICA. GUARDA
      *    LAS DEVOLUCIONES HUERFANAS (SIN VENTA DE ORIGEN) Y LAS
      *    ABONADAS EN EFECTIVO CUANDO LA VENTA SE COBRO CON TARJETA,
      *    CON LA CAJA Y EL VENDEDOR; LAS EXPLOTA EL INFORME DE
      *    PREVENCION DE PERDIDAS
      *****************************************************************
       01  INCIDENCIA-DEV-REG.
           05  INC-CLAVE.
               10  INC-TIENDA              PIC X(5).
               10  INC-FECHA               PIC 9(8).
               10  INC-SEQ                 PIC 9(5).
           05  INC-TIPO                    PIC X(1).
               88  INC-HUERFANA            VALUE "H".
               88  INC-EFECTIVO-TARJETA    VALUE "E".
           05  INC-CAJA                    PIC X(2).
           05  INC-EMPLEADO-ID             PIC 9(8).
           05  INC-ITEM-ID                 PIC X(8).
           05  INC-CLI-ID                  PIC 9(8).
           05  INC-QTY                     PIC 9(3).
           05  INC-IMPORTE                 PIC 9(7)V99.
