      *****************************************************************
      *    DEDUCCION-NOMINA-REG - CARGOS A DESCONTAR EN NOMINA
      *    (DEDUCCIONES-NOMINA-FILE, "deducciones-nomina.dat"). LA
      *    CAPTURA DE RECIBOS ANADE UNA LINEA POR CADA COMPRA DE
      *    PERSONAL COBRADA "A NOMINA" (FORMA DE PAGO "N") Y UNA DE
      *    ABONO POR CADA DEVOLUCION DE ESAS COMPRAS; LA NOMINA DEL
      *    MES LAS SUMA POR EMPLEADO Y LAS RESTA DEL NETO
      *****************************************************************
       01  DEDUCCION-NOMINA-REG.
           05  DN-EMPLEADO                 PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  DN-MES                      PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  DN-TIPO                     PIC X(1).
               88  DN-CARGO                VALUE "C".
               88  DN-ABONO                VALUE "A".
           05  FILLER                      PIC X VALUE SPACE.
           05  DN-IMPORTE                  PIC 9(5)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  DN-FECHA                    PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  DN-TIENDA                   PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  DN-TICKET                   PIC 9(8).
