      *****************************************************************
      *    RESULTADO-RECUENTO-REG - RESULTADO DE CADA CONTEO RESUELTO
      *    EN EL INVENTARIO FISICO ("resultados-recuento.dat",
      *    SECUENCIAL DE LINEAS): EL LIBRO CONTRA LO CONTADO, CON LA
      *    CLASE ABC DEL ARTICULO EN ESE MOMENTO Y SU COSTE MEDIO. UN
      *    CONTEO SIN VARIACION TAMBIEN SE ANOTA; EL OMITIDO NO. LO
      *    LEE EL INFORME DE EXACTITUD DEL RECUENTO CICLICO
      *****************************************************************
       01  RESULTADO-RECUENTO-REG.
           05  RRC-FECHA                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-FECHA-CONTEO            PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-TIENDA-ID               PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-ITEM-ID                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-CLASE-ABC               PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-QTY-LIBRO               PIC S9(5)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-QTY-CONTADA             PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-VARIACION               PIC S9(6)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-COSTE                   PIC 9(3)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  RRC-MOTIVO                  PIC X(2).
