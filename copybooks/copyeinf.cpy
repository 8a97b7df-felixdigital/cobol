      *****************************************************************
      *    ENTREGA-INFORME-REG - REGISTRO DE ENTREGAS DE INFORMES
      *    (ENTREGAS-INFORME-FILE, "entregas-informes.dat").
      *    "repartirinforme" ANADE UNA LINEA POR CADA PARTE DE TIENDA
      *    Y POR CADA PUESTO QUE RECIBE EL INFORME ENTERO, CON LA
      *    GENERACION DE SPOOL DE LA QUE SALE; LA CONSULTA DE SPOOL LA
      *    USA PARA ENSENAR A CADA GERENTE SOLO LAS PAGINAS DE SU TIENDA
      *****************************************************************
       01  ENTREGA-INFORME-REG.
           05  EIN-NUMERO                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  EIN-INFORME                 PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  EIN-FECHA                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
      *    EN BLANCO EN LAS ENTREGAS DEL INFORME ENTERO A UN PUESTO
           05  EIN-TIENDA                  PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  EIN-DESTINO                 PIC X(12).
           05  FILLER                      PIC X VALUE SPACE.
           05  EIN-DESTINATARIO            PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  EIN-FICHERO                 PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  EIN-LINEAS                  PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  EIN-FECHA-ENTREGA           PIC 9(8).
           05  EIN-HORA-ENTREGA            PIC 9(6).
