      *****************************************************************
      *    DISTRIBUCION-REG - LISTA DE DISTRIBUCION DE INFORMES
      *    (DISTRIBUCION-FILE, "distribucion-informes.dat"). UNA
      *    LINEA POR INFORME Y DESTINO. CON DESTINO "TIENDA" EL
      *    INFORME SE PARTE POR TIENDA AL CATALOGARLO Y CADA PARTE VA
      *    AL GERENTE DE SU TIENDA; CUALQUIER OTRO DESTINO (CENTRAL,
      *    REGIONAL, CONTABILIDAD...) ES UN PUESTO QUE RECIBE EL
      *    INFORME ENTERO. UN INFORME PUEDE TENER VARIAS LINEAS
      *    "TIENDA" SI SUS TIENDAS APARECEN CON MAS DE UN FORMATO
      *****************************************************************
       01  DISTRIBUCION-REG.
           05  DIS-INFORME                 PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  DIS-DESTINO                 PIC X(12).
               88  DIS-POR-TIENDA          VALUE "TIENDA".
           05  FILLER                      PIC X VALUE SPACE.
      *    SOLO PARA "TIENDA". CABECERA: LA LINEA RECONOCIDA ABRE LA
      *    SECCION DE SU TIENDA, QUE SIGUE HASTA LA PROXIMA CABECERA O
      *    HASTA LA MARCA DE FIN. LINEA: CADA LINEA RECONOCIDA ES DE
      *    SU TIENDA Y NADA MAS. LO ANTERIOR A LA PRIMERA TIENDA ES
      *    ENCABEZAMIENTO Y VA EN TODAS LAS PARTES
           05  DIS-MODO                    PIC X(1).
               88  DIS-MODO-CABECERA       VALUE "C".
               88  DIS-MODO-LINEA          VALUE "L".
           05  FILLER                      PIC X VALUE SPACE.
      *    UNA LINEA ES DE TIENDA SI LLEVA DIS-MARCA EN LA COLUMNA
      *    DIS-POS-MARCA Y UN CODIGO DEL MAESTRO DE TIENDAS EN LA
      *    COLUMNA DIS-POS-TIENDA
           05  DIS-POS-MARCA               PIC 9(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  DIS-MARCA                   PIC X(24).
           05  FILLER                      PIC X VALUE SPACE.
           05  DIS-POS-TIENDA              PIC 9(3).
           05  FILLER                      PIC X VALUE SPACE.
      *    TEXTO AL PRINCIPIO DE LA LINEA QUE CIERRA LAS SECCIONES
      *    (TOTALES DE CADENA); LO QUE SIGUE SOLO QUEDA EN EL ENTERO
           05  DIS-FIN                     PIC X(20).
