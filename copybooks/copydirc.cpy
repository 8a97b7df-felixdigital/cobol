      *****************************************************************
      *    DIRECCION-REG - DIRECCION POSTAL DEL CLIENTE
      *    (DIRECCIONES-FILE, "direcciones-clientes.dat"), CLAVE
      *    DIR-CLI-ID. LA MANTIENE mantdirecciones, QUE EN LAS
      *    DIRECCIONES NACIONALES EXIGE UN CODIGO POSTAL DE CINCO
      *    CIFRAS CUYAS DOS PRIMERAS SEAN LA PROVINCIA. LA USAN LAS
      *    CARTAS, EXTRACTOS Y ENVIOS A CLIENTES CON CANAL POSTAL
      *****************************************************************
       01  DIRECCION-REG.
           05  DIR-CLI-ID                  PIC 9(8).
           05  DIR-CALLE                   PIC X(40).
           05  DIR-CP                      PIC X(10).
           05  DIR-LOCALIDAD               PIC X(25).
      *    CODIGO DE PROVINCIA 01-52 (TABLA copyprvn); 00 EN LAS
      *    DIRECCIONES EN EL EXTRANJERO
           05  DIR-PROVINCIA               PIC 9(2).
           05  DIR-PAIS                    PIC X(2).
               88  DIR-NACIONAL            VALUE "ES".
           05  DIR-FECHA-CAMBIO            PIC 9(8).
