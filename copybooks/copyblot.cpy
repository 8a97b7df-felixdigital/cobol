      *****************************************************************
      *    BAJA-LOTE-REG - BAJAS DE LOTES CADUCADOS
      *    ("bajas-lotes.dat", SECUENCIAL DE LINEAS). UNA LINEA POR
      *    LOTE RETIRADO, VALORADA AL COSTE MEDIO DEL MAESTRO COMO LA
      *    VALORACION DE EXISTENCIAS, QUE SUMA LAS DEL MES EN CURSO
      *****************************************************************
       01  BAJA-LOTE-REG.
           05  BJL-FECHA                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-ITEM-ID                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-TIENDA                  PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-LOTE                    PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-CADUCIDAD               PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-QTY                     PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-COSTE                   PIC 9(3)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-IMPORTE                 PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  BJL-OPERADOR                PIC X(8).
