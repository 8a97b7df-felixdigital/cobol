      *****************************************************************
      *    ENTRADA-CONSIGNA-REG - ENTRADAS DE MERCANCIA EN CONSIGNA
      *    (ENTRADAS-CONSIGNA-FILE, "entradas-consigna.dat"), UNA
      *    LINEA POR RECEPCION DE UN ARTICULO EN CONSIGNA Y OTRA CON
      *    EL STOCK QUE YA HABIA AL DAR DE ALTA EL ACUERDO. DA LA
      *    ANTIGUEDAD DEL STOCK SIN VENDER: SE SUPONE QUE SE VENDE
      *    PRIMERO LO QUE ENTRO ANTES
      *****************************************************************
       01  ENTRADA-CONSIGNA-REG.
           05  CSE-FECHA                   PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  CSE-ITEM-ID                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  CSE-PROV-ID                 PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CSE-QTY                     PIC 9(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  CSE-ORIGEN                  PIC X(20).
