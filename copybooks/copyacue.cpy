      *****************************************************************
      *    ACUERDO-PRECIO-REG - ACUERDOS DE PRECIO NEGOCIADOS CON
      *    CLIENTES PROFESIONALES (ACUERDOS-PRECIO-FILE,
      *    "acuerdos-precio.dat"), CLAVE ACU-NUMERO ASIGNADA POR LA
      *    SECUENCIA "ACUERDO" Y CLAVE ALTERNATIVA EL CLIENTE. CADA
      *    ACUERDO FIJA PARA UN ARTICULO UN PRECIO NETO O UN DESCUENTO,
      *    O PARA UNA CATEGORIA UN DESCUENTO, ENTRE DOS FECHAS. LA
      *    CAPTURA Y EL CIERRE DE VENTAS LO APLICAN ANTES QUE EL PRECIO
      *    ESTANDAR Y EN LUGAR DEL DESCUENTO POR CATEGORIA DE CLIENTE;
      *    EL DE ARTICULO MANDA SOBRE EL DE CATEGORIA Y, A IGUALDAD, EL
      *    DE FECHA-DESDE MAS RECIENTE
      *****************************************************************
       01  ACUERDO-PRECIO-REG.
           05  ACU-NUMERO                  PIC 9(8).
           05  ACU-CLI-ID                  PIC 9(8).
           05  ACU-AMBITO                  PIC X(1).
               88  ACU-POR-ARTICULO        VALUE "A".
               88  ACU-POR-CATEGORIA       VALUE "C".
      *    ARTICULO (AMBITO "A") O CATEGORIA EN LAS DOS PRIMERAS
      *    POSICIONES (AMBITO "C")
           05  ACU-ITEM-CAT                PIC X(8).
           05  ACU-MODO                    PIC X(1).
               88  ACU-PRECIO-NETO         VALUE "P".
               88  ACU-DESCUENTO           VALUE "D".
           05  ACU-PRECIO                  PIC 9(3)V99.
           05  ACU-DTO-PCT                 PIC 9(2)V99.
           05  ACU-FECHA-DESDE             PIC 9(8).
           05  ACU-FECHA-HASTA             PIC 9(8).
           05  ACU-ESTADO                  PIC X(1).
               88  ACU-ACTIVO              VALUE "A".
               88  ACU-ANULADO             VALUE "N".
           05  ACU-FECHA-ALTA              PIC 9(8).
