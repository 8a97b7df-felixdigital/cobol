      *****************************************************************
      *    REBAJA-REG - PROPUESTAS DE REBAJA DEL STOCK LENTO Y MUERTO
      *    (REBAJAS-FILE, "rebajas.dat"), CLAVE ARTICULO + FECHA DE
      *    PROPUESTA. LAS GENERA LA PROPUESTA DE REBAJAS SEGUN LOS
      *    MESES SIN VENTA Y EL STOCK QUE QUEDA; CADA PASADA SUSTITUYE
      *    LAS PENDIENTES. EL COMPRADOR LAS APRUEBA O RECHAZA, Y AL
      *    APROBAR EL PRECIO REBAJADO SE DA DE ALTA EN
      *    "precios-vigencia.dat" CON SU FECHA DE EFECTO. LAS
      *    APROBADAS QUEDAN COMO HISTORIA PARA EL INFORME DE REBAJAS
      *****************************************************************
       01  REBAJA-REG.
           05  RBJ-CLAVE.
               10  RBJ-ITEM-ID             PIC X(8).
               10  RBJ-FECHA-PROPUESTA     PIC 9(8).
           05  RBJ-CATEGORIA               PIC X(2).
      *    SITUACION AL PROPONER: ULTIMA VENTA (CEROS = NINGUNA EN EL
      *    HISTORICO), MESES SIN VENTA Y STOCK DE CENTRAL MAS TIENDAS
           05  RBJ-ULT-VENTA               PIC 9(8).
           05  RBJ-MESES                   PIC 9(3).
           05  RBJ-STOCK                   PIC S9(7).
           05  RBJ-COSTE                   PIC 9(3)V99.
      *    PRECIO DE TARIFA DEL MAESTRO, SOBRE EL QUE SE APLICA EL
      *    PORCENTAJE, Y PRECIO VIGENTE ANTES DE LA REBAJA
           05  RBJ-PRECIO-REF              PIC 9(3)V99.
           05  RBJ-PRECIO-ANTERIOR         PIC 9(3)V99.
           05  RBJ-PORCENTAJE              PIC 9(2).
           05  RBJ-PRECIO-REBAJADO         PIC 9(3)V99.
           05  RBJ-ESTADO                  PIC X(1).
               88  RBJ-PENDIENTE           VALUE "P".
               88  RBJ-APROBADA            VALUE "A".
               88  RBJ-RECHAZADA           VALUE "R".
           05  RBJ-FECHA-EFECTO            PIC 9(8).
           05  RBJ-FECHA-APROBACION        PIC 9(8).
