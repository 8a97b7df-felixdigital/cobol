      *****************************************************************
      *    N43APL-REG - ABONOS DEL EXTRACTO BANCARIO (NORMA 43) YA
      *    APLICADOS COMO COBRO (N43-APLICADOS-FILE,
      *    "norma43-aplicados.dat"). LA CLAVE IDENTIFICA EL MOVIMIENTO
      *    DEL BANCO: CUENTA, FECHA DE OPERACION, DOCUMENTO, REFERENCIA
      *    E IMPORTE. LA IMPORTACION DEL EXTRACTO NO VUELVE A COBRAR UN
      *    ABONO QUE YA CONSTE AQUI AUNQUE EL BANCO LO REPITA EN OTRO
      *    FICHERO; LOS QUE QUEDARON EN EXCEPCION NO SE GRABAN Y SE
      *    REINTENTAN EN LA SIGUIENTE IMPORTACION
      *****************************************************************
       01  N43APL-REG.
           05  N43-CLAVE.
      *    ENTIDAD (4), OFICINA (4) Y NUMERO DE CUENTA (10)
               10  N43-CUENTA              PIC X(18).
      *    FECHA DE OPERACION TAL COMO LA DA EL BANCO (AAMMDD)
               10  N43-FECHA-OPER          PIC 9(6).
               10  N43-DOCUMENTO           PIC X(10).
               10  N43-REFERENCIA          PIC X(12).
               10  N43-IMPORTE             PIC 9(12)V99.
           05  N43-CLI-ID                  PIC 9(8).
           05  N43-COBRO                   PIC 9(8).
           05  N43-FECHA-APLICACION        PIC 9(8).
