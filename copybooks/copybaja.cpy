      *****************************************************************
      *    BAJA-CONTRATO-REG - BAJAS ANTICIPADAS DE CONTRATO
      *    (BAJAS-CONTRATO-FILE, "bajas-contrato.dat"), CLAVE CODIGO
      *    DE CONTRATO; UNA SOLA BAJA POR CONTRATO. EL MANTENIMIENTO
      *    DE CONTRATOS LA GRABA PENDIENTE AL INACTIVAR EL CONTRATO,
      *    CON FECHA DE EFECTO Y MOTIVO; LA LIQUIDACION DE BAJAS
      *    EMITE EL ABONO DE LA PARTE NO CONSUMIDA DE LA ULTIMA CUOTA
      *    FACTURADA Y, SI PROCEDE, LA FACTURA DE PENALIZACION, Y LA
      *    DEJA LIQUIDADA CON SUS NUMEROS E IMPORTES
      *****************************************************************
       01  BAJA-CONTRATO-REG.
           05  BAJ-CODIGO                  PIC X(10).
           05  BAJ-FECHA-EFECTO            PIC 9(8).
           05  BAJ-MOTIVO                  PIC X(30).
           05  BAJ-OPERADOR                PIC X(8).
           05  BAJ-FECHA-REGISTRO          PIC 9(8).
           05  BAJ-ESTADO                  PIC X(1).
               88  BAJA-PENDIENTE          VALUE "P".
               88  BAJA-LIQUIDADA          VALUE "L".
      *    FACTURA DE CUOTA QUE SE ABONA (CEROS = NINGUNA FACTURADA)
      *    Y ABONO EMITIDO SOBRE ELLA, CON LOS DIAS NO CONSUMIDOS
           05  BAJ-FACTURA-ORIGEN          PIC 9(8).
           05  BAJ-NUMERO-ABONO            PIC 9(8).
           05  BAJ-DIAS-ABONADOS           PIC 9(2).
           05  BAJ-IMPORTE-ABONO           PIC 9(7)V99.
      *    FACTURA DE PENALIZACION (CEROS = SIN PENALIZACION)
           05  BAJ-FACTURA-PENAL           PIC 9(8).
           05  BAJ-IMPORTE-PENAL           PIC 9(7)V99.
           05  BAJ-FECHA-LIQUIDACION       PIC 9(8).
