      *****************************************************************
      *    FALLIDO-REG - CLIENTES DADOS DE BAJA POR FALLIDO
      *    (FALLIDOS-FILE, "clientes-fallidos.dat"), CLAVE EL CLIENTE.
      *    LA BAJA LA PROPONE UN OPERADOR Y LA APRUEBA OTRO DISTINTO;
      *    DEJA EL SALDO A CERO CON UN APUNTE "X" EN EL DIARIO DE
      *    SALDOS Y LLEVA LA PERDIDA A CONTABILIDAD. LA CAPTURA DE
      *    RECIBOS NO ADMITE VENTAS A CUENTA DE UN CLIENTE QUE ESTE
      *    AQUI, Y LOS COBROS POSTERIORES (CAPTURA DE COBROS Y EXTRACTO
      *    BANCARIO) NO TOCAN EL SALDO: SE ANOTAN COMO RECUPERACION
      *    (APUNTE "Y") Y SE ACUMULAN EN FAL-RECUPERADO
      *****************************************************************
       01  FALLIDO-REG.
           05  FAL-CLI-ID                  PIC 9(8).
           05  FAL-FECHA                   PIC 9(8).
      *    DEUDA CANCELADA (SALDO DEUDOR EN EL MOMENTO DE LA BAJA)
           05  FAL-IMPORTE                 PIC 9(8)V99.
           05  FAL-MOTIVO                  PIC X(30).
           05  FAL-OPERADOR                PIC X(8).
           05  FAL-APROBADOR               PIC X(8).
           05  FAL-RECUPERADO              PIC 9(8)V99.
           05  FAL-FECHA-RECUPERACION      PIC 9(8).
