      *****************************************************************
      *    REVAL-REG - REVALORIZACIONES ANUALES DE CUOTA POR IPC
      *    (REVALORIZACIONES-FILE, "revalorizaciones-contrato.dat"),
      *    CLAVE CONTRATO + ANO; UNA POR CONTRATO Y ANIVERSARIO. LA
      *    REVALORIZACION LA CALCULA Y LA NOTIFICA AL CLIENTE EL MES
      *    ANTERIOR AL DE ANIVERSARIO (MES DE FEC-FIN) Y LA APLICA AL
      *    CONTRATO CUANDO LLEGA EL PERIODO DE EFECTO
      *****************************************************************
       01  REVAL-REG.
           05  REV-CLAVE.
               10  REV-CODIGO              PIC X(10).
               10  REV-ANO                 PIC 9(4).
           05  REV-PERIODO-EFECTO          PIC 9(6).
           05  REV-CUOTA-ANTERIOR          PIC 9(7)V99.
           05  REV-CUOTA-NUEVA             PIC 9(7)V99.
      *    INDICES COMPARADOS: EL ULTIMO PUBLICADO Y EL DEL MISMO MES
      *    DEL ANO ANTERIOR; VARIACION INTERANUAL Y PORCENTAJE
      *    APLICADO TRAS EL TOPE (UNA VARIACION NEGATIVA NO BAJA LA
      *    CUOTA)
           05  REV-IPC-PERIODO-BASE        PIC 9(6).
           05  REV-IPC-BASE                PIC 9(3)V999.
           05  REV-IPC-PERIODO             PIC 9(6).
           05  REV-IPC-NUEVO               PIC 9(3)V999.
           05  REV-VARIACION               PIC S9(3)V99.
           05  REV-PCT-APLICADO            PIC 9(3)V99.
           05  REV-ESTADO                  PIC X(1).
               88  REV-NOTIFICADA          VALUE "N".
               88  REV-APLICADA            VALUE "A".
               88  REV-ANULADA             VALUE "X".
           05  REV-FECHA-CALCULO           PIC 9(8).
           05  REV-FECHA-APLICACION        PIC 9(8).
