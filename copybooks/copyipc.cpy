      *****************************************************************
      *    IPC-REG - INDICES DE PRECIOS DE CONSUMO PUBLICADOS
      *    (IPC-FILE, "indices-ipc.dat"), CLAVE PERIODO AAAAMM. EL
      *    MANTENIMIENTO DE PARAMETROS DA DE ALTA CADA INDICE GENERAL
      *    OFICIAL AL PUBLICARSE; LA REVALORIZACION DE CONTRATOS
      *    COMPARA EL ULTIMO PUBLICADO CON EL DEL MISMO MES DEL ANO
      *    ANTERIOR
      *****************************************************************
       01  IPC-REG.
           05  IPC-PERIODO                 PIC 9(6).
           05  IPC-INDICE                  PIC 9(3)V999.
           05  IPC-FECHA-ALTA              PIC 9(8).
