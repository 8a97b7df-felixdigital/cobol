      *    WORKLIST-REG - LISTA DE TRABAJO DE EXCEPCIONES
      *    (WORKLIST-FILE, "worklist-excepciones.dat"), CLAVE
      *    WKL-NUMERO DE LA SECUENCIA "EXCEPCION". LA GESTION DE
      *    EXCEPCIONES IMPORTA AQUI LAS LINEAS DE shop-exceptions.dat,
      *    credito-exceptions.dat, adquirente-exceptions.dat,
      *    banco-exceptions.dat Y planes-exceptions.dat (QUE
      *    LOS PROCESOS NOCTURNOS
      *    REESCRIBEN CADA NOCHE), MAS LAS SUBIDAS DE LIMITE DE
      *    CONTRATO DE "limites-pendientes.dat" CON MAS DE DOS DIAS
      *    SIN SEGUNDA FIRMA, PARA DARLES UN CICLO DE VIDA:
      *    ABIERTA, ASIGNADA A UN OPERADOR Y RESUELTA CON CODIGO Y
      *    NOTA. LO NO RESUELTO REAPARECE EN EL CIERRE DEL DIA
      *****************************************************************
           05  WKL-ORIGEN                  PIC X(1).
               88  WKL-DE-VENTAS           VALUE "S".
               88  WKL-DE-CREDITO          VALUE "C".
               88  WKL-DE-ADQUIRENTE       VALUE "T".
               88  WKL-DE-BANCO            VALUE "B".
               88  WKL-DE-PLANES           VALUE "P".
               88  WKL-DE-LIMITES          VALUE "L".
           05  WKL-FECHA-ALTA              PIC 9(8).
           05  WKL-TEXTO                   PIC X(80).
           05  WKL-ESTADO                  PIC X(1).
