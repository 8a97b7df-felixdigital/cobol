      *****************************************************************
      *    AVAL-REG - AVALES BANCARIOS Y DEPOSITOS EN GARANTIA DE LOS
      *    CONTRATOS (AVALES-FILE, "avales-contrato.dat"), CLAVE LA
      *    REFERENCIA DEL AVAL (NUMERO DEL BANCO O DEL RESGUARDO DEL
      *    DEPOSITO) Y CLAVE ALTERNATIVA EL CODIGO DE CONTRATO. LO
      *    MANTIENE EL MANTENIMIENTO DE AVALES; EL INFORME DE AVALES
      *    MIDE LA COBERTURA DEL IMPORTE LIMITE Y LOS VENCIMIENTOS, Y
      *    LA RENOVACION DE CONTRATOS NO APRUEBA UN CONTRATO CON UN
      *    AVAL EN VIGOR YA VENCIDO
      *****************************************************************
       01  AVAL-REG.
           05  AVAL-REFERENCIA             PIC X(16).
           05  AVAL-CODIGO                 PIC X(10).
           05  AVAL-TIPO                   PIC X(1).
               88  AVAL-BANCARIO           VALUE "B".
               88  AVAL-DEPOSITO           VALUE "D".
      *    ENTIDAD QUE EMITE EL AVAL O DONDE SE CONSTITUYE EL DEPOSITO
           05  AVAL-ENTIDAD                PIC X(30).
           05  AVAL-IMPORTE                PIC 9(7)V99.
           05  AVAL-FECHA-EMISION          PIC 9(8).
      *    CERO = SIN VENCIMIENTO (DEPOSITOS Y AVALES INDEFINIDOS)
           05  AVAL-FECHA-VENC             PIC 9(8).
           05  AVAL-ESTADO                 PIC X(1).
               88  AVAL-ACTIVO             VALUE "A".
               88  AVAL-CANCELADO          VALUE "C".
           05  AVAL-FECHA-BAJA             PIC 9(8).
