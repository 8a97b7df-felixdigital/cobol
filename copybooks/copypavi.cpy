      *****************************************************************
      *    PREAVISO-REG - PREAVISOS DE ADEUDO DIRECTO PENDIENTES DE
      *    REMESAR (PREAVISOS-FILE, "remesa-preavisos.dat"), CLAVE EL
      *    CLIENTE. LA REMESA DE ADEUDOS ESCRIBE LA CARTA DE PREAVISO
      *    CON EL IMPORTE Y LA FECHA DE CARGO Y NO INCLUYE EL ADEUDO
      *    HASTA QUE LLEGA ESA FECHA, NI POR MAS IMPORTE DEL AVISADO.
      *    EL PREAVISO SE BORRA AL REMESARSE O SI EL CLIENTE YA NO
      *    DEBE NADA
      *****************************************************************
       01  PREAVISO-REG.
           05  PAV-CLI-ID                  PIC 9(8).
           05  PAV-MANDATO                 PIC X(16).
           05  PAV-IMPORTE                 PIC 9(9)V99.
           05  PAV-FECHA-AVISO             PIC 9(8).
           05  PAV-FECHA-CARGO             PIC 9(8).
