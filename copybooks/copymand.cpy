      *****************************************************************
      *    MANDATO-REG - REGISTRO DE MANDATOS SEPA DE ADEUDO DIRECTO
      *    (MANDATOS-FILE, "mandatos-sepa.dat"), CLAVE LA REFERENCIA
      *    DEL MANDATO QUE LLEVA CONTACTO-MANDATO. LO MANTIENE EL
      *    MANTENIMIENTO DE MANDATOS; LA REMESA DE ADEUDOS LO CONSULTA
      *    PARA EL TIPO DE SECUENCIA (FRST EL PRIMER ADEUDO, RCUR LOS
      *    SIGUIENTES), ANOTA EL ULTIMO USO Y RECHAZA LOS MANDATOS
      *    CANCELADOS O CADUCADOS (36 MESES SIN USO DESDE EL ULTIMO
      *    ADEUDO O, SI NO LO HUBO, DESDE LA FIRMA)
      *****************************************************************
       01  MANDATO-REG.
           05  MAND-REFERENCIA             PIC X(16).
           05  MAND-CLI-ID                 PIC 9(8).
           05  MAND-IBAN                   PIC X(24).
           05  MAND-FECHA-FIRMA            PIC 9(8).
           05  MAND-SECUENCIA              PIC X(4).
               88  MANDATO-PRIMERO         VALUE "FRST".
               88  MANDATO-RECURRENTE      VALUE "RCUR".
      *    CERO MIENTRAS NO SE HAYA EMITIDO NINGUN ADEUDO
           05  MAND-FECHA-ULTIMO-USO       PIC 9(8).
           05  MAND-ESTADO                 PIC X(1).
               88  MANDATO-ACTIVO          VALUE "A".
               88  MANDATO-CANCELADO       VALUE "C".
               88  MANDATO-CADUCADO        VALUE "L".
           05  MAND-FECHA-BAJA             PIC 9(8).
