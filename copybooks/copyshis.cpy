      *****************************************************************
      *    SALARIO-HIST-REG - HISTORICO DE TARIFA Y SALARIO POR
      *    EMPLEADO (SALARIOS-HISTORICO-FILE, "salarios-historico.dat")
      *    UNA LINEA POR CAMBIO, CON LA FECHA DESDE LA QUE RIGE Y LA
      *    FECHA EN QUE SE GRABO. EL MANTENIMIENTO DE EMPLEADOS LA
      *    ANADE AL CAMBIAR TARIFA O SALARIO; SI EL EFECTO ES DE UN
      *    MES ANTERIOR AL DE LA GRABACION, LA NOMINA RECALCULA LOS
      *    MESES YA PAGADOS Y ABONA LA DIFERENCIA COMO ATRASOS
      *****************************************************************
       01  SALARIO-HIST-REG.
           05  SHIS-EMPLEADO               PIC 9(8).
           05  SHIS-FECHA-EFECTO           PIC 9(8).
           05  SHIS-TARIFA-HORA            PIC 9(3)V99.
           05  SHIS-SALARIO                PIC 9(7)V99.
           05  SHIS-TARIFA-ANTERIOR        PIC 9(3)V99.
           05  SHIS-SALARIO-ANTERIOR       PIC 9(7)V99.
           05  SHIS-FECHA-REGISTRO         PIC 9(8).
