      *    RETENCION IRPF PERSONAL EN PORCENTAJE; A CERO RIGE LA
      *    TABLA DE TRAMOS DE nomina-parametros.dat
           05  EMPLEADO-IRPF-PCT           PIC 9(2)V99.
      *    CUENTA PARA LA TRANSFERENCIA DE LA NOMINA, VALIDADA EN EL
      *    MANTENIMIENTO DE EMPLEADOS; EN BLANCO SE PAGA POR CHEQUE
           05  EMPLEADO-IBAN               PIC X(24).
