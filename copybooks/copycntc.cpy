      *    (CONTACTOS-FILE, "contactos.dat"), CLAVE CONTACTO-CLI-ID.
      *    EL CORREO SE VALIDA CON EL SUBPROGRAMA "validarcorreo" ANTES
      *    DE GRABARSE. EL IBAN Y LA REFERENCIA DE MANDATO LOS USA LA
      *    REMESA DE ADEUDOS DOMICILIADOS; EL MANDATO (FIRMA, SECUENCIA
      *    Y ESTADO) VIVE EN EL REGISTRO DE MANDATOS (copymand)
      *****************************************************************
       01  CONTACTO-REG.
           05  CONTACTO-CLI-ID             PIC 9(8).
