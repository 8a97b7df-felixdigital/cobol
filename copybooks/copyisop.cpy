      *****************************************************************
      *    IVA-SOPORTADO-REG - REGISTRO DE IVA SOPORTADO
      *    (IVA-SOPORTADO-FILE, "iva-soportado.dat"). UNA LINEA POR
      *    FACTURA DE PROVEEDOR CONTABILIZADA, FECHADA EL DIA DE SU
      *    CONTABILIZACION; EL RESUMEN DE IVA LA ACUMULA POR TASA COMO
      *    IVA DEDUCIBLE
      *****************************************************************
       01  IVA-SOPORTADO-REG.
           05  ISOP-FECHA                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  ISOP-PROV-ID                PIC X(5).
           05  FILLER                      PIC X VALUE SPACE.
           05  ISOP-FACTURA                PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  ISOP-TASA                   PIC 9(2)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  ISOP-BASE                   PIC S9(9)V99.
           05  FILLER                      PIC X VALUE SPACE.
           05  ISOP-CUOTA                  PIC S9(9)V99.
