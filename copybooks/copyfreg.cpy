      *    NUMERO DE FACTURA. LO ALIMENTA LA FACTURACION AL EMITIR
      *    CADA DOCUMENTO; LA CONSULTA DE FACTURAS BUSCA POR NUMERO,
      *    CLIENTE O RANGO DE FECHAS Y REIMPRIME DUPLICADOS SACANDO
      *    LAS LINEAS DEL SPOOL (factura.dat).
      *    CADA REGISTRO LLEVA LA HUELLA DE SUS DATOS ENCADENADA A LA
      *    DEL DOCUMENTO ANTERIOR DE SU SERIE (F FACTURAS Y
      *    SIMPLIFICADAS, A ABONOS) Y LA FECHA-HORA DE EXPEDICION; LA
      *    CALCULA EL SUBPROGRAMA "huellafactura" ANTES DE GRABAR Y LA
      *    COMPRUEBA LA VERIFICACION DEL REGISTRO
      *****************************************************************
       01  FACREG-REG.
           05  FREG-NUMERO                 PIC 9(8).
               88  FREG-FACTURA            VALUE "F".
               88  FREG-SIMPLIFICADA       VALUE "S".
               88  FREG-ABONO              VALUE "A".
           05  FREG-SERIE                  PIC X(1).
               88  FREG-SERIE-FACTURAS     VALUE "F".
               88  FREG-SERIE-ABONOS       VALUE "A".
           05  FREG-FECHA-HORA             PIC 9(14).
           05  FREG-HUELLA-ANTERIOR        PIC X(32).
           05  FREG-HUELLA                 PIC X(32).
