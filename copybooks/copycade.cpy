      *****************************************************************
      *    CADENA-REG - CABEZA DE LA CADENA DE HUELLAS DEL REGISTRO
      *    DE FACTURAS (FACTURA-CADENA-FILE, "factura-cadena.dat"),
      *    CLAVE LA SERIE. GUARDA EL ULTIMO NUMERO ENCADENADO Y SU
      *    HUELLA: EL SUBPROGRAMA "huellafactura" ENLAZA CON ELLA CADA
      *    DOCUMENTO NUEVO Y LA VERIFICACION LA COMPARA CON EL ULTIMO
      *    REGISTRO DE LA SERIE PARA DESCUBRIR BORRADOS AL FINAL
      *****************************************************************
       01  CADENA-REG.
           05  CAD-SERIE                   PIC X(1).
           05  CAD-ULTIMO-NUMERO           PIC 9(8).
           05  CAD-ULTIMA-HUELLA           PIC X(32).
           05  CAD-FECHA-HORA              PIC 9(14).
           05  CAD-DOCUMENTOS              PIC 9(8).
