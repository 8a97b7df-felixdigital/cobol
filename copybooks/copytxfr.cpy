      *****************************************************************
      *    TAXFREE-REG - FORMULARIOS DE DEVOLUCION DE IVA A VIAJEROS
      *    NO RESIDENTES EN LA UE (TAXFREE-FILE, "taxfree.dat"), CLAVE
      *    TXF-NUMERO ASIGNADA POR LA SECUENCIA "TAXFREE". LO EMITE LA
      *    CAPTURA DE RECIBOS AL CERRAR EL TICKET, CON EL DESGLOSE DE
      *    IVA POR TASA VIGENTE EN LA FECHA DE LA VENTA; CUANDO VUELVE
      *    SELLADO POR LA ADUANA SE CONFIRMA Y SE DEVUELVE LA CUOTA
      *****************************************************************
       01  TAXFREE-REG.
           05  TXF-NUMERO                  PIC 9(8).
           05  TXF-TIENDA                  PIC X(5).
           05  TXF-CAJA                    PIC X(2).
           05  TXF-TICKET                  PIC 9(8).
           05  TXF-FECHA                   PIC 9(8).
           05  TXF-VIAJERO                 PIC X(30).
           05  TXF-PASAPORTE               PIC X(15).
      *    PAIS DE RESIDENCIA (CODIGO ISO DE DOS LETRAS), FUERA DE LA UE
           05  TXF-PAIS                    PIC X(2).
           05  TXF-N-TASAS                 PIC 9(1).
           05  TXF-DESGLOSE OCCURS 5 TIMES.
               10  TXF-TASA                PIC 9(2)V99.
               10  TXF-BASE                PIC 9(7)V99.
               10  TXF-CUOTA               PIC 9(7)V99.
           05  TXF-TOTAL-BASE              PIC 9(7)V99.
           05  TXF-TOTAL-CUOTA             PIC 9(7)V99.
      *    FECHA TOPE PARA PRESENTAR EL SELLO DE SALIDA DE LA ADUANA
           05  TXF-FECHA-LIMITE            PIC 9(8).
           05  TXF-FECHA-SELLO             PIC 9(8).
           05  TXF-FECHA-CONFIRMACION      PIC 9(8).
           05  TXF-ESTADO                  PIC X(1).
               88  TXF-EMITIDO             VALUE "E".
               88  TXF-CONFIRMADO          VALUE "C".
               88  TXF-ANULADO             VALUE "A".
