      *****************************************************************
      *    LIQTARJ-REG - CONCILIACION DE COBROS CON TARJETA CONTRA EL
      *    ADQUIRENTE (LIQTARJ-FILE, "liquidaciones-tarjeta.dat"). UN
      *    REGISTRO POR TIENDA, CAJA Y DIA DE VENTA: LO COBRADO CON
      *    TARJETA SEGUN EL HISTORICO (PAGO "T") Y LO QUE EL
      *    ADQUIRENTE DICE HABER LIQUIDADO, CON SU COMISION. LO
      *    MANTIENE LA CONCILIACION DEL ADQUIRENTE
      *****************************************************************
       01  LIQTARJ-REG.
           05  LIQ-CLAVE.
               10  LIQ-TIENDA              PIC X(5).
               10  LIQ-CAJA                PIC X(2).
               10  LIQ-FECHA               PIC 9(8).
           05  LIQ-IMPORTE-VENTAS          PIC S9(7)V99.
           05  LIQ-IMPORTE-LIQUIDADO       PIC S9(7)V99.
           05  LIQ-COMISION                PIC 9(5)V99.
           05  LIQ-IMPORTE-NETO            PIC S9(7)V99.
           05  LIQ-REFERENCIA              PIC X(12).
           05  LIQ-FECHA-ABONO             PIC 9(8).
           05  LIQ-LIQUIDACIONES           PIC 9(3).
      *    PENDIENTE: HAY VENTAS Y AUN NO LLEGO LIQUIDACION.
      *    CONCILIADA: LIQUIDADO = VENTAS. CORTA/EXCESO: LIQUIDADO POR
      *    DEBAJO/ENCIMA. DUPLICADA: MAS DE UNA LIQUIDACION DISTINTA
      *    PARA LA MISMA CLAVE. SIN VENTAS: LIQUIDACION SIN COBROS
           05  LIQ-ESTADO                  PIC X(1).
               88  LIQ-PENDIENTE           VALUE "P".
               88  LIQ-CONCILIADA          VALUE "C".
               88  LIQ-CORTA               VALUE "X".
               88  LIQ-EXCESO              VALUE "E".
               88  LIQ-DUPLICADA           VALUE "D".
               88  LIQ-SIN-VENTAS          VALUE "H".
           05  LIQ-FECHA-CONCILIACION      PIC 9(8).
