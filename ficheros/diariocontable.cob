               01 EOF-PAGOS PIC X VALUE 'N'.
                   88 FIN-PAGOS VALUE 'S'.

      *>   TARJETAS REGALO: LA VENTA DE UNA TARJETA NO ES VENTA NI
      *>   LLEVA IVA, ES UN PASIVO CON EL CLIENTE; LO COBRADO CON
      *>   TARJETA REGALO NO ENTRA EN CAJA, CANCELA ESE PASIVO
               01 WS-TR-EMITIDAS PIC S9(9)V99 VALUE ZERO.
               01 WS-TR-REDIMIDAS PIC S9(9)V99 VALUE ZERO.

      *>   COMPRAS DE PERSONAL CARGADAS A NOMINA: NO ENTRAN EN CAJA,
      *>   QUEDAN COMO DEUDA DEL EMPLEADO HASTA QUE LA NOMINA LAS
      *>   DESCUENTA
               01 WS-NOMINA-PERSONAL PIC S9(9)V99 VALUE ZERO.

               01 WS-I PIC 9(3).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 ENTRADA-ENCONTRADA VALUE 'S'.
               01 WS-LINEA-IVA PIC 9(9)V99.
               01 WS-TASA-LINEA PIC 9(2)V99.
               01 WS-CATEGORIA-LINEA PIC X(2).
                   88 LINEA-TARJETA-REGALO VALUE "TR".

               01 WS-TOTAL-DEBE PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-HABER PIC 9(11)V99 VALUE ZERO.
      *>   (EL HISTORICO YA VIENE FILTRADO DE DUPLICADOS, TIENDAS NO
      *>   VALIDAS Y FECHAS FUERA DE LA DE NEGOCIO): VENTAS POR
      *>   TIENDA AL HABER, DEVOLUCIONES Y DESCUENTOS AL DEBE, IVA
      *>   POR TASA, Y CAJA COMO CONTRAPARTIDA. LAS TARJETAS REGALO
      *>   VENDIDAS Y LO COBRADO CON ELLAS VAN AL PASIVO 43800000;
      *>   LAS COMPRAS DE PERSONAL A CARGO DE NOMINA A LA 46000000.
      *>   EL LOTE SOLO SE LIBERA SI CUADRA A CERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.
               PERFORM CARGAR-TASAS-IVA.
               COMPUTE WS-LINEA-IVA ROUNDED =
                   WS-LINEA-NETO * (WS-TASA-LINEA / 100).

      *>   LA TARJETA REGALO TRIBUTA CUANDO SE GASTA, NO AL VENDERLA
               IF LINEA-TARJETA-REGALO
                   MOVE ZERO TO WS-LINEA-IVA
               END-IF.

           CONTABILIZAR-VENTA.
               PERFORM CALCULAR-LINEA.
               IF LINEA-TARJETA-REGALO
                   ADD WS-LINEA-NETO TO WS-TR-EMITIDAS
                   ADD WS-LINEA-NETO TO WS-TOTAL-CAJA
               ELSE
                   PERFORM LOCALIZAR-TIENDA
                   IF WS-I > ZERO
                       ADD WS-LINEA-BRUTO TO WS-VT-VENTAS (WS-I)
                   END-IF
                   ADD WS-LINEA-DESCUENTO TO WS-TOTAL-DESCUENTOS
                   PERFORM ACUMULAR-IVA-VENTA
                   EVALUATE HIST-PAY-METHOD
                       WHEN "G"
                           COMPUTE WS-TR-REDIMIDAS = WS-TR-REDIMIDAS
                               + WS-LINEA-NETO + WS-LINEA-IVA
                       WHEN "N"
                           COMPUTE WS-NOMINA-PERSONAL =
                               WS-NOMINA-PERSONAL
                               + WS-LINEA-NETO + WS-LINEA-IVA
                       WHEN OTHER
                           COMPUTE WS-TOTAL-CAJA = WS-TOTAL-CAJA
                               + WS-LINEA-NETO + WS-LINEA-IVA
                   END-EVALUATE
               END-IF.

           CONTABILIZAR-DEVOLUCION.
               PERFORM CALCULAR-LINEA.
               IF LINEA-TARJETA-REGALO
                   SUBTRACT WS-LINEA-NETO FROM WS-TR-EMITIDAS
                   SUBTRACT WS-LINEA-NETO FROM WS-TOTAL-CAJA
               ELSE
                   PERFORM LOCALIZAR-TIENDA
                   IF WS-I > ZERO
                       ADD WS-LINEA-NETO TO WS-VT-DEVOLUCIONES (WS-I)
                   END-IF
                   PERFORM ACUMULAR-IVA-DEVOLUCION
                   EVALUATE HIST-PAY-METHOD
                       WHEN "G"
                           COMPUTE WS-TR-REDIMIDAS = WS-TR-REDIMIDAS
                               - WS-LINEA-NETO - WS-LINEA-IVA
                       WHEN "N"
                           COMPUTE WS-NOMINA-PERSONAL =
                               WS-NOMINA-PERSONAL
                               - WS-LINEA-NETO - WS-LINEA-IVA
                       WHEN OTHER
                           COMPUTE WS-TOTAL-CAJA = WS-TOTAL-CAJA
                               - WS-LINEA-NETO - WS-LINEA-IVA
                   END-EVALUATE
               END-IF.

           LOCALIZAR-TIENDA.
      *>   DEJA EN WS-I LA ENTRADA DE LA TIENDA EN CURSO, CREANDOLA
               EXIT.

           CALCULAR-TOTALES.
      *>   DEBE: CAJA + DEVOLUCIONES + DESCUENTOS + CARGOS A NOMINA
      *>   (+ IVA NEGATIVO)
      *>   HABER: VENTAS BRUTAS (+ IVA POSITIVO)
               MOVE ZEROS TO WS-TOTAL-DEBE.
               MOVE ZEROS TO WS-TOTAL-HABER.
               ADD WS-TOTAL-DESCUENTOS TO WS-TOTAL-DEBE.
               ADD WS-TOTAL-PAGOS-CAJA TO WS-TOTAL-DEBE.

               IF WS-TR-EMITIDAS < ZERO
                   SUBTRACT WS-TR-EMITIDAS FROM WS-TOTAL-DEBE
               ELSE
                   ADD WS-TR-EMITIDAS TO WS-TOTAL-HABER
               END-IF.
               IF WS-TR-REDIMIDAS < ZERO
                   SUBTRACT WS-TR-REDIMIDAS FROM WS-TOTAL-HABER
               ELSE
                   ADD WS-TR-REDIMIDAS TO WS-TOTAL-DEBE
               END-IF.

               IF WS-NOMINA-PERSONAL < ZERO
                   SUBTRACT WS-NOMINA-PERSONAL FROM WS-TOTAL-HABER
               ELSE
                   ADD WS-NOMINA-PERSONAL TO WS-TOTAL-DEBE
               END-IF.

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-VT-N
                   ADD WS-VT-VENTAS (WS-I) TO WS-TOTAL-HABER
                   PERFORM ESCRIBIR-ASIENTO
               END-IF.

               IF WS-TR-EMITIDAS NOT = ZERO
                   MOVE "43800000" TO ASI-CUENTA
                   MOVE "TARJETAS REGALO VENDIDAS" TO ASI-CONCEPTO
                   IF WS-TR-EMITIDAS < ZERO
                       COMPUTE ASI-DEBE = ZERO - WS-TR-EMITIDAS
                       MOVE ZERO TO ASI-HABER
                   ELSE
                       MOVE ZERO TO ASI-DEBE
                       MOVE WS-TR-EMITIDAS TO ASI-HABER
                   END-IF
                   PERFORM ESCRIBIR-ASIENTO
               END-IF.

               IF WS-TR-REDIMIDAS NOT = ZERO
                   MOVE "43800000" TO ASI-CUENTA
                   MOVE "COBROS CON TARJETA REGALO" TO ASI-CONCEPTO
                   IF WS-TR-REDIMIDAS < ZERO
                       MOVE ZERO TO ASI-DEBE
                       COMPUTE ASI-HABER = ZERO - WS-TR-REDIMIDAS
                   ELSE
                       MOVE WS-TR-REDIMIDAS TO ASI-DEBE
                       MOVE ZERO TO ASI-HABER
                   END-IF
                   PERFORM ESCRIBIR-ASIENTO
               END-IF.

               IF WS-NOMINA-PERSONAL NOT = ZERO
                   MOVE "46000000" TO ASI-CUENTA
                   MOVE "VENTAS AL PERSONAL A NOMINA" TO ASI-CONCEPTO
                   IF WS-NOMINA-PERSONAL < ZERO
                       MOVE ZERO TO ASI-DEBE
                       COMPUTE ASI-HABER = ZERO - WS-NOMINA-PERSONAL
                   ELSE
                       MOVE WS-NOMINA-PERSONAL TO ASI-DEBE
                       MOVE ZERO TO ASI-HABER
                   END-IF
                   PERFORM ESCRIBIR-ASIENTO
               END-IF.

               IF WS-TOTAL-DESCUENTOS NOT = ZERO
                   MOVE "66500000" TO ASI-CUENTA
                   MOVE "DESCUENTOS SOBRE VENTAS" TO ASI-CONCEPTO
