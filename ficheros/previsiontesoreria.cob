       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISION-TESORERIA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ASIENTOS.

                   SELECT OPTIONAL SALDO-MOVIMIENTOS-FILE
                   ASSIGN TO "saldo-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-MOVIMIENTOS.

                   SELECT OPTIONAL PREAVISOS-FILE
                   ASSIGN TO "remesa-preavisos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PAV-CLI-ID
                   STATUS ST-PREAVISOS.

                   SELECT OPTIONAL PLANES-PAGO-FILE
                   ASSIGN TO "planes-pago.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PLAN-CLI-ID
                   STATUS ST-PLANES.

                   SELECT OPTIONAL PEDIDOS-COMPRA-FILE
                   ASSIGN TO "pedidos-compra.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PC-NUMERO
                   STATUS ST-PEDIDO.

                   SELECT OPTIONAL RECEPCIONES-FILE
                   ASSIGN TO "recepciones-pedidos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-RECEPCIONES.

                   SELECT OPTIONAL FACTURAS-PROVEEDOR-FILE
                   ASSIGN TO "facturas-proveedor.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FPRV-CLAVE
                   STATUS ST-FACTURAS.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT OPTIONAL NOMINAS-HISTORICO-FILE
                   ASSIGN TO "nominas-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-NOMHIST.

                   SELECT OPTIONAL IVA-CIERRE-FILE
                   ASSIGN TO "iva-cierre.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CIERRE.

                   SELECT PREVISION-REPORT-FILE
                   ASSIGN TO "prevision-tesoreria.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD SALDO-MOVIMIENTOS-FILE.
                   01 SALDO-MOV-REG.
                       05 MOV-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 MOV-CLI-ID PIC 9(8).
                       05 FILLER PIC X.
                       05 MOV-TIPO PIC X(1).
                       05 FILLER PIC X.
                       05 MOV-IMPORTE PIC -9(7),99.
                       05 FILLER PIC X.
                       05 MOV-SALDO PIC -9(8),99.
                       05 FILLER PIC X.
                       05 MOV-REFERENCIA PIC X(20).

               FD PREAVISOS-FILE.
                   COPY copypavi.

               FD PLANES-PAGO-FILE.
                   COPY copyplan.

               FD PEDIDOS-COMPRA-FILE.
                   COPY copypedc.

               FD RECEPCIONES-FILE.
                   01 RECEPCION-REG.
                       05 RCP-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 RCP-PEDIDO PIC 9(8).
                       05 FILLER PIC X.
                       05 RCP-ITEM PIC X(8).
                       05 FILLER PIC X.
                       05 RCP-QTY PIC 9(5).
                       05 FILLER PIC X.
                       05 RCP-RESULTADO PIC X(10).

               FD FACTURAS-PROVEEDOR-FILE.
                   COPY copyfprv.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD NOMINAS-HISTORICO-FILE.
                   01 NOMINA-HIST-REG.
                       05 NH-MES PIC 9(6).
                       05 FILLER PIC X.
                       05 NH-EMPLEADO PIC 9(8).
                       05 FILLER PIC X.
                       05 NH-BRUTO PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-IRPF PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-SS PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-NETO PIC 9(7),99.

               FD IVA-CIERRE-FILE.
                   01 IVA-CIERRE-REG.
                       05 CIE-ANO PIC 9(4).
                       05 CIE-TRIMESTRE PIC 9(1).
                       05 CIE-TASA PIC 9(2)V99.
                       05 CIE-BASE PIC S9(9)V99.
                       05 CIE-CUOTA PIC S9(9)V99.
                       05 CIE-CLASE PIC X(1).
                           88 CIE-SOPORTADO VALUE "S".

               FD PREVISION-REPORT-FILE.
                   01 REPORT-LINE PIC X(140).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ASIENTOS PIC X(2).
               77 ST-MOVIMIENTOS PIC X(2).
               77 ST-PREAVISOS PIC X(2).
               77 ST-PLANES PIC X(2).
               77 ST-PEDIDO PIC X(2).
               77 ST-RECEPCIONES PIC X(2).
               77 ST-FACTURAS PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-NOMHIST PIC X(2).
               77 ST-CIERRE PIC X(2).

               01 WS-ITEMS-OK PIC X VALUE 'N'.
                   88 ITEMS-DISPONIBLE VALUE 'S'.
               01 WS-PROVEEDORES-OK PIC X VALUE 'N'.
                   88 PROVEEDORES-DISPONIBLE VALUE 'S'.

               01 EOF-FICHERO PIC X VALUE 'N'.
                   88 FIN-FICHERO VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-HOY-DET REDEFINES WS-HOY.
                   05 WS-HOY-ANO PIC 9(4).
                   05 WS-HOY-MES PIC 9(2).
                   05 WS-HOY-DIA PIC 9(2).
               01 WS-HOY-ENTERO PIC 9(8).
               01 WS-FIN-ENTERO PIC 9(8).
               01 WS-FECHA-ENTERO PIC 9(8).
               01 WS-DIAS PIC S9(5).

      *>   UNA FECHA SE LLEVA A SU SEMANA DE PREVISION: LO YA VENCIDO
      *>   CAE EN LA PRIMERA SEMANA Y LO QUE PASA DE LAS 13 SEMANAS
      *>   DEVUELVE CERO (FUERA DEL HORIZONTE)
               01 WS-FECHA-CALCULO PIC 9(8).
               01 WS-FECHA-CALCULO-DET REDEFINES WS-FECHA-CALCULO.
                   05 WS-CALC-ANO PIC 9(4).
                   05 WS-CALC-MES PIC 9(2).
                   05 WS-CALC-DIA PIC 9(2).
               01 WS-SEMANA PIC 9(2).

      *>   PREVISION POR SEMANA. ENTRADAS: COBROS DE CLIENTES (DEUDA
      *>   POR ANTIGUEDAD Y PLAZOS DE LOS PLANES DE PAGO) Y PROXIMA
      *>   REMESA DE ADEUDOS (PREAVISOS). SALIDAS: FACTURAS DE
      *>   PROVEEDOR SIN PAGAR A SU VENCIMIENTO, MERCANCIA RECIBIDA SIN
      *>   FACTURAR Y PEDIDOS ABIERTOS AL PLAZO DE PAGO DE CADA
      *>   PROVEEDOR, NOMINA NETA E IVA DEL TRIMESTRE CERRADO
               01 WS-SEMANA-TABLA.
                   05 WS-SEM-ENTRADA OCCURS 13 TIMES.
                       10 WS-SEM-DESDE PIC 9(8).
                       10 WS-SEM-INICIAL PIC S9(11)V99.
                       10 WS-SEM-COBROS PIC S9(9)V99.
                       10 WS-SEM-REMESA PIC S9(9)V99.
                       10 WS-SEM-RECIBIDO PIC S9(9)V99.
                       10 WS-SEM-PEDIDOS PIC S9(9)V99.
                       10 WS-SEM-NOMINA PIC S9(9)V99.
                       10 WS-SEM-IVA PIC S9(9)V99.
                       10 WS-SEM-FINAL PIC S9(11)V99.
               77 WS-W PIC 9(2).

               01 WS-SALDO-INICIAL PIC S9(11)V99 VALUE ZERO.
               01 WS-COBROS-FUERA PIC 9(9)V99 VALUE ZERO.
               01 WS-PAGOS-FUERA PIC 9(9)V99 VALUE ZERO.
               01 WS-DEUDA-DUDOSA PIC 9(9)V99 VALUE ZERO.

      *>   DEUDA ABIERTA DE CADA CLIENTE POR FECHA PREVISTA DE COBRO,
      *>   DE LO MAS ANTIGUO A LO MAS RECIENTE: 1 = 90 DIAS O MAS
      *>   (DUDOSO, NO SE PREVE), 2 = 60 A 89 DIAS (SEMANA 4), 3 = 30 A
      *>   59 DIAS (SEMANA 2), 4 A 16 = CORRIENTE, QUE SE COBRA A LOS
      *>   30 DIAS DE LA VENTA EN SU SEMANA 1 A 13, Y 17 = MAS ALLA DEL
      *>   HORIZONTE. LOS ABONOS CANCELAN PRIMERO LO MAS ANTIGUO, COMO
      *>   EN EL INFORME DE ANTIGUEDAD
               01 WS-DEUDA-TABLA.
                   05 WS-DEU-ENTRADA OCCURS 300 TIMES
                                     INDEXED BY WS-DEU-IDX.
                       10 WS-DEU-CLI-ID PIC 9(8).
                       10 WS-DEU-HUECO PIC 9(9)V99 OCCURS 17 TIMES.
               01 WS-DEUDA-N PIC 9(3) VALUE 0.
               01 WS-DEU-POS PIC 9(3) VALUE 0.
               01 WS-DEU-ENCONTRADO PIC X VALUE 'N'.
                   88 DEU-ENCONTRADO VALUE 'S'.
               01 WS-CLI-BUSCADO PIC 9(8).
               77 WS-H PIC 9(2).
               77 WS-I PIC 9(3).
               77 WS-P PIC 9(2).
               77 WS-L PIC 9(2).

               01 WS-IMPORTE PIC S9(7)V99.
               01 WS-ABONO PIC 9(9)V99.
               01 WS-DESCONTAR PIC 9(9)V99.
               01 WS-DESCONTADO PIC 9(9)V99.
               01 WS-PAGO PIC 9(9)V99.
               01 WS-PLAZO-PENDIENTE PIC 9(9)V99.

               01 WS-COSTE PIC 9(3)V99.
               01 WS-PLAZO-PAGO PIC 9(3).
               01 WS-QTY-PENDIENTE PIC 9(5).

      *>   UNIDADES FACTURADAS DE CADA ARTICULO DE UN PEDIDO: ESA PARTE
      *>   DE LO RECIBIDO SE PREVE POR SU FACTURA Y NO POR LA RECEPCION
               01 WS-FACTURADO-TABLA.
                   05 WS-FAC-ENTRADA OCCURS 500 TIMES.
                       10 WS-FAC-PEDIDO PIC 9(8).
                       10 WS-FAC-ITEM PIC X(8).
                       10 WS-FAC-QTY PIC 9(7).
               01 WS-FACTURADO-N PIC 9(3) VALUE 0.
               01 WS-FAC-POS PIC 9(3).
               01 WS-FAC-PEDIDO-BUSCADO PIC 9(8).
               01 WS-FAC-ITEM-BUSCADO PIC X(8).
               77 WS-F PIC 9(3).
               01 WS-QTY-RECEPCION PIC 9(5).

               01 WS-NOMINA-MES PIC 9(6) VALUE ZERO.
               01 WS-NOMINA-NETA PIC 9(9)V99 VALUE ZERO.
               01 WS-NETO PIC 9(7)V99.
               01 WS-MES-SIGUIENTE PIC 9(8).
               01 WS-MES-SIGUIENTE-DET REDEFINES WS-MES-SIGUIENTE.
                   05 WS-SIG-ANO PIC 9(4).
                   05 WS-SIG-MES PIC 9(2).
                   05 WS-SIG-DIA PIC 9(2).

               01 WS-CUOTA-IVA PIC S9(9)V99.

               01 WS-PRIMER-DESCUBIERTO PIC 9(2) VALUE ZERO.

               01 WS-IMPORTE-ED PIC -ZZ.ZZZ.ZZ9,99.

      *>   COLUMNAS DEL INFORME: SEMANA, PRIMER DIA Y OCHO IMPORTES
               01 WS-LINEA-CABECERA-1.
                   05 FILLER PIC X(12) VALUE " SEM  DESDE ".
                   05 FILLER PIC X(15) VALUE "          SALDO".
                   05 FILLER PIC X(15) VALUE "    COBROS DE  ".
                   05 FILLER PIC X(15) VALUE "  REMESA DE    ".
                   05 FILLER PIC X(15) VALUE "  PAGO MERCAN- ".
                   05 FILLER PIC X(15) VALUE "  PAGO PEDIDOS ".
                   05 FILLER PIC X(15) VALUE "       NOMINA  ".
                   05 FILLER PIC X(15) VALUE "    IVA A      ".
                   05 FILLER PIC X(15) VALUE "          SALDO".
               01 WS-LINEA-CABECERA-2.
                   05 FILLER PIC X(12) VALUE SPACES.
                   05 FILLER PIC X(15) VALUE "        INICIAL".
                   05 FILLER PIC X(15) VALUE "    CLIENTES   ".
                   05 FILLER PIC X(15) VALUE "  ADEUDOS      ".
                   05 FILLER PIC X(15) VALUE "  CIA RECIBIDA ".
                   05 FILLER PIC X(15) VALUE "  ABIERTOS     ".
                   05 FILLER PIC X(15) VALUE "       NETA    ".
                   05 FILLER PIC X(15) VALUE "    INGRESAR   ".
                   05 FILLER PIC X(15) VALUE "          FINAL".

               01 WS-LINEA-DETALLE.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 DET-SEMANA PIC Z9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 DET-DESDE PIC 9(8).
                   05 DET-IMPORTES.
                       10 DET-COLUMNA OCCURS 8 TIMES.
                           15 FILLER PIC X(1).
                           15 DET-IMPORTE PIC -ZZ.ZZZ.ZZ9,99.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 DET-MARCA PIC X(1).

      *>   EL INFORME PRODUCIDO SE CATALOGA EN EL SPOOL PARA PODER
      *>   VERLO Y REIMPRIMIRLO DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   PREVISION DE TESORERIA A 13 SEMANAS: PARTE DEL SALDO DE
      *>   CAJA Y BANCOS (CUENTAS 57 DE CONTABILIDAD), SUMA LAS
      *>   ENTRADAS Y RESTA LAS SALIDAS PREVISTAS DE CADA SEMANA Y
      *>   MARCA CON "*" LAS SEMANAS QUE CIERRAN EN DESCUBIERTO, PARA
      *>   VER VENIR LA FALTA DE LIQUIDEZ ANTES DE QUE LLEGUE. LO
      *>   YA VENCIDO Y NO PAGADO SE PREVE EN LA PRIMERA SEMANA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).
               COMPUTE WS-FIN-ENTERO = WS-HOY-ENTERO + 90.

               INITIALIZE WS-SEMANA-TABLA.
               PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
                   COMPUTE WS-SEM-DESDE (WS-W) =
                       FUNCTION DATE-OF-INTEGER
                           (WS-HOY-ENTERO + (WS-W - 1) * 7)
               END-PERFORM.

               MOVE 'N' TO WS-ITEMS-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEMS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-PROVEEDORES-OK.
               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR = "00"
                   SET PROVEEDORES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM CALCULAR-SALDO-INICIAL.
               PERFORM CARGAR-DEUDA-CLIENTES.
               PERFORM PREVER-REMESA.
               PERFORM PREVER-PLANES-PAGO.
               PERFORM PREVER-COBROS-CLIENTES.
               PERFORM PREVER-FACTURAS-PROVEEDOR.
               PERFORM PREVER-MERCANCIA-RECIBIDA.
               PERFORM PREVER-PEDIDOS-ABIERTOS.
               PERFORM PREVER-NOMINA.
               PERFORM PREVER-IVA.

               IF ITEMS-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF PROVEEDORES-DISPONIBLE
                   CLOSE PROVEEDORES-FILE
               END-IF.

               PERFORM CALCULAR-SALDOS-SEMANA.
               PERFORM ESCRIBIR-PREVISION.
               PERFORM CATALOGAR-INFORME.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CALCULAR-SEMANA.
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CALCULO).
               EVALUATE TRUE
                   WHEN WS-FECHA-ENTERO < WS-HOY-ENTERO
                       MOVE 1 TO WS-SEMANA
                   WHEN WS-FECHA-ENTERO > WS-FIN-ENTERO
                       MOVE ZERO TO WS-SEMANA
                   WHEN OTHER
                       COMPUTE WS-SEMANA =
                           (WS-FECHA-ENTERO - WS-HOY-ENTERO) / 7 + 1
               END-EVALUATE.

           CALCULAR-SALDO-INICIAL.
      *>   SALDO DE LAS CUENTAS DE TESORERIA (570 CAJA, 572 BANCOS)
      *>   CON LAS LINEAS DE DETALLE Y LAS APERTURAS HASTA HOY, COMO
      *>   EN EL BALANCE DE COMPROBACION
               OPEN INPUT ASIENTOS-FILE.
               IF ST-ASIENTOS NOT = "00"
                   CLOSE ASIENTOS-FILE
                   DISPLAY "No hay asientos contables; saldo inicial "
                       "a cero"
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ ASIENTOS-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               IF (ASI-TIPO = "D" OR ASI-TIPO = "A")
                                   AND ASI-CUENTA (1:2) = "57"
                                   AND ASI-FECHA NOT > WS-HOY
                                   ADD ASI-DEBE TO WS-SALDO-INICIAL
                                   SUBTRACT ASI-HABER
                                       FROM WS-SALDO-INICIAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ASIENTOS-FILE
               END-IF.

           CARGAR-DEUDA-CLIENTES.
               OPEN INPUT SALDO-MOVIMIENTOS-FILE.
               IF ST-MOVIMIENTOS NOT = "00"
                   CLOSE SALDO-MOVIMIENTOS-FILE
                   DISPLAY "No hay diario de saldos; sin cobros de "
                       "clientes"
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ SALDO-MOVIMIENTOS-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM ACUMULAR-MOVIMIENTO
                                   THRU ACUMULAR-MOVIMIENTO-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE SALDO-MOVIMIENTOS-FILE
               END-IF.

           ACUMULAR-MOVIMIENTO.
               MOVE MOV-IMPORTE TO WS-IMPORTE.
               IF WS-IMPORTE = ZERO
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF.
      *>   LA DEVOLUCION DE UN SALDO A FAVOR ("T") SOLO CONSUME EL
      *>   ABONO SOBRANTE, QUE AQUI NO SE ARRASTRA: NO ES DEUDA
               IF MOV-TIPO = "T"
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF.

               MOVE MOV-CLI-ID TO WS-CLI-BUSCADO.
               PERFORM LOCALIZAR-ENTRADA-CLIENTE.
               IF NOT DEU-ENCONTRADO
                   IF WS-DEUDA-N < 300
                       ADD 1 TO WS-DEUDA-N
                       MOVE WS-DEUDA-N TO WS-DEU-POS
                       MOVE MOV-CLI-ID TO WS-DEU-CLI-ID (WS-DEU-POS)
                       PERFORM VARYING WS-H FROM 1 BY 1
                               UNTIL WS-H > 17
                           MOVE ZERO TO WS-DEU-HUECO (WS-DEU-POS, WS-H)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ACUMULAR-MOVIMIENTO-EXIT
                   END-IF
               END-IF.

               IF WS-IMPORTE < ZERO
                   PERFORM CALCULAR-HUECO
                   COMPUTE WS-DEU-HUECO (WS-DEU-POS, WS-H) =
                       WS-DEU-HUECO (WS-DEU-POS, WS-H) - WS-IMPORTE
               ELSE
                   MOVE WS-IMPORTE TO WS-DESCONTAR
                   PERFORM DESCONTAR-DEUDA-CLIENTE
               END-IF.

           ACUMULAR-MOVIMIENTO-EXIT.
               EXIT.

           LOCALIZAR-ENTRADA-CLIENTE.
               MOVE 'N' TO WS-DEU-ENCONTRADO.
               PERFORM VARYING WS-DEU-IDX FROM 1 BY 1
                       UNTIL WS-DEU-IDX > WS-DEUDA-N
                   IF WS-DEU-CLI-ID (WS-DEU-IDX) = WS-CLI-BUSCADO
                       SET DEU-ENCONTRADO TO TRUE
                       SET WS-DEU-POS TO WS-DEU-IDX
                   END-IF
               END-PERFORM.

           CALCULAR-HUECO.
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (MOV-FECHA).
               COMPUTE WS-DIAS = WS-HOY-ENTERO - WS-FECHA-ENTERO.
               EVALUATE TRUE
                   WHEN WS-DIAS >= 90
                       MOVE 1 TO WS-H
                   WHEN WS-DIAS >= 60
                       MOVE 2 TO WS-H
                   WHEN WS-DIAS >= 30
                       MOVE 3 TO WS-H
                   WHEN OTHER
                       COMPUTE WS-FECHA-CALCULO =
                           FUNCTION DATE-OF-INTEGER
                               (WS-FECHA-ENTERO + 30)
                       PERFORM CALCULAR-SEMANA
                       IF WS-SEMANA = ZERO
                           MOVE 17 TO WS-H
                       ELSE
                           COMPUTE WS-H = WS-SEMANA + 3
                       END-IF
               END-EVALUATE.

           DESCONTAR-DEUDA-CLIENTE.
      *>   QUITA WS-DESCONTAR DE LA DEUDA DEL CLIENTE WS-DEU-POS
      *>   EMPEZANDO POR LO MAS ANTIGUO; DEVUELVE EN WS-DESCONTADO LO
      *>   QUE HABIA PARA QUITAR
               MOVE WS-DESCONTAR TO WS-ABONO.
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > 17 OR WS-ABONO = ZERO
                   IF WS-DEU-HUECO (WS-DEU-POS, WS-H) >= WS-ABONO
                       SUBTRACT WS-ABONO
                           FROM WS-DEU-HUECO (WS-DEU-POS, WS-H)
                       MOVE ZERO TO WS-ABONO
                   ELSE
                       SUBTRACT WS-DEU-HUECO (WS-DEU-POS, WS-H)
                           FROM WS-ABONO
                       MOVE ZERO TO WS-DEU-HUECO (WS-DEU-POS, WS-H)
                   END-IF
               END-PERFORM.
               COMPUTE WS-DESCONTADO = WS-DESCONTAR - WS-ABONO.

           PREVER-REMESA.
      *>   LA PROXIMA REMESA COBRA LO PREAVISADO EN SU FECHA DE CARGO
      *>   (NUNCA MAS QUE LO QUE EL CLIENTE DEBE); ESA DEUDA YA NO SE
      *>   PREVE POR ANTIGUEDAD
               OPEN INPUT PREAVISOS-FILE.
               IF ST-PREAVISOS NOT = "00"
                   CLOSE PREAVISOS-FILE
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ PREAVISOS-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREVER-PREAVISO
                       END-READ
                   END-PERFORM
                   CLOSE PREAVISOS-FILE
               END-IF.

           PREVER-PREAVISO.
               MOVE PAV-CLI-ID TO WS-CLI-BUSCADO.
               PERFORM LOCALIZAR-ENTRADA-CLIENTE.
               IF DEU-ENCONTRADO
                   MOVE PAV-IMPORTE TO WS-DESCONTAR
                   PERFORM DESCONTAR-DEUDA-CLIENTE
                   MOVE PAV-FECHA-CARGO TO WS-FECHA-CALCULO
                   PERFORM CALCULAR-SEMANA
                   IF WS-SEMANA = ZERO
                       ADD WS-DESCONTADO TO WS-COBROS-FUERA
                   ELSE
                       ADD WS-DESCONTADO TO WS-SEM-REMESA (WS-SEMANA)
                   END-IF
               END-IF.

           PREVER-PLANES-PAGO.
      *>   LA DEUDA EN UN PLAN DE PAGOS VIGENTE SE COBRA EN LOS
      *>   VENCIMIENTOS DE SUS PLAZOS, NO POR ANTIGUEDAD
               OPEN INPUT PLANES-PAGO-FILE.
               IF ST-PLANES NOT = "00"
                   CLOSE PLANES-PAGO-FILE
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ PLANES-PAGO-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               IF PLAN-VIGENTE
                                   PERFORM PREVER-PLAN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLANES-PAGO-FILE
               END-IF.

           PREVER-PLAN.
               MOVE PLAN-CLI-ID TO WS-CLI-BUSCADO.
               PERFORM LOCALIZAR-ENTRADA-CLIENTE.
               IF DEU-ENCONTRADO
                   PERFORM VARYING WS-P FROM 1 BY 1
                           UNTIL WS-P > PLAN-NUM-PLAZOS
                       COMPUTE WS-PLAZO-PENDIENTE = PLZ-IMPORTE (WS-P)
                           - PLZ-PAGADO (WS-P)
                       IF WS-PLAZO-PENDIENTE > ZERO
                           MOVE WS-PLAZO-PENDIENTE TO WS-DESCONTAR
                           PERFORM DESCONTAR-DEUDA-CLIENTE
                           MOVE PLZ-VENCIMIENTO (WS-P)
                               TO WS-FECHA-CALCULO
                           PERFORM CALCULAR-SEMANA
                           IF WS-SEMANA = ZERO
                               ADD WS-DESCONTADO TO WS-COBROS-FUERA
                           ELSE
                               ADD WS-DESCONTADO
                                   TO WS-SEM-COBROS (WS-SEMANA)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

           PREVER-COBROS-CLIENTES.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-DEUDA-N
                   ADD WS-DEU-HUECO (WS-I, 1) TO WS-DEUDA-DUDOSA
                   ADD WS-DEU-HUECO (WS-I, 2) TO WS-SEM-COBROS (4)
                   ADD WS-DEU-HUECO (WS-I, 3) TO WS-SEM-COBROS (2)
                   PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
                       ADD WS-DEU-HUECO (WS-I, WS-W + 3)
                           TO WS-SEM-COBROS (WS-W)
                   END-PERFORM
                   ADD WS-DEU-HUECO (WS-I, 17) TO WS-COBROS-FUERA
               END-PERFORM.

           LEER-COSTE-PROVEEDOR.
      *>   COSTE DEL ARTICULO Y PLAZO DE PAGO DE SU PROVEEDOR; SIN
      *>   PROVEEDOR CONOCIDO SE PREVE EL PAGO AL CONTADO
               MOVE ZERO TO WS-COSTE.
               MOVE ZERO TO WS-PLAZO-PAGO.
               IF ITEMS-DISPONIBLE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-JOB-RECHAZADOS
                       NOT INVALID KEY
                           MOVE ITEM-COSTE TO WS-COSTE
                           IF PROVEEDORES-DISPONIBLE
                               MOVE ITEM-PROVEEDOR TO PROV-ID
                               READ PROVEEDORES-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE PROV-PLAZO-PAGO
                                           TO WS-PLAZO-PAGO
                               END-READ
                           END-IF
                   END-READ
               END-IF.

           PREVER-FACTURAS-PROVEEDOR.
      *>   LA FACTURA SIN PAGAR (RETENIDA O CONTABILIZADA) SE PAGA A SU
      *>   VENCIMIENTO, Y LA VENCIDA EN LA PRIMERA SEMANA; LA PAGADA YA
      *>   ESTA FUERA DEL SALDO INICIAL. DE TODAS SE ANOTA LO FACTURADO
      *>   PARA NO PREVER OTRA VEZ SU RECEPCION
               OPEN INPUT FACTURAS-PROVEEDOR-FILE.
               IF ST-FACTURAS NOT = "00"
                   CLOSE FACTURAS-PROVEEDOR-FILE
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ FACTURAS-PROVEEDOR-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREVER-FACTURA
                       END-READ
                   END-PERFORM
                   CLOSE FACTURAS-PROVEEDOR-FILE
               END-IF.

           PREVER-FACTURA.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > FPRV-N-LINEAS
                   PERFORM ANOTAR-FACTURADO
               END-PERFORM.
               IF NOT FPRV-PAGADA
                   MOVE FPRV-VENCIMIENTO TO WS-FECHA-CALCULO
                   PERFORM CALCULAR-SEMANA
                   IF WS-SEMANA = ZERO
                       ADD FPRV-TOTAL TO WS-PAGOS-FUERA
                   ELSE
                       ADD FPRV-TOTAL TO WS-SEM-RECIBIDO (WS-SEMANA)
                   END-IF
               END-IF.

           ANOTAR-FACTURADO.
               MOVE FPRV-PEDIDO (WS-L) TO WS-FAC-PEDIDO-BUSCADO.
               MOVE FPRV-ITEM-ID (WS-L) TO WS-FAC-ITEM-BUSCADO.
               PERFORM LOCALIZAR-FACTURADO.
               IF WS-FAC-POS = ZERO
                   IF WS-FACTURADO-N < 500
                       ADD 1 TO WS-FACTURADO-N
                       MOVE WS-FACTURADO-N TO WS-FAC-POS
                       MOVE FPRV-PEDIDO (WS-L)
                           TO WS-FAC-PEDIDO (WS-FAC-POS)
                       MOVE FPRV-ITEM-ID (WS-L)
                           TO WS-FAC-ITEM (WS-FAC-POS)
                       MOVE ZERO TO WS-FAC-QTY (WS-FAC-POS)
                   ELSE
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               END-IF.
               IF WS-FAC-POS > ZERO
                   ADD FPRV-QTY (WS-L) TO WS-FAC-QTY (WS-FAC-POS)
               END-IF.

           LOCALIZAR-FACTURADO.
               MOVE ZERO TO WS-FAC-POS.
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-FACTURADO-N OR WS-FAC-POS > ZERO
                   IF WS-FAC-PEDIDO (WS-F) = WS-FAC-PEDIDO-BUSCADO
                       AND WS-FAC-ITEM (WS-F) = WS-FAC-ITEM-BUSCADO
                       MOVE WS-F TO WS-FAC-POS
                   END-IF
               END-PERFORM.

           PREVER-MERCANCIA-RECIBIDA.
      *>   LO RECIBIDO Y AUN SIN FACTURAR SE PAGA A LA FECHA DE LA
      *>   RECEPCION MAS EL PLAZO DEL PROVEEDOR; LO QUE VENCIO ANTES DE
      *>   HOY SE DA POR PAGADO. LO FACTURADO SE DESCUENTA DE LAS
      *>   RECEPCIONES MAS ANTIGUAS DE CADA ARTICULO DEL PEDIDO
               OPEN INPUT RECEPCIONES-FILE.
               IF ST-RECEPCIONES NOT = "00"
                   CLOSE RECEPCIONES-FILE
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ RECEPCIONES-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREVER-RECEPCION
                                   THRU PREVER-RECEPCION-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE RECEPCIONES-FILE
               END-IF.

           PREVER-RECEPCION.
               MOVE RCP-QTY TO WS-QTY-RECEPCION.
               MOVE RCP-PEDIDO TO WS-FAC-PEDIDO-BUSCADO.
               MOVE RCP-ITEM TO WS-FAC-ITEM-BUSCADO.
               PERFORM LOCALIZAR-FACTURADO.
               IF WS-FAC-POS > ZERO
                   IF WS-FAC-QTY (WS-FAC-POS) NOT < WS-QTY-RECEPCION
                       SUBTRACT WS-QTY-RECEPCION
                           FROM WS-FAC-QTY (WS-FAC-POS)
                       MOVE ZERO TO WS-QTY-RECEPCION
                   ELSE
                       SUBTRACT WS-FAC-QTY (WS-FAC-POS)
                           FROM WS-QTY-RECEPCION
                       MOVE ZERO TO WS-FAC-QTY (WS-FAC-POS)
                   END-IF
               END-IF.
               IF WS-QTY-RECEPCION = ZERO
                   GO TO PREVER-RECEPCION-EXIT
               END-IF.

               MOVE RCP-ITEM TO ITEM-ID-KEY.
               PERFORM LEER-COSTE-PROVEEDOR.
               COMPUTE WS-PAGO = WS-QTY-RECEPCION * WS-COSTE.
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (RCP-FECHA)
                   + WS-PLAZO-PAGO.
               IF WS-FECHA-ENTERO NOT < WS-HOY-ENTERO
                   COMPUTE WS-FECHA-CALCULO =
                       FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERO)
                   PERFORM CALCULAR-SEMANA
                   IF WS-SEMANA = ZERO
                       ADD WS-PAGO TO WS-PAGOS-FUERA
                   ELSE
                       ADD WS-PAGO TO WS-SEM-RECIBIDO (WS-SEMANA)
                   END-IF
               END-IF.

           PREVER-RECEPCION-EXIT.
               EXIT.

           PREVER-PEDIDOS-ABIERTOS.
      *>   LO PENDIENTE DE RECIBIR DE UN PEDIDO ABIERTO SE PREVE
      *>   RECIBIDO ESTA SEMANA Y PAGADO AL PLAZO DEL PROVEEDOR
               OPEN INPUT PEDIDOS-COMPRA-FILE.
               IF ST-PEDIDO NOT = "00"
                   CLOSE PEDIDOS-COMPRA-FILE
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ PEDIDOS-COMPRA-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               IF PEDIDO-ABIERTO
                                   PERFORM PREVER-PEDIDO
                                       THRU PREVER-PEDIDO-EXIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS-COMPRA-FILE
               END-IF.

           PREVER-PEDIDO.
      *>   LO PENDIENTE DE CADA LINEA SE VALORA AL COSTE CON QUE SE
      *>   PIDIO; EL PLAZO ES EL DEL PROVEEDOR DE LA CABECERA
               MOVE ZERO TO WS-PAGO.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                   IF PC-QTY-PEDIDA (WS-L) > PC-QTY-RECIBIDA (WS-L)
                       COMPUTE WS-QTY-PENDIENTE =
                           PC-QTY-PEDIDA (WS-L) - PC-QTY-RECIBIDA (WS-L)
                       COMPUTE WS-PAGO = WS-PAGO +
                           WS-QTY-PENDIENTE * PC-COSTE (WS-L)
                   END-IF
               END-PERFORM.
               IF WS-PAGO = ZERO
                   GO TO PREVER-PEDIDO-EXIT
               END-IF.

               MOVE ZERO TO WS-PLAZO-PAGO.
               IF PROVEEDORES-DISPONIBLE
                   MOVE PC-PROV-ID TO PROV-ID
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROV-PLAZO-PAGO TO WS-PLAZO-PAGO
                   END-READ
               END-IF.
               COMPUTE WS-FECHA-CALCULO =
                   FUNCTION DATE-OF-INTEGER
                       (WS-HOY-ENTERO + WS-PLAZO-PAGO).
               PERFORM CALCULAR-SEMANA.
               IF WS-SEMANA = ZERO
                   ADD WS-PAGO TO WS-PAGOS-FUERA
               ELSE
                   ADD WS-PAGO TO WS-SEM-PEDIDOS (WS-SEMANA)
               END-IF.

           PREVER-PEDIDO-EXIT.
               EXIT.

           PREVER-NOMINA.
      *>   LA NOMINA NETA DEL ULTIMO MES LIQUIDADO SE REPITE EL
      *>   ULTIMO DIA DE CADA MES DEL HORIZONTE
               OPEN INPUT NOMINAS-HISTORICO-FILE.
               IF ST-NOMHIST NOT = "00"
                   CLOSE NOMINAS-HISTORICO-FILE
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ NOMINAS-HISTORICO-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE NH-NETO TO WS-NETO
                               EVALUATE TRUE
                                   WHEN NH-MES > WS-NOMINA-MES
                                       MOVE NH-MES TO WS-NOMINA-MES
                                       MOVE WS-NETO TO WS-NOMINA-NETA
                                   WHEN NH-MES = WS-NOMINA-MES
                                       ADD WS-NETO TO WS-NOMINA-NETA
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE NOMINAS-HISTORICO-FILE
               END-IF.

               IF WS-NOMINA-NETA > ZERO
                   MOVE WS-HOY TO WS-MES-SIGUIENTE
                   MOVE 1 TO WS-SIG-DIA
                   MOVE 1 TO WS-SEMANA
                   PERFORM UNTIL WS-SEMANA = ZERO
                       PERFORM PREVER-PAGO-NOMINA
                   END-PERFORM
               END-IF.

           PREVER-PAGO-NOMINA.
      *>   EL ULTIMO DIA DEL MES ES EL ANTERIOR AL DIA 1 DEL MES
      *>   SIGUIENTE; SE PARA AL SALIR DEL HORIZONTE
               ADD 1 TO WS-SIG-MES.
               IF WS-SIG-MES > 12
                   MOVE 1 TO WS-SIG-MES
                   ADD 1 TO WS-SIG-ANO
               END-IF.
               COMPUTE WS-FECHA-CALCULO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-MES-SIGUIENTE) - 1).
               PERFORM CALCULAR-SEMANA.
               IF WS-SEMANA > ZERO
                   ADD WS-NOMINA-NETA TO WS-SEM-NOMINA (WS-SEMANA)
               END-IF.

           PREVER-IVA.
      *>   EL IVA DE CADA TRIMESTRE CERRADO SE INGRESA EL DIA 20 DEL
      *>   MES SIGUIENTE AL TRIMESTRE (EL DEL CUARTO, EL 30 DE ENERO);
      *>   SOLO CUENTA LO QUE AUN NO HA VENCIDO
               OPEN INPUT IVA-CIERRE-FILE.
               IF ST-CIERRE NOT = "00"
                   CLOSE IVA-CIERRE-FILE
               ELSE
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ IVA-CIERRE-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREVER-CUOTA-IVA
                       END-READ
                   END-PERFORM
                   CLOSE IVA-CIERRE-FILE
               END-IF.

           PREVER-CUOTA-IVA.
               IF CIE-TRIMESTRE = 4
                   COMPUTE WS-CALC-ANO = CIE-ANO + 1
                   MOVE 1 TO WS-CALC-MES
                   MOVE 30 TO WS-CALC-DIA
               ELSE
                   MOVE CIE-ANO TO WS-CALC-ANO
                   COMPUTE WS-CALC-MES = CIE-TRIMESTRE * 3 + 1
                   MOVE 20 TO WS-CALC-DIA
               END-IF.
               IF WS-FECHA-CALCULO NOT < WS-HOY
                   PERFORM CALCULAR-SEMANA
      *>   EL IVA SOPORTADO DEL TRIMESTRE SE DEDUCE DEL INGRESO
                   IF CIE-SOPORTADO
                       COMPUTE WS-CUOTA-IVA = ZERO - CIE-CUOTA
                   ELSE
                       MOVE CIE-CUOTA TO WS-CUOTA-IVA
                   END-IF
                   IF WS-SEMANA = ZERO
                       ADD WS-CUOTA-IVA TO WS-PAGOS-FUERA
                   ELSE
                       ADD WS-CUOTA-IVA TO WS-SEM-IVA (WS-SEMANA)
                   END-IF
               END-IF.

           CALCULAR-SALDOS-SEMANA.
               MOVE ZERO TO WS-PRIMER-DESCUBIERTO.
               PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
                   IF WS-W = 1
                       MOVE WS-SALDO-INICIAL TO WS-SEM-INICIAL (WS-W)
                   ELSE
                       MOVE WS-SEM-FINAL (WS-W - 1)
                           TO WS-SEM-INICIAL (WS-W)
                   END-IF
                   COMPUTE WS-SEM-FINAL (WS-W) =
                       WS-SEM-INICIAL (WS-W)
                       + WS-SEM-COBROS (WS-W) + WS-SEM-REMESA (WS-W)
                       - WS-SEM-RECIBIDO (WS-W) - WS-SEM-PEDIDOS (WS-W)
                       - WS-SEM-NOMINA (WS-W) - WS-SEM-IVA (WS-W)
                   IF WS-SEM-FINAL (WS-W) < ZERO
                      AND WS-PRIMER-DESCUBIERTO = ZERO
                       MOVE WS-W TO WS-PRIMER-DESCUBIERTO
                   END-IF
               END-PERFORM.

           ESCRIBIR-PREVISION.
               OPEN OUTPUT PREVISION-REPORT-FILE.

               MOVE SPACES TO REPORT-LINE.
               STRING "PREVISION DE TESORERIA A 13 SEMANAS DESDE "
                   WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-LINEA-CABECERA-1 TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-LINEA-CABECERA-2 TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
                   PERFORM ESCRIBIR-SEMANA
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-PRIMER-DESCUBIERTO = ZERO
                   MOVE "Sin descubierto previsto en las 13 semanas"
                       TO REPORT-LINE
               ELSE
                   MOVE WS-SEM-FINAL (WS-PRIMER-DESCUBIERTO)
                       TO WS-IMPORTE-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** PRIMER DESCUBIERTO PREVISTO: SEMANA "
                       WS-PRIMER-DESCUBIERTO " DESDE "
                       WS-SEM-DESDE (WS-PRIMER-DESCUBIERTO)
                       " SALDO " WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE WS-DEUDA-DUDOSA TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Deuda de clientes de 90 dias o mas, no "
                   "prevista: " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-COBROS-FUERA TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cobros previstos despues de la semana 13: "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-PAGOS-FUERA TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Pagos previstos despues de la semana 13: "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-NOMINA-NETA TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Nomina neta de referencia (mes " WS-NOMINA-MES
                   "): " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               CLOSE PREVISION-REPORT-FILE.

           ESCRIBIR-SEMANA.
               MOVE SPACES TO WS-LINEA-DETALLE.
               MOVE WS-W TO DET-SEMANA.
               MOVE WS-SEM-DESDE (WS-W) TO DET-DESDE.
               MOVE WS-SEM-INICIAL (WS-W) TO DET-IMPORTE (1).
               MOVE WS-SEM-COBROS (WS-W) TO DET-IMPORTE (2).
               MOVE WS-SEM-REMESA (WS-W) TO DET-IMPORTE (3).
               MOVE WS-SEM-RECIBIDO (WS-W) TO DET-IMPORTE (4).
               MOVE WS-SEM-PEDIDOS (WS-W) TO DET-IMPORTE (5).
               MOVE WS-SEM-NOMINA (WS-W) TO DET-IMPORTE (6).
               MOVE WS-SEM-IVA (WS-W) TO DET-IMPORTE (7).
               MOVE WS-SEM-FINAL (WS-W) TO DET-IMPORTE (8).
               IF WS-SEM-FINAL (WS-W) < ZERO
                   MOVE "*" TO DET-MARCA
               END-IF.
               MOVE WS-LINEA-DETALLE TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               ADD 1 TO WS-JOB-ESCRITOS.

           CATALOGAR-INFORME.
               MOVE "prevision-tesoreria.dat" TO WS-SPOOL-NOMBRE.
               MOVE "PREVISION-TESORERIA" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "PREVISION-TESORERIA" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM PREVISION-TESORERIA.
