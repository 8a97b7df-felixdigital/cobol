       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-ADQUIRENTE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL LIQTARJ-FILE
                   ASSIGN TO "liquidaciones-tarjeta.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS LIQ-CLAVE
                   STATUS ST-LIQTARJ.

                   SELECT OPTIONAL LIQ-ADQUIRENTE-FILE
                   ASSIGN TO "liquidacion-adquirente.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ADQUIRENTE.

                   SELECT OPTIONAL VENTAS-PARAMETROS-FILE
                   ASSIGN TO "ventas-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ADQUIRENTE-PARAMETROS-FILE
                   ASSIGN TO "adquirente-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT ADQUIRENTE-EXCEPTIONS-FILE
                   ASSIGN TO "adquirente-exceptions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT ADQUIRENTE-REPORT-FILE
                   ASSIGN TO "conciliacion-adquirente.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD LIQTARJ-FILE.
                   COPY copyliqt.

      *>   LIQUIDACION DIARIA DEL ADQUIRENTE: UNA LINEA POR TIENDA,
      *>   CAJA (TERMINAL) Y DIA DE VENTA CON EL BRUTO COBRADO, LA
      *>   COMISION RETENIDA, EL NETO ABONADO, LA REFERENCIA DE LA
      *>   LIQUIDACION Y LA FECHA DEL ABONO EN CUENTA
               FD LIQ-ADQUIRENTE-FILE.
                   01 LIQ-ADQUIRENTE-REG.
                       05 LQA-FECHA-VENTA PIC 9(8).
                       05 FILLER PIC X.
                       05 LQA-TIENDA PIC X(5).
                       05 FILLER PIC X.
                       05 LQA-CAJA PIC X(2).
                       05 FILLER PIC X.
                       05 LQA-BRUTO PIC 9(7),99.
                       05 FILLER PIC X.
                       05 LQA-COMISION PIC 9(5),99.
                       05 FILLER PIC X.
                       05 LQA-NETO PIC 9(7),99.
                       05 FILLER PIC X.
                       05 LQA-REFERENCIA PIC X(12).
                       05 FILLER PIC X.
                       05 LQA-FECHA-ABONO PIC 9(8).

               FD VENTAS-PARAMETROS-FILE.
                   01 VENTAS-PARAMETROS-LINE PIC X(20).

               FD ADQUIRENTE-PARAMETROS-FILE.
                   01 ADQUIRENTE-PARAMETROS-LINE PIC X(6).

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD ADQUIRENTE-EXCEPTIONS-FILE.
                   01 ADQUIRENTE-EXC-LINE PIC X(80).

               FD ADQUIRENTE-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-LIQTARJ PIC X(2).
               77 ST-ADQUIRENTE PIC X(2).

               01 EOF-ADQ PIC X VALUE 'N'.
                   88 FIN-ADQUIRENTE VALUE 'S'.
               01 EOF-LIQ PIC X VALUE 'N'.
                   88 FIN-LIQUIDACIONES VALUE 'S'.
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.

      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico", QUE SOLO ABRE LOS ANOS DEL RANGO PEDIDO
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).

      *>   LA CONCILIACION CUBRE LA FECHA DE NEGOCIO DEL CIERRE (HOY
      *>   SI EL PARAMETRO ESTA A CERO) Y LOS DIAS ANTERIORES DE LA
      *>   VENTANA; UN DIA CON VENTAS SIN LIQUIDAR SE DENUNCIA UNA VEZ
      *>   PASADOS LOS DIAS DE GRACIA QUE EL ADQUIRENTE TARDA EN PAGAR
               01 PARM-REG.
                   05 PARM-TOLERANCIA-PCT PIC 9(2)V99 VALUE 10,00.
                   05 PARM-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
                   05 PARM-DESCUADRE-MAX PIC 9(5)V99 VALUE 50,00.
               01 PARM-ADQ-REG.
                   05 PARM-DIAS-VENTANA PIC 9(3) VALUE 7.
                   05 PARM-DIAS-GRACIA PIC 9(3) VALUE 2.
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-FECHA-LIMITE PIC 9(8).
               01 WS-HOY PIC 9(8).

      *>   COBROS CON TARJETA DEL HISTORICO POR TIENDA, CAJA Y DIA
               01 WS-CT-TABLA.
                   05 WS-CT-ENTRADA OCCURS 500 TIMES.
                       10 WS-CT-TIENDA PIC X(5).
                       10 WS-CT-CAJA PIC X(2).
                       10 WS-CT-FECHA PIC 9(8).
                       10 WS-CT-IMPORTE PIC S9(7)V99.
               01 WS-CT-N PIC 9(3) VALUE ZERO.
               01 WS-CT-DESCARTADOS PIC 9(5) VALUE ZERO.
               01 WS-I PIC 9(3).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 ENTRADA-ENCONTRADA VALUE 'S'.
               01 WS-CAJA-LINEA PIC X(2).

               01 WS-LQA-BRUTO PIC 9(7)V99.
               01 WS-LQA-COMISION PIC 9(5)V99.
               01 WS-LQA-NETO PIC 9(7)V99.
               01 WS-TOTAL-COMISIONES PIC 9(9)V99 VALUE ZERO.
               01 WS-LIQ-NUEVAS PIC 9(5) VALUE ZERO.
               01 WS-LIQ-REPETIDAS PIC 9(5) VALUE ZERO.
               01 WS-INCIDENCIAS PIC 9(5) VALUE ZERO.

               01 WS-VENTAS-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-LIQUIDADO-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-COMISION-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-DIFERENCIA PIC S9(8)V99.
               01 WS-DIFERENCIA-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-MENSAJE PIC X(80).

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
      *>   CONCILIACION DE LOS COBROS CON TARJETA (PAGO "T") CONTRA
      *>   LA LIQUIDACION DIARIA DEL ADQUIRENTE, POR TIENDA, CAJA Y
      *>   DIA. LAS LIQUIDACIONES QUE FALTAN, LLEGAN CORTAS O CON
      *>   EXCESO, O SE REPITEN, SALEN EN EL INFORME Y PASAN A LA
      *>   LISTA DE TRABAJO DE EXCEPCIONES. LA COMISION RETENIDA SE
      *>   CONTABILIZA COMO GASTO BANCARIO (62600000 CONTRA
      *>   57200000). UNA LIQUIDACION YA APLICADA (MISMA REFERENCIA)
      *>   NO SE VUELVE A APLICAR SI EL FICHERO SE REPROCESA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

               OPEN I-O LIQTARJ-FILE.
               IF ST-LIQTARJ = "35"
                   OPEN OUTPUT LIQTARJ-FILE
                   CLOSE LIQTARJ-FILE
                   OPEN I-O LIQTARJ-FILE
               END-IF.

               OPEN OUTPUT ADQUIRENTE-EXCEPTIONS-FILE.
               OPEN OUTPUT ADQUIRENTE-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONCILIACION DE TARJETAS CON EL ADQUIRENTE - "
                   "DEL " WS-LH-DESDE " AL " WS-LH-HASTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM CARGAR-COBROS-TARJETA.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE LIQTARJ-FILE
                   CLOSE ADQUIRENTE-EXCEPTIONS-FILE
                   CLOSE ADQUIRENTE-REPORT-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               PERFORM ACTUALIZAR-COBROS
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CT-N.

               PERFORM APLICAR-LIQUIDACIONES
                   THRU APLICAR-LIQUIDACIONES-EXIT.

               PERFORM INFORME-CONCILIACION.

               IF WS-TOTAL-COMISIONES > ZERO
                   PERFORM CONTABILIZAR-COMISIONES
               END-IF.

               CLOSE LIQTARJ-FILE.
               CLOSE ADQUIRENTE-EXCEPTIONS-FILE.
               CLOSE ADQUIRENTE-REPORT-FILE.

               MOVE "conciliacion-adquirente.dat" TO WS-SPOOL-NOMBRE.
               MOVE "CONCILIA-ADQUIRENTE" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               OPEN INPUT VENTAS-PARAMETROS-FILE.
               READ VENTAS-PARAMETROS-FILE
                   NOT AT END
                       MOVE VENTAS-PARAMETROS-LINE TO PARM-REG
                   AT END
                       CONTINUE
               END-READ.
               CLOSE VENTAS-PARAMETROS-FILE.

               IF PARM-FECHA-NEGOCIO = ZERO
                   MOVE WS-HOY TO WS-FECHA-NEGOCIO
               ELSE
                   MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
               END-IF.

      *>   PRIMERA LINEA OPCIONAL: DIAS DE VENTANA (3) Y DIAS DE
      *>   GRACIA (3); POR DEFECTO 007 Y 002
               OPEN INPUT ADQUIRENTE-PARAMETROS-FILE.
               READ ADQUIRENTE-PARAMETROS-FILE
                   NOT AT END
                       IF ADQUIRENTE-PARAMETROS-LINE IS NUMERIC
                           MOVE ADQUIRENTE-PARAMETROS-LINE
                               TO PARM-ADQ-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE ADQUIRENTE-PARAMETROS-FILE.

               MOVE WS-FECHA-NEGOCIO TO WS-LH-HASTA.
               COMPUTE WS-LH-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
                   - PARM-DIAS-VENTANA).
               COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
                   - PARM-DIAS-GRACIA).

           CARGAR-COBROS-TARJETA.
               MOVE "I" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.
               PERFORM UNTIL FIN-HISTORICO
                   MOVE "N" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
                       IF HIST-PAY-METHOD = "T"
                           PERFORM ACUMULAR-COBRO
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           ACUMULAR-COBRO.
      *>   LO COBRADO POR LA CAJA ES EL IMPORTE YA DESCONTADO DEL
      *>   HISTORICO; LAS DEVOLUCIONES A TARJETA LO MINORAN
               MOVE HIST-TILL-ID TO WS-CAJA-LINEA.
               IF WS-CAJA-LINEA = SPACES
                   MOVE "01" TO WS-CAJA-LINEA
               END-IF.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CT-N OR ENTRADA-ENCONTRADA
                   IF WS-CT-TIENDA (WS-I) = HIST-SHOP-ID
                       AND WS-CT-CAJA (WS-I) = WS-CAJA-LINEA
                       AND WS-CT-FECHA (WS-I) = HIST-SALE-DATE
                       SET ENTRADA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF ENTRADA-ENCONTRADA
                   SUBTRACT 1 FROM WS-I
               ELSE
                   IF WS-CT-N < 500
                       ADD 1 TO WS-CT-N
                       MOVE WS-CT-N TO WS-I
                       MOVE HIST-SHOP-ID TO WS-CT-TIENDA (WS-I)
                       MOVE WS-CAJA-LINEA TO WS-CT-CAJA (WS-I)
                       MOVE HIST-SALE-DATE TO WS-CT-FECHA (WS-I)
                       MOVE ZEROS TO WS-CT-IMPORTE (WS-I)
                   ELSE
                       ADD 1 TO WS-CT-DESCARTADOS
                       MOVE ZERO TO WS-I
                   END-IF
               END-IF.
               IF WS-I > ZERO
                   COMPUTE WS-CT-IMPORTE (WS-I) = WS-CT-IMPORTE (WS-I)
                       + (HIST-SIGNO * HIST-IMPORTE)
               END-IF.

           ACTUALIZAR-COBROS.
      *>   EL HISTORICO MANDA: EL IMPORTE DE VENTAS SE RECALCULA EN
      *>   CADA PASADA Y, SI YA HABIA LIQUIDACION, SE REEVALUA
               MOVE WS-CT-TIENDA (WS-I) TO LIQ-TIENDA.
               MOVE WS-CT-CAJA (WS-I) TO LIQ-CAJA.
               MOVE WS-CT-FECHA (WS-I) TO LIQ-FECHA.
               READ LIQTARJ-FILE
                   INVALID KEY
                       MOVE WS-CT-IMPORTE (WS-I) TO LIQ-IMPORTE-VENTAS
                       MOVE ZERO TO LIQ-IMPORTE-LIQUIDADO
                       MOVE ZERO TO LIQ-COMISION
                       MOVE ZERO TO LIQ-IMPORTE-NETO
                       MOVE SPACES TO LIQ-REFERENCIA
                       MOVE ZERO TO LIQ-FECHA-ABONO
                       MOVE ZERO TO LIQ-LIQUIDACIONES
                       MOVE ZERO TO LIQ-FECHA-CONCILIACION
                       SET LIQ-PENDIENTE TO TRUE
                       WRITE LIQTARJ-REG
                   NOT INVALID KEY
                       MOVE WS-CT-IMPORTE (WS-I) TO LIQ-IMPORTE-VENTAS
                       IF LIQ-LIQUIDACIONES = 1
                           PERFORM EVALUAR-LIQUIDACION
                       END-IF
                       REWRITE LIQTARJ-REG
               END-READ.

           APLICAR-LIQUIDACIONES.
               OPEN INPUT LIQ-ADQUIRENTE-FILE.
               IF ST-ADQUIRENTE NOT = "00"
                   CLOSE LIQ-ADQUIRENTE-FILE
                   MOVE "AVISO: no hay liquidacion del adquirente "
                       & "(liquidacion-adquirente.dat)" TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
                   GO TO APLICAR-LIQUIDACIONES-EXIT
               END-IF.

               MOVE 'N' TO EOF-ADQ.
               PERFORM UNTIL FIN-ADQUIRENTE
                   READ LIQ-ADQUIRENTE-FILE
                       AT END
                           SET FIN-ADQUIRENTE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM APLICAR-UNA-LIQUIDACION
                               THRU APLICAR-UNA-LIQUIDACION-EXIT
                   END-READ
               END-PERFORM.
               CLOSE LIQ-ADQUIRENTE-FILE.

           APLICAR-LIQUIDACIONES-EXIT.
               EXIT.

           APLICAR-UNA-LIQUIDACION.
               MOVE LQA-TIENDA TO LIQ-TIENDA.
               MOVE LQA-CAJA TO LIQ-CAJA.
               IF LIQ-CAJA = SPACES
                   MOVE "01" TO LIQ-CAJA
               END-IF.
               MOVE LQA-FECHA-VENTA TO LIQ-FECHA.
               READ LIQTARJ-FILE
                   INVALID KEY
      *>   EL ADQUIRENTE LIQUIDA UN DIA EN QUE NO CONSTA COBRO
                       MOVE ZERO TO LIQ-IMPORTE-VENTAS
                       MOVE ZERO TO LIQ-IMPORTE-LIQUIDADO
                       MOVE ZERO TO LIQ-COMISION
                       MOVE ZERO TO LIQ-IMPORTE-NETO
                       MOVE ZERO TO LIQ-LIQUIDACIONES
                       PERFORM ANOTAR-LIQUIDACION
                       SET LIQ-SIN-VENTAS TO TRUE
                       WRITE LIQTARJ-REG
                       GO TO APLICAR-UNA-LIQUIDACION-EXIT
               END-READ.

               IF LIQ-LIQUIDACIONES > ZERO
                   AND LIQ-REFERENCIA = LQA-REFERENCIA
                   ADD 1 TO WS-LIQ-REPETIDAS
                   GO TO APLICAR-UNA-LIQUIDACION-EXIT
               END-IF.

               PERFORM ANOTAR-LIQUIDACION.
               IF LIQ-LIQUIDACIONES > 1
                   SET LIQ-DUPLICADA TO TRUE
               ELSE
                   IF LIQ-IMPORTE-VENTAS = ZERO
                       SET LIQ-SIN-VENTAS TO TRUE
                   ELSE
                       PERFORM EVALUAR-LIQUIDACION
                   END-IF
               END-IF.
               REWRITE LIQTARJ-REG.

           APLICAR-UNA-LIQUIDACION-EXIT.
               EXIT.

           ANOTAR-LIQUIDACION.
      *>   UNA SEGUNDA LIQUIDACION DISTINTA SE SUMA A LA PRIMERA PARA
      *>   QUE EL INFORME ENSENE LO COBRADO DE MAS
               MOVE LQA-BRUTO TO WS-LQA-BRUTO.
               MOVE LQA-COMISION TO WS-LQA-COMISION.
               MOVE LQA-NETO TO WS-LQA-NETO.
               ADD WS-LQA-BRUTO TO LIQ-IMPORTE-LIQUIDADO.
               ADD WS-LQA-COMISION TO LIQ-COMISION.
               ADD WS-LQA-NETO TO LIQ-IMPORTE-NETO.
               MOVE LQA-REFERENCIA TO LIQ-REFERENCIA.
               MOVE LQA-FECHA-ABONO TO LIQ-FECHA-ABONO.
               ADD 1 TO LIQ-LIQUIDACIONES.
               MOVE WS-HOY TO LIQ-FECHA-CONCILIACION.
               ADD WS-LQA-COMISION TO WS-TOTAL-COMISIONES.
               ADD 1 TO WS-LIQ-NUEVAS.

           EVALUAR-LIQUIDACION.
               EVALUATE TRUE
                   WHEN LIQ-IMPORTE-LIQUIDADO = LIQ-IMPORTE-VENTAS
                       SET LIQ-CONCILIADA TO TRUE
                   WHEN LIQ-IMPORTE-LIQUIDADO < LIQ-IMPORTE-VENTAS
                       SET LIQ-CORTA TO TRUE
                   WHEN OTHER
                       SET LIQ-EXCESO TO TRUE
               END-EVALUATE.

           INFORME-CONCILIACION.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  TIENDA CAJA FECHA      VENTAS TARJETA   "
                   & "    LIQUIDADO    COMISION  INCIDENCIA"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE LOW-VALUES TO LIQ-CLAVE.
               START LIQTARJ-FILE KEY IS NOT LESS THAN LIQ-CLAVE
                   INVALID KEY
                       SET FIN-LIQUIDACIONES TO TRUE
               END-START.
               PERFORM UNTIL FIN-LIQUIDACIONES
                   READ LIQTARJ-FILE NEXT RECORD
                       AT END
                           SET FIN-LIQUIDACIONES TO TRUE
                       NOT AT END
                           IF LIQ-FECHA NOT < WS-LH-DESDE
                               AND LIQ-FECHA NOT > WS-LH-HASTA
                               PERFORM INFORMAR-LIQUIDACION
                                   THRU INFORMAR-LIQUIDACION-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-TOTAL-COMISIONES TO WS-COMISION-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Liquidaciones aplicadas: " WS-LIQ-NUEVAS
                   "  ya aplicadas antes: " WS-LIQ-REPETIDAS
                   "  comisiones: " WS-COMISION-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Incidencias: " WS-INCIDENCIAS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-CT-DESCARTADOS > ZERO
                   MOVE "AVISO: cobros fuera de tabla; conciliacion "
                       & "incompleta" TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           INFORMAR-LIQUIDACION.
               MOVE SPACES TO WS-MENSAJE.
               EVALUATE TRUE
                   WHEN LIQ-CONCILIADA
                       CONTINUE
                   WHEN LIQ-PENDIENTE
                       IF LIQ-FECHA < WS-FECHA-LIMITE
                           AND LIQ-IMPORTE-VENTAS NOT = ZERO
                           MOVE "SIN LIQUIDACION" TO WS-MENSAJE
                       END-IF
                   WHEN LIQ-CORTA
                       MOVE "LIQUIDACION CORTA" TO WS-MENSAJE
                   WHEN LIQ-EXCESO
                       MOVE "LIQUIDACION CON EXCESO" TO WS-MENSAJE
                   WHEN LIQ-DUPLICADA
                       MOVE "LIQUIDACION DUPLICADA" TO WS-MENSAJE
                   WHEN LIQ-SIN-VENTAS
                       MOVE "LIQUIDACION SIN VENTAS" TO WS-MENSAJE
               END-EVALUATE.
               IF WS-MENSAJE = SPACES
                   GO TO INFORMAR-LIQUIDACION-EXIT
               END-IF.

               ADD 1 TO WS-INCIDENCIAS.
               ADD 1 TO WS-JOB-RECHAZADOS.
               MOVE LIQ-IMPORTE-VENTAS TO WS-VENTAS-ED.
               MOVE LIQ-IMPORTE-LIQUIDADO TO WS-LIQUIDADO-ED.
               MOVE LIQ-COMISION TO WS-COMISION-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " LIQ-TIENDA "  " LIQ-CAJA "   " LIQ-FECHA
                   " " WS-VENTAS-ED " " WS-LIQUIDADO-ED " "
                   WS-COMISION-ED "  " WS-MENSAJE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               COMPUTE WS-DIFERENCIA =
                   LIQ-IMPORTE-LIQUIDADO - LIQ-IMPORTE-VENTAS.
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED.
               MOVE SPACES TO ADQUIRENTE-EXC-LINE.
               STRING "ADQUIRENTE " WS-MENSAJE (1:22) " T=" LIQ-TIENDA
                   " C=" LIQ-CAJA " F=" LIQ-FECHA
                   " DIF " WS-DIFERENCIA-ED
                   DELIMITED BY SIZE INTO ADQUIRENTE-EXC-LINE
               END-STRING.
               WRITE ADQUIRENTE-EXC-LINE.

           INFORMAR-LIQUIDACION-EXIT.
               EXIT.

           CONTABILIZAR-COMISIONES.
      *>   LA COMISION RETENIDA POR EL ADQUIRENTE ES UN GASTO
      *>   BANCARIO; EL ASIENTO SE ANADE AL LOTE DEL DIA
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-FECHA-NEGOCIO TO ASI-FECHA.
               MOVE "62600000" TO ASI-CUENTA.
               MOVE "COMISIONES ADQUIRENTE TARJETAS" TO ASI-CONCEPTO.
               MOVE WS-TOTAL-COMISIONES TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE "57200000" TO ASI-CUENTA.
               MOVE "COMISIONES ADQUIRENTE TARJETAS" TO ASI-CONCEPTO.
               MOVE ZERO TO ASI-DEBE.
               MOVE WS-TOTAL-COMISIONES TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

               MOVE WS-TOTAL-COMISIONES TO WS-COMISION-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Asiento: 62600000 DEBE / 57200000 HABER "
                   WS-COMISION-ED " EUR"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONCILIA-ADQUIRENTE" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONCILIA-ADQUIRENTE.
