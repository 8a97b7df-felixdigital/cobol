       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-TREGALO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL TARJETAS-REGALO-FILE
                   ASSIGN TO "tarjetas-regalo.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TRG-NUMERO
                   STATUS ST-TREGALO.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT TREGALO-REPORT-FILE
                   ASSIGN TO "tarjetas-regalo-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD TARJETAS-REGALO-FILE.
                   COPY copytreg.

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD TREGALO-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-TREGALO PIC X(2).

               01 EOF-TREGALO PIC X VALUE 'N'.
                   88 FIN-TARJETAS VALUE 'S'.

               01 WS-HOY PIC 9(8).

      *>   SALDO VIVO POR TIENDA DE EMISION: ES LO QUE LA CADENA
      *>   DEBE A LOS CLIENTES EN TARJETAS AUN GASTABLES
               01 WS-TT-TABLA.
                   05 WS-TT-ENTRADA OCCURS 50 TIMES.
                       10 WS-TT-SHOP PIC X(5).
                       10 WS-TT-TARJETAS PIC 9(6).
                       10 WS-TT-SALDO PIC 9(9)V99.
               01 WS-TT-N PIC 9(2) VALUE ZERO.
               01 WS-TT-DESCARTADOS PIC 9(5) VALUE ZERO.

               01 WS-TOTAL-VIVO PIC 9(9)V99 VALUE ZERO.
               01 WS-TARJETAS-VIVAS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-CADUCADO PIC 9(9)V99 VALUE ZERO.
               01 WS-TARJETAS-CADUCADAS PIC 9(6) VALUE ZERO.

               01 WS-I PIC 9(3).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 ENTRADA-ENCONTRADA VALUE 'S'.

               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZZ.ZZ9,99.
               01 WS-SALDO-ED PIC ZZ.ZZ9,99.
               01 WS-CONTADOR-ED PIC ZZZ.ZZ9.

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
      *>   CIERRE MENSUAL DE TARJETAS REGALO: LAS TARJETAS CON SALDO
      *>   CUYA CADUCIDAD YA HA PASADO SE MARCAN CADUCADAS Y SU SALDO
      *>   SE RECONOCE COMO INGRESO (43800000 AL DEBE, 75900000 AL
      *>   HABER, ANADIDO A asientos-contables.dat). EL INFORME DA EL
      *>   DETALLE DE LO CADUCADO Y EL PASIVO VIVO POR TIENDA DE
      *>   EMISION. UNA TARJETA YA CADUCADA NO SE VUELVE A RECONOCER
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN OUTPUT TREGALO-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CIERRE MENSUAL DE TARJETAS REGALO A " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               OPEN I-O TARJETAS-REGALO-FILE.
               IF ST-TREGALO NOT = "00"
                   MOVE "No hay fichero de tarjetas regalo."
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
                   CLOSE TREGALO-REPORT-FILE
                   PERFORM CATALOGAR-INFORME
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "SALDOS CADUCADOS RECONOCIDOS COMO INGRESO"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  TARJETA  TIENDA EMISION  CADUCIDAD     SALDO"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZEROS TO TRG-NUMERO.
               START TARJETAS-REGALO-FILE
                   KEY IS NOT LESS THAN TRG-NUMERO
                   INVALID KEY
                       SET FIN-TARJETAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-TARJETAS
                   READ TARJETAS-REGALO-FILE NEXT RECORD
                       AT END
                           SET FIN-TARJETAS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM TRATAR-TARJETA
                   END-READ
               END-PERFORM.

               CLOSE TARJETAS-REGALO-FILE.

               MOVE WS-TOTAL-CADUCADO TO WS-IMPORTE-ED.
               MOVE WS-TARJETAS-CADUCADAS TO WS-CONTADOR-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  Total caducado: " WS-CONTADOR-ED
                   " tarjeta(s), " WS-IMPORTE-ED " EUR"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM ESCRIBIR-PASIVO-VIVO.

               IF WS-TOTAL-CADUCADO > ZERO
                   PERFORM EMITIR-ASIENTO-CADUCADAS
               END-IF.

               CLOSE TREGALO-REPORT-FILE.

               PERFORM CATALOGAR-INFORME.
               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           TRATAR-TARJETA.
               IF TRG-ACTIVA AND TRG-CADUCIDAD < WS-HOY
                   PERFORM CADUCAR-TARJETA
               END-IF.
               IF TRG-ACTIVA
                   PERFORM ACUMULAR-PASIVO
               END-IF.

           CADUCAR-TARJETA.
      *>   EL SALDO QUE QUEDABA SE GUARDA EN LA TARJETA PARA PODER
      *>   EXPLICAR EL INGRESO; LA TARJETA YA NO ADMITE COBROS
               MOVE TRG-SALDO TO TRG-IMPORTE-CADUCADO.
               MOVE ZERO TO TRG-SALDO.
               MOVE WS-HOY TO TRG-FECHA-RECONOCIDO.
               SET TRG-CADUCADA TO TRUE.
               REWRITE TARJETA-REGALO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL CADUCAR LA TARJETA "
                           TRG-NUMERO " (" ST-TREGALO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-TARJETAS-CADUCADAS
                       ADD TRG-IMPORTE-CADUCADO TO WS-TOTAL-CADUCADO
                       MOVE TRG-IMPORTE-CADUCADO TO WS-SALDO-ED
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " TRG-NUMERO " " TRG-TIENDA-EMISION
                           " " TRG-FECHA-EMISION "  " TRG-CADUCIDAD
                           "  " WS-SALDO-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       PERFORM REGISTRAR-LINEA-REPORTE
               END-REWRITE.

           ACUMULAR-PASIVO.
               ADD 1 TO WS-TARJETAS-VIVAS.
               ADD TRG-SALDO TO WS-TOTAL-VIVO.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TT-N OR ENTRADA-ENCONTRADA
                   IF WS-TT-SHOP (WS-I) = TRG-TIENDA-EMISION
                       SET ENTRADA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF ENTRADA-ENCONTRADA
                   SUBTRACT 1 FROM WS-I
               ELSE
                   IF WS-TT-N < 50
                       ADD 1 TO WS-TT-N
                       MOVE WS-TT-N TO WS-I
                       MOVE TRG-TIENDA-EMISION TO WS-TT-SHOP (WS-I)
                       MOVE ZEROS TO WS-TT-TARJETAS (WS-I)
                       MOVE ZEROS TO WS-TT-SALDO (WS-I)
                   ELSE
                       ADD 1 TO WS-TT-DESCARTADOS
                       MOVE ZERO TO WS-I
                   END-IF
               END-IF.
               IF WS-I > ZERO
                   ADD 1 TO WS-TT-TARJETAS (WS-I)
                   ADD TRG-SALDO TO WS-TT-SALDO (WS-I)
               END-IF.

           ESCRIBIR-PASIVO-VIVO.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "PASIVO VIVO POR TIENDA DE EMISION (43800000)"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  TIENDA  TARJETAS            SALDO VIVO"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TT-N
                   MOVE WS-TT-TARJETAS (WS-I) TO WS-CONTADOR-ED
                   MOVE WS-TT-SALDO (WS-I) TO WS-IMPORTE-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-TT-SHOP (WS-I) "   " WS-CONTADOR-ED
                       "  " WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-PERFORM.

               MOVE WS-TARJETAS-VIVAS TO WS-CONTADOR-ED.
               MOVE WS-TOTAL-VIVO TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  TOTAL   " WS-CONTADOR-ED "  " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF WS-TT-DESCARTADOS > ZERO
                   MOVE "AVISO: tiendas fuera de tabla; el desglose no "
                       & "suma el total" TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           EMITIR-ASIENTO-CADUCADAS.
      *>   EL ASIENTO SE ANADE AL FICHERO DE ASIENTOS PARA QUE VIAJE
      *>   CON EL LOTE DEL DIA AL PAQUETE CONTABLE
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE "43800000" TO ASI-CUENTA.
               MOVE "TARJETAS REGALO CADUCADAS" TO ASI-CONCEPTO.
               MOVE WS-TOTAL-CADUCADO TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE "75900000" TO ASI-CUENTA.
               MOVE "INGRESO TARJETAS CADUCADAS" TO ASI-CONCEPTO.
               MOVE ZERO TO ASI-DEBE.
               MOVE WS-TOTAL-CADUCADO TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

               MOVE WS-TOTAL-CADUCADO TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Asiento: 43800000 DEBE / 75900000 HABER "
                   WS-IMPORTE-ED " EUR"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           CATALOGAR-INFORME.
               MOVE "tarjetas-regalo-report.dat" TO WS-SPOOL-NOMBRE.
               MOVE "CIERRE-TREGALO" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CIERRE-TREGALO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CIERRE-TREGALO.
