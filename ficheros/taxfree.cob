       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-TAXFREE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL TAXFREE-FILE
                   ASSIGN TO "taxfree.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TXF-NUMERO
                   STATUS ST-TAXFREE.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT VENCIDOS-REPORT-FILE
                   ASSIGN TO "taxfree-vencidos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD TAXFREE-FILE.
                   COPY copytxfr.

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD VENCIDOS-REPORT-FILE.
                   01 REPORT-LINE PIC X(132).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-TAXFREE PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-CONSULTA VALUE "I".
                   88 OPCION-CONFIRMAR VALUE "C".
                   88 OPCION-ANULAR VALUE "A".
                   88 OPCION-VENCIDOS VALUE "V".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-SCAN PIC X VALUE 'N'.
                   88 FIN-SCAN VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-NUMERO-TXF PIC 9(8).
               01 WS-FECHA-SELLO PIC 9(8).
               01 WS-T PIC 9(1).

               01 WS-VENCIDOS PIC 9(5) VALUE ZERO.
               01 WS-VENCIDOS-CUOTA PIC 9(9)V99 VALUE ZERO.
               01 WS-DIAS-VENCIDO PIC 9(5).

               01 WS-BASE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-CUOTA-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   SEGUIMIENTO DE LOS FORMULARIOS TAX-FREE EMITIDOS EN CAJA:
      *>   CONFIRMACION CON EL SELLO DE LA ADUANA (SE DEVUELVE EL IVA
      *>   AL VIAJERO Y LA VENTA PASA A EXPORTACION EXENTA), ANULACION
      *>   Y RELACION DE LOS QUE HAN PASADO SU PLAZO SIN SELLAR
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O TAXFREE-FILE.
               IF ST-TAXFREE = "35"
                   OPEN OUTPUT TAXFREE-FILE
                   CLOSE TAXFREE-FILE
                   OPEN I-O TAXFREE-FILE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "FORMULARIOS TAX-FREE"
                   DISPLAY "  I - Consulta de formulario"
                   DISPLAY "  C - Confirmar sello de aduana y devolver"
                   DISPLAY "  A - Anular formulario"
                   DISPLAY "  V - Formularios vencidos sin sellar"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-TAXFREE
                               THRU CONSULTA-TAXFREE-EXIT
                       WHEN OPCION-CONFIRMAR
                           PERFORM CONFIRMAR-TAXFREE
                               THRU CONFIRMAR-TAXFREE-EXIT
                       WHEN OPCION-ANULAR
                           PERFORM ANULAR-TAXFREE
                               THRU ANULAR-TAXFREE-EXIT
                       WHEN OPCION-VENCIDOS
                           PERFORM INFORME-VENCIDOS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE TAXFREE-FILE.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           LEER-TAXFREE.
               DISPLAY "Numero de formulario: " WITH NO ADVANCING.
               MOVE ZERO TO WS-NUMERO-TXF.
               ACCEPT WS-NUMERO-TXF.
               MOVE WS-NUMERO-TXF TO TXF-NUMERO.
               READ TAXFREE-FILE
                   INVALID KEY
                       DISPLAY "ERROR: formulario inexistente: "
                           WS-NUMERO-TXF
                       MOVE SPACES TO TXF-ESTADO
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-LEIDOS
               END-READ.

           CONSULTA-TAXFREE.
               PERFORM LEER-TAXFREE.
               IF TXF-ESTADO = SPACES
                   GO TO CONSULTA-TAXFREE-EXIT
               END-IF.
               DISPLAY "Formulario " TXF-NUMERO " estado " TXF-ESTADO
                   " (E=emitido C=confirmado A=anulado)".
               DISPLAY "  Tienda " TXF-TIENDA " caja " TXF-CAJA
                   " ticket " TXF-TICKET " fecha " TXF-FECHA.
               DISPLAY "  Viajero " TXF-VIAJERO.
               DISPLAY "  Pasaporte " TXF-PASAPORTE " pais " TXF-PAIS.
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > TXF-N-TASAS
                   MOVE TXF-BASE (WS-T) TO WS-BASE-ED
                   MOVE TXF-CUOTA (WS-T) TO WS-CUOTA-ED
                   DISPLAY "  BASE " WS-BASE-ED " AL " TXF-TASA (WS-T)
                       " % CUOTA " WS-CUOTA-ED
               END-PERFORM.
               MOVE TXF-TOTAL-CUOTA TO WS-CUOTA-ED.
               DISPLAY "  IVA a devolver " WS-CUOTA-ED
                   "  plazo hasta " TXF-FECHA-LIMITE.
               IF TXF-CONFIRMADO
                   DISPLAY "  Sellado el " TXF-FECHA-SELLO
                       ", devuelto el " TXF-FECHA-CONFIRMACION
               END-IF.

           CONSULTA-TAXFREE-EXIT.
               EXIT.

           CONFIRMAR-TAXFREE.
      *>   EL VIAJERO (O LA ENTIDAD COLABORADORA) DEVUELVE EL
      *>   FORMULARIO CON EL SELLO DE SALIDA; DENTRO DE PLAZO SE LE
      *>   DEVUELVE LA CUOTA POR BANCO Y SE MINORA EL IVA REPERCUTIDO
               PERFORM LEER-TAXFREE.
               IF TXF-ESTADO = SPACES
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CONFIRMAR-TAXFREE-EXIT
               END-IF.
               IF NOT TXF-EMITIDO
                   DISPLAY "ERROR: el formulario ya esta confirmado o "
                       "anulado (" TXF-ESTADO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CONFIRMAR-TAXFREE-EXIT
               END-IF.

               DISPLAY "Fecha del sello de aduana (AAAAMMDD): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-SELLO.
               ACCEPT WS-FECHA-SELLO.
               IF WS-FECHA-SELLO < TXF-FECHA OR WS-FECHA-SELLO > WS-HOY
                   DISPLAY "ERROR: fecha de sello no valida"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CONFIRMAR-TAXFREE-EXIT
               END-IF.
               IF WS-FECHA-SELLO > TXF-FECHA-LIMITE
                   DISPLAY "ERROR: sellado fuera de plazo (limite "
                       TXF-FECHA-LIMITE "); no procede la devolucion"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CONFIRMAR-TAXFREE-EXIT
               END-IF.

               MOVE WS-FECHA-SELLO TO TXF-FECHA-SELLO.
               MOVE WS-HOY TO TXF-FECHA-CONFIRMACION.
               SET TXF-CONFIRMADO TO TRUE.
               REWRITE TAXFREE-REG
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar el "
                           "formulario (" ST-TAXFREE ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO CONFIRMAR-TAXFREE-EXIT
               END-REWRITE.

               PERFORM CONTABILIZAR-DEVOLUCION.
               ADD 1 TO WS-JOB-ESCRITOS.
               MOVE TXF-TOTAL-CUOTA TO WS-CUOTA-ED.
               DISPLAY "Formulario " TXF-NUMERO " confirmado; IVA "
                   "devuelto " WS-CUOTA-ED " EUR".

           CONFIRMAR-TAXFREE-EXIT.
               EXIT.

           CONTABILIZAR-DEVOLUCION.
      *>   LA CUOTA SE REPERCUTIO EN EL DIARIO DEL DIA DE LA VENTA;
      *>   AL DEVOLVERLA SE CARGA AL IVA REPERCUTIDO CONTRA BANCOS. EL
      *>   ASIENTO SE ANADE AL LOTE DEL DIA
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE "47700000" TO ASI-CUENTA.
               MOVE SPACES TO ASI-CONCEPTO.
               STRING "IVA DEVUELTO TAX-FREE " TXF-NUMERO
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               END-STRING.
               MOVE TXF-TOTAL-CUOTA TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE "57200000" TO ASI-CUENTA.
               MOVE ZERO TO ASI-DEBE.
               MOVE TXF-TOTAL-CUOTA TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

           ANULAR-TAXFREE.
      *>   FORMULARIO EXTRAVIADO O VENTA DEVUELTA: NO HAY DEVOLUCION
               PERFORM LEER-TAXFREE.
               IF TXF-ESTADO = SPACES
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANULAR-TAXFREE-EXIT
               END-IF.
               IF NOT TXF-EMITIDO
                   DISPLAY "ERROR: solo se anula un formulario emitido"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANULAR-TAXFREE-EXIT
               END-IF.
               SET TXF-ANULADO TO TRUE.
               MOVE WS-HOY TO TXF-FECHA-CONFIRMACION.
               REWRITE TAXFREE-REG
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar el "
                           "formulario (" ST-TAXFREE ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ANULAR-TAXFREE-EXIT
               END-REWRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Formulario " TXF-NUMERO " anulado".

           ANULAR-TAXFREE-EXIT.
               EXIT.

           INFORME-VENCIDOS.
      *>   EMITIDOS CUYO PLAZO PARA EL SELLO YA HA PASADO: EL IVA SE
      *>   QUEDA COMO REPERCUTIDO Y HAY QUE AVISAR AL VIAJERO O ANULAR
               MOVE ZERO TO WS-VENCIDOS.
               MOVE ZERO TO WS-VENCIDOS-CUOTA.
               OPEN OUTPUT VENCIDOS-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "FORMULARIOS TAX-FREE VENCIDOS SIN SELLAR A "
                   WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE 'N' TO EOF-SCAN.
               MOVE ZEROS TO TXF-NUMERO.
               START TAXFREE-FILE KEY IS NOT LESS THAN TXF-NUMERO
                   INVALID KEY
                       SET FIN-SCAN TO TRUE
               END-START.
               PERFORM UNTIL FIN-SCAN
                   READ TAXFREE-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF TXF-EMITIDO
                               AND TXF-FECHA-LIMITE < WS-HOY
                               PERFORM ESCRIBIR-VENCIDO
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-VENCIDOS = ZERO
                   MOVE "  Sin formularios vencidos." TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               ELSE
                   MOVE WS-VENCIDOS-CUOTA TO WS-TOTAL-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  TOTAL " WS-VENCIDOS " formulario(s), IVA "
                       WS-TOTAL-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               CLOSE VENCIDOS-REPORT-FILE.

               MOVE "taxfree-vencidos.dat" TO WS-SPOOL-NOMBRE.
               MOVE "GESTION-TAXFREE" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           ESCRIBIR-VENCIDO.
               ADD 1 TO WS-VENCIDOS.
               ADD TXF-TOTAL-CUOTA TO WS-VENCIDOS-CUOTA.
               COMPUTE WS-DIAS-VENCIDO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY)
                   - FUNCTION INTEGER-OF-DATE (TXF-FECHA-LIMITE).
               MOVE TXF-TOTAL-CUOTA TO WS-CUOTA-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " TXF-NUMERO " tienda " TXF-TIENDA
                   " ticket " TXF-TICKET " fecha " TXF-FECHA
                   " pasaporte " TXF-PASAPORTE " " TXF-PAIS
                   " IVA " WS-CUOTA-ED
                   " vencido hace " WS-DIAS-VENCIDO " dias"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "GESTION-TAXFREE" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM GESTION-TAXFREE.
