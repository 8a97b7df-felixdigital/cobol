       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTAS-PROVINCIA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT VENTAS-PROVINCIA-FILE
                   ASSIGN TO "ventas-provincia.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD VENTAS-PROVINCIA-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-DIRECCIONES PIC X(2).

               01 WS-DIRECCIONES-OK PIC X VALUE 'N'.
                   88 DIRECCIONES-DISPONIBLE VALUE 'S'.
               01 EOF-DIR PIC X VALUE 'N'.
                   88 FIN-DIRECCIONES VALUE 'S'.
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.

      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico", QUE SOLO ABRE LOS ANOS DEL RANGO PEDIDO
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).

               COPY copyprvn.

      *>   ACUMULADOS POR PROVINCIA (1-52) MAS TRES GRUPOS: 53
      *>   DIRECCIONES EN EL EXTRANJERO, 54 CLIENTES SIN DIRECCION Y
      *>   55 VENTAS SIN CLIENTE IDENTIFICADO
               01 WS-TABLA-PROVINCIAS.
                   05 WS-PRV OCCURS 55 TIMES.
                       10 WS-PRV-CLIENTES PIC 9(6).
                       10 WS-PRV-LINEAS PIC 9(7).
                       10 WS-PRV-IMPORTE PIC S9(11)V99.
               01 WS-P PIC 9(2).
               01 WS-PRV-MAYOR PIC 9(2).

               01 WS-TOTAL-CLIENTES PIC 9(7).
               01 WS-TOTAL-LINEAS PIC 9(8).
               01 WS-TOTAL-IMPORTE PIC S9(11)V99.
               01 WS-PORCENTAJE PIC S9(3)V9.
               01 WS-VENTA-CLIENTE PIC S9(9)V99.
               01 WS-ETIQUETA PIC X(22).

               01 WS-CLIENTES-ED PIC ZZZ.ZZ9.
               01 WS-LINEAS-ED PIC Z.ZZZ.ZZ9.
               01 WS-IMPORTE-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
               01 WS-PCT-ED PIC -ZZ9,9.
               01 WS-MEDIA-ED PIC -Z.ZZZ.ZZ9,99.

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
      *>   VENTAS NETAS DEL HISTORICO POR PROVINCIA DE LA DIRECCION
      *>   POSTAL DEL CLIENTE, CON LOS CLIENTES CON DIRECCION EN CADA
      *>   PROVINCIA, SU PESO SOBRE EL TOTAL Y LA VENTA MEDIA POR
      *>   CLIENTE, PARA VALORAR DONDE ABRIR NUEVAS TIENDAS
               DISPLAY "Desde (AAAAMMDD, 0=sin limite): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-LH-DESDE.
               ACCEPT WS-LH-DESDE.
               DISPLAY "Hasta (AAAAMMDD, 0=sin limite): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-LH-HASTA.
               ACCEPT WS-LH-HASTA.

               INITIALIZE WS-TABLA-PROVINCIAS.

               MOVE 'N' TO WS-DIRECCIONES-OK.
               OPEN INPUT DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "00"
                   SET DIRECCIONES-DISPONIBLE TO TRUE
                   PERFORM CONTAR-CLIENTES-PROVINCIA
               ELSE
                   DISPLAY "AVISO: no hay direcciones de clientes; "
                       "toda la venta figurara sin direccion"
               END-IF.

               PERFORM ACUMULAR-HISTORICO.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   IF DIRECCIONES-DISPONIBLE
                       CLOSE DIRECCIONES-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               IF DIRECCIONES-DISPONIBLE
                   CLOSE DIRECCIONES-FILE
               END-IF.

               OPEN OUTPUT VENTAS-PROVINCIA-FILE.
               PERFORM IMPRIMIR-INFORME.
               CLOSE VENTAS-PROVINCIA-FILE.

               PERFORM CATALOGAR-INFORME.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CONTAR-CLIENTES-PROVINCIA.
               MOVE LOW-VALUES TO DIR-CLI-ID.
               START DIRECCIONES-FILE KEY IS NOT LESS THAN DIR-CLI-ID
                   INVALID KEY
                       SET FIN-DIRECCIONES TO TRUE
               END-START.
               PERFORM UNTIL FIN-DIRECCIONES
                   READ DIRECCIONES-FILE NEXT RECORD
                       AT END
                           SET FIN-DIRECCIONES TO TRUE
                       NOT AT END
                           PERFORM GRUPO-DIRECCION
                           ADD 1 TO WS-PRV-CLIENTES (WS-P)
                   END-READ
               END-PERFORM.

           GRUPO-DIRECCION.
      *>   DEJA EN WS-P EL GRUPO DE LA DIRECCION LEIDA
               IF DIR-NACIONAL
                  AND DIR-PROVINCIA >= 1 AND DIR-PROVINCIA <= 52
                   MOVE DIR-PROVINCIA TO WS-P
               ELSE
                   MOVE 53 TO WS-P
               END-IF.

           ACUMULAR-HISTORICO.
               MOVE 'N' TO EOF-HIST.
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
                       PERFORM ACUMULAR-LINEA
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           ACUMULAR-LINEA.
               EVALUATE TRUE
                   WHEN HIST-CUST-ID = ZERO
                       MOVE 55 TO WS-P
                   WHEN NOT DIRECCIONES-DISPONIBLE
                       MOVE 54 TO WS-P
                   WHEN OTHER
                       MOVE HIST-CUST-ID TO DIR-CLI-ID
                       READ DIRECCIONES-FILE
                           INVALID KEY
                               MOVE 54 TO WS-P
                           NOT INVALID KEY
                               PERFORM GRUPO-DIRECCION
                       END-READ
               END-EVALUATE.

               ADD 1 TO WS-PRV-LINEAS (WS-P).
               IF HIST-DEVOLUCION
                   SUBTRACT HIST-IMPORTE FROM WS-PRV-IMPORTE (WS-P)
               ELSE
                   ADD HIST-IMPORTE TO WS-PRV-IMPORTE (WS-P)
               END-IF.

           IMPRIMIR-INFORME.
               MOVE SPACES TO REPORT-LINE.
               STRING "VENTAS POR PROVINCIA DEL CLIENTE - DEL "
                   WS-LH-DESDE " AL " WS-LH-HASTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  PROV PROVINCIA             CLIENTES    LINEAS"
                   & "        IMPORTE NETO  % VTA VENTA/CLIENTE"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZERO TO WS-TOTAL-CLIENTES.
               MOVE ZERO TO WS-TOTAL-LINEAS.
               MOVE ZERO TO WS-TOTAL-IMPORTE.
               MOVE ZERO TO WS-PRV-MAYOR.
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 55
                   ADD WS-PRV-CLIENTES (WS-P) TO WS-TOTAL-CLIENTES
                   ADD WS-PRV-LINEAS (WS-P) TO WS-TOTAL-LINEAS
                   ADD WS-PRV-IMPORTE (WS-P) TO WS-TOTAL-IMPORTE
                   IF WS-P <= 52
                      AND WS-PRV-IMPORTE (WS-P) > ZERO
                       IF WS-PRV-MAYOR = ZERO
                           MOVE WS-P TO WS-PRV-MAYOR
                       ELSE
                           IF WS-PRV-IMPORTE (WS-P) >
                              WS-PRV-IMPORTE (WS-PRV-MAYOR)
                               MOVE WS-P TO WS-PRV-MAYOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      *>   SOLO SE IMPRIMEN LAS PROVINCIAS CON CLIENTES O CON VENTA
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 55
                   IF WS-PRV-CLIENTES (WS-P) > ZERO
                      OR WS-PRV-LINEAS (WS-P) > ZERO
                       PERFORM IMPRIMIR-LINEA-PROVINCIA
                   END-IF
               END-PERFORM.

               MOVE WS-TOTAL-CLIENTES TO WS-CLIENTES-ED.
               MOVE WS-TOTAL-LINEAS TO WS-LINEAS-ED.
               MOVE WS-TOTAL-IMPORTE TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "       TOTAL                 " WS-CLIENTES-ED
                   " " WS-LINEAS-ED " " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF WS-PRV-MAYOR NOT = ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  PROVINCIA CON MAYOR VENTA: "
                       PRVN-NOMBRE (WS-PRV-MAYOR)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           IMPRIMIR-LINEA-PROVINCIA.
               EVALUATE WS-P
                   WHEN 53
                       MOVE "EXTRANJERO" TO WS-ETIQUETA
                   WHEN 54
                       MOVE "CLIENTE SIN DIRECCION" TO WS-ETIQUETA
                   WHEN 55
                       MOVE "SIN CLIENTE" TO WS-ETIQUETA
                   WHEN OTHER
                       MOVE PRVN-NOMBRE (WS-P) TO WS-ETIQUETA
               END-EVALUATE.

               IF WS-TOTAL-IMPORTE = ZERO
                   MOVE ZERO TO WS-PORCENTAJE
               ELSE
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-PRV-IMPORTE (WS-P) * 100 / WS-TOTAL-IMPORTE
               END-IF.
               IF WS-PRV-CLIENTES (WS-P) = ZERO
                   MOVE ZERO TO WS-VENTA-CLIENTE
               ELSE
                   COMPUTE WS-VENTA-CLIENTE ROUNDED =
                       WS-PRV-IMPORTE (WS-P) / WS-PRV-CLIENTES (WS-P)
               END-IF.

               MOVE WS-PRV-CLIENTES (WS-P) TO WS-CLIENTES-ED.
               MOVE WS-PRV-LINEAS (WS-P) TO WS-LINEAS-ED.
               MOVE WS-PRV-IMPORTE (WS-P) TO WS-IMPORTE-ED.
               MOVE WS-PORCENTAJE TO WS-PCT-ED.
               MOVE WS-VENTA-CLIENTE TO WS-MEDIA-ED.
               MOVE SPACES TO REPORT-LINE.
               IF WS-P <= 52
                   STRING "  " WS-P "   " WS-ETIQUETA " "
                       WS-CLIENTES-ED " " WS-LINEAS-ED " "
                       WS-IMPORTE-ED " " WS-PCT-ED " " WS-MEDIA-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "       " WS-ETIQUETA " "
                       WS-CLIENTES-ED " " WS-LINEAS-ED " "
                       WS-IMPORTE-ED " " WS-PCT-ED " " WS-MEDIA-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

           CATALOGAR-INFORME.
               MOVE "ventas-provincia.dat" TO WS-SPOOL-NOMBRE.
               MOVE "VENTAS-PROVINCIA" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "VENTAS-PROVINCIA" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM VENTAS-PROVINCIA.
