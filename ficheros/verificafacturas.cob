       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-FACTURAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL FACTURA-REGISTRO-FILE
                   ASSIGN TO "factura-registro.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FREG-NUMERO
                   STATUS ST-FACREG.

                   SELECT OPTIONAL FACTURA-CADENA-FILE
                   ASSIGN TO "factura-cadena.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CAD-SERIE
                   STATUS ST-CADENA.

                   SELECT VERIFICA-REPORT-FILE
                   ASSIGN TO "verifica-facturas-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD FACTURA-REGISTRO-FILE.
                   COPY copyfreg.

               FD FACTURA-CADENA-FILE.
                   COPY copycade.

               FD VERIFICA-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-FACREG PIC X(2).
               77 ST-CADENA PIC X(2).

               01 EOF-FACTURA PIC X VALUE 'N'.
                   88 FIN-FACTURAS VALUE 'S'.
               01 EOF-CADENA PIC X VALUE 'N'.
                   88 FIN-CADENA VALUE 'S'.
               01 WS-CADENA-OK PIC X VALUE 'N'.
                   88 CADENA-DISPONIBLE VALUE 'S'.

      *>   SERIE EN CURSO Y ULTIMO DOCUMENTO VISTO DE ELLA; LOS ABONOS
      *>   OCUPAN LA FRANJA 9XXXXXXX DE LA CLAVE Y FORMAN SERIE APARTE
               01 WS-SERIE-REGISTRO PIC X(1).
               01 WS-SERIE-ACTUAL PIC X(1) VALUE SPACE.
               01 WS-HAY-SERIE PIC X VALUE 'N'.
                   88 HAY-SERIE VALUE 'S'.
               01 WS-ANT-NUMERO PIC 9(8).
               01 WS-ANT-HUELLA PIC X(32).
               01 WS-SERIE-DOCUMENTOS PIC 9(8).
               01 WS-SERIE-INCIDENCIAS PIC 9(6).
               01 WS-SERIES-VISTAS PIC X(10) VALUE SPACES.
               01 WS-SERIES-N PIC 9(2) VALUE ZERO.
               01 WS-VECES PIC 9(2).
               01 WS-HUECO-DESDE PIC 9(8).
               01 WS-HUECO-HASTA PIC 9(8).

               01 WS-HUELLA-OPERACION PIC X VALUE "V".
               01 WS-HUELLA-CALCULADA PIC X(32).
               01 WS-LINEA-QR PIC X(100).

               01 WS-INC-TIPO PIC X(24).
               01 WS-INC-DETALLE PIC X(50).
               01 WS-INCIDENCIAS PIC 9(6) VALUE ZERO.
               01 WS-SIN-HUELLA PIC 9(6) VALUE ZERO.

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
      *>   VERIFICACION DE LA CADENA DE HUELLAS DEL REGISTRO DE
      *>   FACTURAS: RECORRE CADA SERIE EN ORDEN DE NUMERO Y DENUNCIA
      *>   LOS REGISTROS SIN HUELLA, LOS ALTERADOS (LA HUELLA
      *>   RECALCULADA NO COINCIDE CON LA GRABADA), LOS HUECOS DE
      *>   NUMERACION Y LAS ROTURAS DE CADENA (LA HUELLA ANTERIOR NO
      *>   ES LA DEL DOCUMENTO PRECEDENTE). AL CERRAR CADA SERIE SU
      *>   ULTIMO DOCUMENTO DEBE SER LA CABEZA DE LA CADENA, O SE
      *>   BORRARON REGISTROS DEL FINAL
               OPEN OUTPUT VERIFICA-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "VERIFICACION DE LA CADENA DEL REGISTRO DE "
                   "FACTURAS - " FUNCTION CURRENT-DATE (1:8)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               OPEN INPUT FACTURA-REGISTRO-FILE.
               IF ST-FACREG NOT = "00"
                   MOVE "  No hay registro de facturas "
                       & "(factura-registro.dat)" TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
                   CLOSE VERIFICA-REPORT-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-CADENA-OK.
               OPEN INPUT FACTURA-CADENA-FILE.
               IF ST-CADENA = "00"
                   SET CADENA-DISPONIBLE TO TRUE
               ELSE
                   MOVE "  AVISO: no hay cabeza de cadena "
                       & "(factura-cadena.dat); no se comprueba "
                       & "el final de las series" TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               MOVE ZEROS TO FREG-NUMERO.
               START FACTURA-REGISTRO-FILE
                   KEY IS NOT LESS THAN FREG-NUMERO
                   INVALID KEY
                       SET FIN-FACTURAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-FACTURAS
                   READ FACTURA-REGISTRO-FILE NEXT RECORD
                       AT END
                           SET FIN-FACTURAS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM VERIFICAR-REGISTRO
                               THRU VERIFICAR-REGISTRO-EXIT
                   END-READ
               END-PERFORM.
               IF HAY-SERIE
                   PERFORM CERRAR-SERIE
               END-IF.

               IF CADENA-DISPONIBLE
                   PERFORM BUSCAR-SERIES-VACIADAS
                   CLOSE FACTURA-CADENA-FILE
               END-IF.
               CLOSE FACTURA-REGISTRO-FILE.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "DOCUMENTOS VERIFICADOS: " WS-JOB-LEIDOS
                   "  INCIDENCIAS: " WS-INCIDENCIAS
                   "  SIN HUELLA: " WS-SIN-HUELLA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-INCIDENCIAS = ZERO
                   MOVE "CADENA INTEGRA" TO REPORT-LINE
               ELSE
                   MOVE "CADENA CON INCIDENCIAS: REVISAR ANTES DE "
                       & "EXPORTAR" TO REPORT-LINE
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

               CLOSE VERIFICA-REPORT-FILE.

               MOVE "verifica-facturas-report.dat" TO WS-SPOOL-NOMBRE.
               MOVE "VERIFICA-FACTURAS" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           VERIFICAR-REGISTRO.
               IF FREG-NUMERO >= 90000000
                   MOVE "A" TO WS-SERIE-REGISTRO
               ELSE
                   MOVE "F" TO WS-SERIE-REGISTRO
               END-IF.
               IF NOT HAY-SERIE
                   OR WS-SERIE-REGISTRO NOT = WS-SERIE-ACTUAL
                   IF HAY-SERIE
                       PERFORM CERRAR-SERIE
                   END-IF
                   PERFORM ABRIR-SERIE
               END-IF.
               ADD 1 TO WS-SERIE-DOCUMENTOS.

      *>   UN HUECO DE NUMERACION ES UN DOCUMENTO BORRADO O NUNCA
      *>   REGISTRADO; LA CADENA LO DELATA ADEMAS COMO ROTURA
               IF WS-ANT-NUMERO NOT = ZERO
                   AND FREG-NUMERO NOT = WS-ANT-NUMERO + 1
                   COMPUTE WS-HUECO-DESDE = WS-ANT-NUMERO + 1
                   COMPUTE WS-HUECO-HASTA = FREG-NUMERO - 1
                   MOVE "HUECO DE NUMERACION" TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-DETALLE
                   STRING "FALTAN DEL " WS-HUECO-DESDE
                       " AL " WS-HUECO-HASTA
                       DELIMITED BY SIZE INTO WS-INC-DETALLE
                   END-STRING
                   PERFORM ANOTAR-INCIDENCIA
               END-IF.

      *>   UN REGISTRO SIN HUELLA NO SE EXPIDIO POR LA FACTURACION;
      *>   LA CADENA SIGUE CONTRA EL ULTIMO DOCUMENTO ENCADENADO
               IF FREG-HUELLA = SPACES
                   ADD 1 TO WS-SIN-HUELLA
                   MOVE "SIN HUELLA" TO WS-INC-TIPO
                   MOVE "REGISTRO GRABADO FUERA DE LA EXPEDICION"
                       TO WS-INC-DETALLE
                   PERFORM ANOTAR-INCIDENCIA
                   MOVE FREG-NUMERO TO WS-ANT-NUMERO
                   GO TO VERIFICAR-REGISTRO-EXIT
               END-IF.

               CALL "huellafactura" USING WS-HUELLA-OPERACION
                   FACREG-REG WS-HUELLA-CALCULADA WS-LINEA-QR.
               IF WS-HUELLA-CALCULADA NOT = FREG-HUELLA
                   MOVE "REGISTRO ALTERADO" TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-DETALLE
                   STRING "HUELLA RECALCULADA "
                       WS-HUELLA-CALCULADA (1:16) "..."
                       DELIMITED BY SIZE INTO WS-INC-DETALLE
                   END-STRING
                   PERFORM ANOTAR-INCIDENCIA
               END-IF.

               IF FREG-SERIE NOT = WS-SERIE-REGISTRO
                   MOVE "SERIE NO COINCIDE" TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-DETALLE
                   STRING "GRABADA " FREG-SERIE
                       " ESPERADA " WS-SERIE-REGISTRO
                       DELIMITED BY SIZE INTO WS-INC-DETALLE
                   END-STRING
                   PERFORM ANOTAR-INCIDENCIA
               END-IF.

               IF FREG-HUELLA-ANTERIOR NOT = WS-ANT-HUELLA
                   MOVE "CADENA ROTA" TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-DETALLE
                   IF WS-ANT-HUELLA = SPACES
                       MOVE "PRIMERO DE SU SERIE CON HUELLA ANTERIOR"
                           TO WS-INC-DETALLE
                   ELSE
                       STRING "NO ENLAZA CON EL DOCUMENTO "
                           WS-ANT-NUMERO
                           DELIMITED BY SIZE INTO WS-INC-DETALLE
                       END-STRING
                   END-IF
                   PERFORM ANOTAR-INCIDENCIA
               END-IF.

               MOVE FREG-NUMERO TO WS-ANT-NUMERO.
               MOVE FREG-HUELLA TO WS-ANT-HUELLA.

           VERIFICAR-REGISTRO-EXIT.
               EXIT.

           ABRIR-SERIE.
               MOVE WS-SERIE-REGISTRO TO WS-SERIE-ACTUAL.
               SET HAY-SERIE TO TRUE.
               MOVE ZERO TO WS-ANT-NUMERO.
               MOVE SPACES TO WS-ANT-HUELLA.
               MOVE ZERO TO WS-SERIE-DOCUMENTOS.
               MOVE ZERO TO WS-SERIE-INCIDENCIAS.
               IF WS-SERIES-N < 10
                   ADD 1 TO WS-SERIES-N
                   MOVE WS-SERIE-ACTUAL
                       TO WS-SERIES-VISTAS (WS-SERIES-N:1)
               END-IF.

           CERRAR-SERIE.
      *>   LA CABEZA DE LA CADENA DEBE APUNTAR AL ULTIMO DOCUMENTO
      *>   ENCADENADO DE LA SERIE; SI APUNTA MAS ALLA SE BORRARON
      *>   REGISTROS DEL FINAL
               IF CADENA-DISPONIBLE
                   MOVE WS-SERIE-ACTUAL TO CAD-SERIE
                   READ FACTURA-CADENA-FILE
                       INVALID KEY
                           MOVE "SERIE SIN CABEZA" TO WS-INC-TIPO
                           MOVE "LA SERIE NO CONSTA EN LA CADENA"
                               TO WS-INC-DETALLE
                           PERFORM ANOTAR-INCIDENCIA
                       NOT INVALID KEY
                           IF CAD-ULTIMA-HUELLA NOT = WS-ANT-HUELLA
                               MOVE "FINAL DE CADENA" TO WS-INC-TIPO
                               MOVE SPACES TO WS-INC-DETALLE
                               STRING "LA CABEZA APUNTA AL "
                                   CAD-ULTIMO-NUMERO
                                   "; ULTIMO ENCADENADO "
                                   WS-ANT-NUMERO
                                   DELIMITED BY SIZE
                                   INTO WS-INC-DETALLE
                               END-STRING
                               PERFORM ANOTAR-INCIDENCIA
                           END-IF
                   END-READ
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               STRING "  SERIE " WS-SERIE-ACTUAL
                   ": " WS-SERIE-DOCUMENTOS " DOCUMENTOS, "
                   WS-SERIE-INCIDENCIAS " INCIDENCIAS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           BUSCAR-SERIES-VACIADAS.
      *>   UNA SERIE CON CABEZA DE CADENA PERO SIN NINGUN REGISTRO
      *>   ES UNA SERIE BORRADA ENTERA
               MOVE LOW-VALUES TO CAD-SERIE.
               START FACTURA-CADENA-FILE
                   KEY IS NOT LESS THAN CAD-SERIE
                   INVALID KEY
                       SET FIN-CADENA TO TRUE
               END-START.
               PERFORM UNTIL FIN-CADENA
                   READ FACTURA-CADENA-FILE NEXT RECORD
                       AT END
                           SET FIN-CADENA TO TRUE
                       NOT AT END
                           MOVE ZERO TO WS-VECES
                           INSPECT WS-SERIES-VISTAS TALLYING WS-VECES
                               FOR ALL CAD-SERIE
                           IF WS-VECES = ZERO
                               MOVE CAD-SERIE TO WS-SERIE-ACTUAL
                               MOVE CAD-ULTIMO-NUMERO TO FREG-NUMERO
                               MOVE "SERIE VACIA" TO WS-INC-TIPO
                               MOVE SPACES TO WS-INC-DETALLE
                               STRING "LA CADENA LLEVA "
                                   CAD-DOCUMENTOS
                                   " DOCUMENTOS Y NO QUEDA NINGUNO"
                                   DELIMITED BY SIZE
                                   INTO WS-INC-DETALLE
                               END-STRING
                               PERFORM ANOTAR-INCIDENCIA
                           END-IF
                   END-READ
               END-PERFORM.

           ANOTAR-INCIDENCIA.
               ADD 1 TO WS-INCIDENCIAS.
               ADD 1 TO WS-SERIE-INCIDENCIAS.
               ADD 1 TO WS-JOB-RECHAZADOS.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " WS-INC-TIPO
                   " " WS-SERIE-ACTUAL FREG-NUMERO
                   "  " WS-INC-DETALLE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "VERIFICA-FACTURAS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM VERIFICA-FACTURAS.
