       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUERDOS-PRECIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ACUERDOS-PRECIO-FILE
                   ASSIGN TO "acuerdos-precio.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ACU-NUMERO
                   ALTERNATE RECORD KEY IS ACU-CLI-ID WITH DUPLICATES
                   STATUS ST-ACUERDOS.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO "./clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT VENCIMIENTOS-REPORT-FILE
                   ASSIGN TO "acuerdos-vencimiento.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ACUERDOS-PRECIO-FILE.
                   COPY copyacue.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD VENCIMIENTOS-REPORT-FILE.
                   01 REPORT-LINE PIC X(120).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ACUERDOS PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-CLIENTES PIC X(2).

               01 WS-ITEM-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-CLIENTES-OK PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-ANULAR VALUE "N".
                   88 OPCION-VENCIMIENTOS VALUE "V".
                   88 OPCION-SALIR VALUE "S".

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.

               01 EOF-SCAN PIC X VALUE 'N'.
                   88 FIN-SCAN VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-NUMERO-ACU PIC 9(8).
               01 WS-CLI-ACU PIC 9(8).
               01 WS-AMBITO-ACU PIC X(1).
               01 WS-ITEM-CAT-ACU PIC X(8).
               01 WS-MODO-ACU PIC X(1).
               01 WS-PRECIO-ACU PIC 9(3)V99.
               01 WS-DTO-ACU PIC 9(2)V99.
               01 WS-DESDE-ACU PIC 9(8).
               01 WS-HASTA-ACU PIC 9(8).
               01 WS-RESPUESTA PIC X(1).

      *>   VENTANA DEL INFORME DE VENCIMIENTOS, EN DIAS DESDE HOY
               01 WS-DIAS-AVISO PIC 9(3) VALUE 30.
               01 WS-FECHA-AVISO PIC 9(8).
               01 WS-DIAS-RESTANTES PIC 9(3).
               01 WS-VENCEN PIC 9(5) VALUE ZERO.

               01 WS-SECUENCIA-ACUERDO PIC X(10) VALUE "ACUERDO".
               01 WS-SECUENCIA-VALOR PIC 9(8).

               01 WS-NOMBRE-CLIENTE PIC X(20).
               01 WS-CONDICION PIC X(20).
               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-DTO-ED PIC Z9,99.
               01 WS-CONTADOR-ED PIC ZZ.ZZ9.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   ACUERDOS DE PRECIO CON CLIENTES PROFESIONALES: PRECIO NETO
      *>   O DESCUENTO POR ARTICULO, O DESCUENTO POR CATEGORIA, CON
      *>   FECHAS DE VIGENCIA. LA CAPTURA Y EL CIERRE DE VENTAS LOS
      *>   APLICAN; EL INFORME DE VENCIMIENTOS AVISA A VENTAS DE LOS
      *>   QUE CADUCAN PRONTO PARA RENEGOCIARLOS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O ACUERDOS-PRECIO-FILE.
               IF ST-ACUERDOS = "35"
                   OPEN OUTPUT ACUERDOS-PRECIO-FILE
                   CLOSE ACUERDOS-PRECIO-FILE
                   OPEN I-O ACUERDOS-PRECIO-FILE
               END-IF.

               MOVE 'N' TO WS-ITEM-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: maestro de articulos no disponible ("
                       ST-ITEM "); no se validaran los articulos"
               END-IF.

               MOVE 'N' TO WS-CLIENTES-OK.
               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: fichero de clientes no disponible ("
                       ST-CLIENTES "); no se validaran los clientes"
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "ACUERDOS DE PRECIO CON CLIENTES"
                   DISPLAY "  A - Alta de acuerdo"
                   DISPLAY "  C - Consulta de acuerdos de un cliente"
                   DISPLAY "  N - Anular acuerdo"
                   DISPLAY "  V - Informe de acuerdos que vencen"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-ACUERDO
                               THRU ALTA-ACUERDO-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-ACUERDOS
                       WHEN OPCION-ANULAR
                           PERFORM ANULAR-ACUERDO
                               THRU ANULAR-ACUERDO-EXIT
                       WHEN OPCION-VENCIMIENTOS
                           PERFORM INFORME-VENCIMIENTOS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE ACUERDOS-PRECIO-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-ACUERDO.
               MOVE 'S' TO WS-DATOS-VALIDOS.

               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CLI-ACU.
               ACCEPT WS-CLI-ACU.
               IF WS-CLI-ACU = ZERO
                   DISPLAY "ERROR: el acuerdo ha de ser con un cliente"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.
               IF DATOS-VALIDOS AND CLIENTES-DISPONIBLE
                   MOVE WS-CLI-ACU TO CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: cliente desconocido: "
                               WS-CLI-ACU
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       NOT INVALID KEY
                           DISPLAY "  " CLIENTE-NOMBRE
                   END-READ
               END-IF.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ACUERDO-EXIT
               END-IF.

               DISPLAY "Ambito (A=articulo C=categoria): "
                   WITH NO ADVANCING.
               MOVE SPACE TO WS-AMBITO-ACU.
               ACCEPT WS-AMBITO-ACU.
               MOVE SPACES TO WS-ITEM-CAT-ACU.
               EVALUATE WS-AMBITO-ACU
                   WHEN "A"
                       DISPLAY "ID articulo (8): " WITH NO ADVANCING
                       ACCEPT WS-ITEM-CAT-ACU
                       PERFORM VALIDAR-ARTICULO-ACUERDO
                   WHEN "C"
                       DISPLAY "Categoria (2): " WITH NO ADVANCING
                       ACCEPT WS-ITEM-CAT-ACU (1:2)
                       IF WS-ITEM-CAT-ACU = SPACES
                           DISPLAY "ERROR: falta la categoria"
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       END-IF
                       IF WS-ITEM-CAT-ACU (1:2) = "TR"
                           DISPLAY "ERROR: las tarjetas regalo no "
                               "admiten acuerdos de precio"
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       END-IF
                   WHEN OTHER
                       DISPLAY "ERROR: ambito no valido"
                       MOVE 'N' TO WS-DATOS-VALIDOS
               END-EVALUATE.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ACUERDO-EXIT
               END-IF.

      *>   UNA CATEGORIA AGRUPA ARTICULOS DE PRECIOS DISTINTOS: SOLO
      *>   ADMITE DESCUENTO
               IF WS-AMBITO-ACU = "C"
                   MOVE "D" TO WS-MODO-ACU
               ELSE
                   DISPLAY "Condicion (P=precio neto D=descuento %): "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-MODO-ACU
                   ACCEPT WS-MODO-ACU
               END-IF.
               MOVE ZERO TO WS-PRECIO-ACU.
               MOVE ZERO TO WS-DTO-ACU.
               EVALUATE WS-MODO-ACU
                   WHEN "P"
                       DISPLAY "Precio neto acordado: "
                           WITH NO ADVANCING
                       ACCEPT WS-PRECIO-ACU
                       IF WS-PRECIO-ACU = ZERO
                           DISPLAY "ERROR: precio a cero"
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       END-IF
                   WHEN "D"
                       DISPLAY "Descuento acordado (%): "
                           WITH NO ADVANCING
                       ACCEPT WS-DTO-ACU
                       IF WS-DTO-ACU = ZERO
                           DISPLAY "ERROR: descuento a cero"
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       END-IF
                   WHEN OTHER
                       DISPLAY "ERROR: condicion no valida"
                       MOVE 'N' TO WS-DATOS-VALIDOS
               END-EVALUATE.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ACUERDO-EXIT
               END-IF.

               DISPLAY "Vigente desde (AAAAMMDD, vacio=hoy): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-DESDE-ACU.
               ACCEPT WS-DESDE-ACU.
               IF WS-DESDE-ACU = ZERO
                   MOVE WS-HOY TO WS-DESDE-ACU
               END-IF.
               DISPLAY "Vigente hasta (AAAAMMDD): " WITH NO ADVANCING.
               MOVE ZERO TO WS-HASTA-ACU.
               ACCEPT WS-HASTA-ACU.
               IF WS-HASTA-ACU < WS-DESDE-ACU
                   DISPLAY "ERROR: la fecha hasta es anterior a la "
                       "fecha desde"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ACUERDO-EXIT
               END-IF.

      *>   DOS ACUERDOS ACTIVOS DEL MISMO CLIENTE Y AMBITO NO PUEDEN
      *>   SOLAPARSE EN FECHAS: NO HABRIA MANERA DE SABER CUAL RIGE
               PERFORM VERIFICAR-SOLAPE.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ACUERDO-EXIT
               END-IF.

               INITIALIZE ACUERDO-PRECIO-REG.
               CALL "siguientesecuencia" USING WS-SECUENCIA-ACUERDO
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO ACU-NUMERO.
               MOVE WS-CLI-ACU TO ACU-CLI-ID.
               MOVE WS-AMBITO-ACU TO ACU-AMBITO.
               MOVE WS-ITEM-CAT-ACU TO ACU-ITEM-CAT.
               MOVE WS-MODO-ACU TO ACU-MODO.
               MOVE WS-PRECIO-ACU TO ACU-PRECIO.
               MOVE WS-DTO-ACU TO ACU-DTO-PCT.
               MOVE WS-DESDE-ACU TO ACU-FECHA-DESDE.
               MOVE WS-HASTA-ACU TO ACU-FECHA-HASTA.
               SET ACU-ACTIVO TO TRUE.
               MOVE WS-HOY TO ACU-FECHA-ALTA.
               WRITE ACUERDO-PRECIO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL ACUERDO ("
                           ST-ACUERDOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-ACUERDO-EXIT
               END-WRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Acuerdo " ACU-NUMERO " grabado".

           ALTA-ACUERDO-EXIT.
               EXIT.

           VALIDAR-ARTICULO-ACUERDO.
               IF WS-ITEM-CAT-ACU = SPACES
                   DISPLAY "ERROR: falta el articulo"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.
               IF DATOS-VALIDOS AND ITEM-MASTER-DISPONIBLE
                   MOVE WS-ITEM-CAT-ACU TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "ERROR: articulo desconocido: "
                               WS-ITEM-CAT-ACU
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       NOT INVALID KEY
                           DISPLAY "  " ITEM-DESCRIPTION
                               " (" ITEM-CATEGORY ")"
                           IF ITEM-TARJETA-REGALO
                               DISPLAY "ERROR: las tarjetas regalo no "
                                   "admiten acuerdos de precio"
                               MOVE 'N' TO WS-DATOS-VALIDOS
                           END-IF
                   END-READ
               END-IF.

           VERIFICAR-SOLAPE.
               MOVE WS-CLI-ACU TO ACU-CLI-ID.
               MOVE 'N' TO EOF-SCAN.
               START ACUERDOS-PRECIO-FILE KEY IS EQUAL TO ACU-CLI-ID
                   INVALID KEY
                       SET FIN-SCAN TO TRUE
               END-START.
               PERFORM UNTIL FIN-SCAN
                   READ ACUERDOS-PRECIO-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF ACU-CLI-ID NOT = WS-CLI-ACU
                               SET FIN-SCAN TO TRUE
                           ELSE
                               IF ACU-ACTIVO
                                   AND ACU-AMBITO = WS-AMBITO-ACU
                                   AND ACU-ITEM-CAT = WS-ITEM-CAT-ACU
                                   AND ACU-FECHA-DESDE
                                       NOT > WS-HASTA-ACU
                                   AND ACU-FECHA-HASTA
                                       NOT < WS-DESDE-ACU
                                   DISPLAY "ERROR: se solapa con el "
                                       "acuerdo " ACU-NUMERO " ("
                                       ACU-FECHA-DESDE "-"
                                       ACU-FECHA-HASTA ")"
                                   MOVE 'N' TO WS-DATOS-VALIDOS
                                   SET FIN-SCAN TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           CONSULTA-ACUERDOS.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CLI-ACU.
               ACCEPT WS-CLI-ACU.
               MOVE ZERO TO WS-VENCEN.
               MOVE WS-CLI-ACU TO ACU-CLI-ID.
               MOVE 'N' TO EOF-SCAN.
               START ACUERDOS-PRECIO-FILE KEY IS EQUAL TO ACU-CLI-ID
                   INVALID KEY
                       SET FIN-SCAN TO TRUE
               END-START.
               PERFORM UNTIL FIN-SCAN
                   READ ACUERDOS-PRECIO-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF ACU-CLI-ID NOT = WS-CLI-ACU
                               SET FIN-SCAN TO TRUE
                           ELSE
                               ADD 1 TO WS-JOB-LEIDOS
                               ADD 1 TO WS-VENCEN
                               PERFORM DESCRIBIR-CONDICION
                               DISPLAY "  " ACU-NUMERO " "
                                   ACU-AMBITO " " ACU-ITEM-CAT " "
                                   WS-CONDICION " " ACU-FECHA-DESDE
                                   "-" ACU-FECHA-HASTA " "
                                   ACU-ESTADO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-VENCEN = ZERO
                   DISPLAY "El cliente " WS-CLI-ACU
                       " no tiene acuerdos de precio"
               END-IF.

           DESCRIBIR-CONDICION.
               MOVE SPACES TO WS-CONDICION.
               IF ACU-PRECIO-NETO
                   MOVE ACU-PRECIO TO WS-PRECIO-ED
                   STRING "NETO " WS-PRECIO-ED " EUR"
                       DELIMITED BY SIZE INTO WS-CONDICION
                   END-STRING
               ELSE
                   MOVE ACU-DTO-PCT TO WS-DTO-ED
                   STRING "DTO. " WS-DTO-ED " %"
                       DELIMITED BY SIZE INTO WS-CONDICION
                   END-STRING
               END-IF.

           ANULAR-ACUERDO.
               DISPLAY "Numero de acuerdo: " WITH NO ADVANCING.
               MOVE ZERO TO WS-NUMERO-ACU.
               ACCEPT WS-NUMERO-ACU.
               MOVE WS-NUMERO-ACU TO ACU-NUMERO.
               READ ACUERDOS-PRECIO-FILE
                   INVALID KEY
                       DISPLAY "ERROR: acuerdo inexistente: "
                           WS-NUMERO-ACU
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ANULAR-ACUERDO-EXIT
               END-READ.
               IF NOT ACU-ACTIVO
                   DISPLAY "El acuerdo ya esta anulado"
                   GO TO ANULAR-ACUERDO-EXIT
               END-IF.
               PERFORM DESCRIBIR-CONDICION.
               DISPLAY "  Cliente " ACU-CLI-ID " " ACU-AMBITO " "
                   ACU-ITEM-CAT " " WS-CONDICION " "
                   ACU-FECHA-DESDE "-" ACU-FECHA-HASTA.
               DISPLAY "Confirmar anulacion (S/N): " WITH NO ADVANCING.
               MOVE SPACE TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S"
                   GO TO ANULAR-ACUERDO-EXIT
               END-IF.
               SET ACU-ANULADO TO TRUE.
               REWRITE ACUERDO-PRECIO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ANULAR EL ACUERDO ("
                           ST-ACUERDOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ANULAR-ACUERDO-EXIT
               END-REWRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Acuerdo " ACU-NUMERO " anulado".

           ANULAR-ACUERDO-EXIT.
               EXIT.

           INFORME-VENCIMIENTOS.
      *>   ACUERDOS ACTIVOS QUE CADUCAN ENTRE HOY Y LA VENTANA DE
      *>   AVISO, POR CLIENTE, PARA QUE VENTAS LOS RENEGOCIE A TIEMPO
               COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOY) + WS-DIAS-AVISO).
               MOVE ZERO TO WS-VENCEN.

               OPEN OUTPUT VENCIMIENTOS-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ACUERDOS DE PRECIO QUE VENCEN ENTRE " WS-HOY
                   " Y " WS-FECHA-AVISO
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  ACUERDO  CLIENTE  NOMBRE               A "
                   & "ARTIC/CAT CONDICION            HASTA    DIAS"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZEROS TO ACU-CLI-ID.
               MOVE 'N' TO EOF-SCAN.
               START ACUERDOS-PRECIO-FILE
                   KEY IS NOT LESS THAN ACU-CLI-ID
                   INVALID KEY
                       SET FIN-SCAN TO TRUE
               END-START.
               PERFORM UNTIL FIN-SCAN
                   READ ACUERDOS-PRECIO-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF ACU-ACTIVO
                               AND ACU-FECHA-HASTA NOT < WS-HOY
                               AND ACU-FECHA-HASTA NOT > WS-FECHA-AVISO
                               PERFORM LISTAR-VENCIMIENTO
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE WS-VENCEN TO WS-CONTADOR-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "ACUERDOS A RENEGOCIAR: " WS-CONTADOR-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               CLOSE VENCIMIENTOS-REPORT-FILE.

               MOVE "acuerdos-vencimiento.dat" TO WS-SPOOL-NOMBRE.
               MOVE "ACUERDOS-PRECIO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           LISTAR-VENCIMIENTO.
               ADD 1 TO WS-VENCEN.
               MOVE SPACES TO WS-NOMBRE-CLIENTE.
               IF CLIENTES-DISPONIBLE
                   MOVE ACU-CLI-ID TO CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           MOVE "CLIENTE DESCONOCIDO"
                               TO WS-NOMBRE-CLIENTE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
                   END-READ
               END-IF.
               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE (ACU-FECHA-HASTA)
                   - FUNCTION INTEGER-OF-DATE (WS-HOY).
               PERFORM DESCRIBIR-CONDICION.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " ACU-NUMERO " " ACU-CLI-ID " "
                   WS-NOMBRE-CLIENTE " " ACU-AMBITO " " ACU-ITEM-CAT
                   " " WS-CONDICION " " ACU-FECHA-HASTA " "
                   WS-DIAS-RESTANTES
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "ACUERDOS-PRECIO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM ACUERDOS-PRECIO.
