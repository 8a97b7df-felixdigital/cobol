       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-AVALES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT AVALES-FILE
                   ASSIGN TO "avales-contrato.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS AVAL-REFERENCIA
                   ALTERNATE KEY AVAL-CODIGO WITH DUPLICATES
                   STATUS ST-AVALES.

                   SELECT CONTRATO-IDX-FILE
                   ASSIGN TO "contratos-idx.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CODIGO
                   STATUS ST-IDX.

                   SELECT OPTIONAL PARAMETROS-AUDIT-FILE
                   ASSIGN TO "parametros-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD AVALES-FILE.
                   COPY copyaval.

               FD CONTRATO-IDX-FILE.
                   COPY copycont.

               FD PARAMETROS-AUDIT-FILE.
                   01 PARAMETROS-AUDIT-REG.
                       05 PAUD-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-HORA PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-OPERADOR PIC X(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-FICHERO PIC X(24).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-CLAVE PIC X(10).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-VALOR-ANTERIOR PIC X(14).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-VALOR-NUEVO PIC X(14).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-AVALES PIC X(2).
               77 ST-IDX PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-MODIFICAR VALUE "M".
                   88 OPCION-BAJA VALUE "B".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).

               01 EOF-AVAL PIC X VALUE 'N'.
                   88 FIN-AVALES VALUE 'S'.

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.

               01 WS-NUEVA-REFERENCIA PIC X(16).
               01 WS-CODIGO-BUSCADO PIC X(10).
               01 WS-TIPO PIC X(1).
               01 WS-ENTIDAD PIC X(30).
               01 WS-IMPORTE PIC 9(7)V99.
               01 WS-FECHA-EMISION PIC 9(8).
               01 WS-FECHA-VENC PIC 9(8).
               01 WS-LISTADOS PIC 9(5).
               01 WS-TOTAL-VIGENTE PIC 9(9)V99.

               01 WS-SITUACION PIC X(10).
               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-LIMITE-ED PIC Z.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   MANTENIMIENTO DE LOS AVALES BANCARIOS Y DEPOSITOS QUE
      *>   GARANTIZAN LOS CONTRATOS: ALTA LIGADA AL CODIGO DE
      *>   CONTRATO, MODIFICACION DE IMPORTE Y VENCIMIENTO (PRORROGA
      *>   DEL AVAL), CANCELACION AL DEVOLVERLO Y CONSULTA. CADA
      *>   CAMBIO QUEDA AUDITADO COMO EN EL MANTENIMIENTO DE
      *>   PARAMETROS
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O AVALES-FILE.
               IF ST-AVALES = "35"
                   OPEN OUTPUT AVALES-FILE
                   CLOSE AVALES-FILE
                   OPEN I-O AVALES-FILE
               END-IF.

               OPEN INPUT CONTRATO-IDX-FILE.
               IF ST-IDX NOT = "00"
                   DISPLAY "No se puede abrir el maestro de "
                       "contratos (" ST-IDX ")"
                   CLOSE AVALES-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "MANTENIMIENTO DE AVALES DE CONTRATOS"
                   DISPLAY "  A - Alta de aval o deposito"
                   DISPLAY "  M - Modificar importe y vencimiento"
                   DISPLAY "  B - Cancelacion (devolucion) de aval"
                   DISPLAY "  C - Consulta de los avales de un "
                       "contrato"
                   DISPLAY "  L - Listado de avales"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-AVAL
                               THRU ALTA-AVAL-EXIT
                       WHEN OPCION-MODIFICAR
                           PERFORM MODIFICAR-AVAL
                               THRU MODIFICAR-AVAL-EXIT
                       WHEN OPCION-BAJA
                           PERFORM BAJA-AVAL
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-AVALES-CONTRATO
                               THRU CONSULTA-AVALES-CONTRATO-EXIT
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-AVALES
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE AVALES-FILE.
               CLOSE CONTRATO-IDX-FILE.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-AVAL.
               DISPLAY "Referencia del aval (16): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-NUEVA-REFERENCIA.
               ACCEPT WS-NUEVA-REFERENCIA.
               DISPLAY "Codigo de contrato: " WITH NO ADVANCING.
               MOVE SPACES TO WS-CODIGO-BUSCADO.
               ACCEPT WS-CODIGO-BUSCADO.

               MOVE WS-CODIGO-BUSCADO TO CODIGO.
               READ CONTRATO-IDX-FILE
                   INVALID KEY
                       DISPLAY "Contrato no encontrado ("
                           ST-IDX ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-AVAL-EXIT
               END-READ.
               MOVE IMP-LIM TO WS-LIMITE-ED.
               DISPLAY "  " NOMBRE " limite " WS-LIMITE-ED.

               DISPLAY "Tipo (B aval bancario, D deposito): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-TIPO.
               ACCEPT WS-TIPO.
               DISPLAY "Entidad emisora: " WITH NO ADVANCING.
               MOVE SPACES TO WS-ENTIDAD.
               ACCEPT WS-ENTIDAD.
               DISPLAY "Importe garantizado: " WITH NO ADVANCING.
               MOVE ZERO TO WS-IMPORTE.
               ACCEPT WS-IMPORTE.
               DISPLAY "Fecha de emision (AAAAMMDD): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-EMISION.
               ACCEPT WS-FECHA-EMISION.
               DISPLAY "Fecha de vencimiento (AAAAMMDD, 0 sin "
                   "vencimiento): " WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-VENC.
               ACCEPT WS-FECHA-VENC.

               PERFORM VALIDAR-AVAL.
               IF WS-NUEVA-REFERENCIA = SPACES
                   DISPLAY "ERROR: la referencia no puede ir en blanco"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.
               IF WS-TIPO NOT = "B" AND WS-TIPO NOT = "D"
                   DISPLAY "ERROR: el tipo debe ser B o D"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.
               IF WS-ENTIDAD = SPACES
                   DISPLAY "ERROR: falta la entidad emisora"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.
               IF WS-FECHA-EMISION = ZERO OR WS-FECHA-EMISION > WS-HOY
                   DISPLAY "ERROR: fecha de emision no valida"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-AVAL-EXIT
               END-IF.

               INITIALIZE AVAL-REG.
               MOVE WS-NUEVA-REFERENCIA TO AVAL-REFERENCIA.
               MOVE WS-CODIGO-BUSCADO TO AVAL-CODIGO.
               MOVE WS-TIPO TO AVAL-TIPO.
               MOVE WS-ENTIDAD TO AVAL-ENTIDAD.
               MOVE WS-IMPORTE TO AVAL-IMPORTE.
               MOVE WS-FECHA-EMISION TO AVAL-FECHA-EMISION.
               MOVE WS-FECHA-VENC TO AVAL-FECHA-VENC.
               SET AVAL-ACTIVO TO TRUE.
               MOVE ZERO TO AVAL-FECHA-BAJA.
               WRITE AVAL-REG
                   INVALID KEY
                       DISPLAY "ERROR: la referencia ya existe ("
                           ST-AVALES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-AVAL-EXIT
               END-WRITE.
               DISPLAY "Aval " AVAL-REFERENCIA " dado de alta".
               ADD 1 TO WS-JOB-ESCRITOS.
               MOVE AVAL-CODIGO TO PAUD-CLAVE.
               MOVE SPACES TO PAUD-VALOR-ANTERIOR.
               MOVE AVAL-REFERENCIA TO PAUD-VALOR-NUEVO.
               PERFORM REGISTRAR-CAMBIO.

           ALTA-AVAL-EXIT.
               EXIT.

           VALIDAR-AVAL.
      *>   COMPROBACIONES COMUNES AL ALTA Y A LA MODIFICACION
               MOVE 'S' TO WS-DATOS-VALIDOS.
               IF WS-IMPORTE = ZERO
                   DISPLAY "ERROR: el importe debe ser mayor que cero"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.
               IF WS-FECHA-VENC NOT = ZERO
                   AND WS-FECHA-VENC NOT > WS-HOY
                   DISPLAY "ERROR: el vencimiento debe ser posterior "
                       "a hoy"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

           MODIFICAR-AVAL.
      *>   LA PRORROGA O LA REDUCCION DE UN AVAL SE ANOTA SOBRE EL
      *>   MISMO REGISTRO; EL VALOR ANTERIOR QUEDA EN LA AUDITORIA
               DISPLAY "Referencia del aval: " WITH NO ADVANCING.
               MOVE SPACES TO AVAL-REFERENCIA.
               ACCEPT AVAL-REFERENCIA.
               READ AVALES-FILE
                   INVALID KEY
                       DISPLAY "Aval no encontrado (" ST-AVALES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO MODIFICAR-AVAL-EXIT
               END-READ.
               IF AVAL-CANCELADO
                   DISPLAY "El aval esta cancelado desde "
                       AVAL-FECHA-BAJA
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO MODIFICAR-AVAL-EXIT
               END-IF.

               MOVE AVAL-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "  Contrato " AVAL-CODIGO " importe "
                   WS-IMPORTE-ED " vence " AVAL-FECHA-VENC.
               DISPLAY "Nuevo importe garantizado: "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-IMPORTE.
               ACCEPT WS-IMPORTE.
               DISPLAY "Nueva fecha de vencimiento (AAAAMMDD, 0 sin "
                   "vencimiento): " WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-VENC.
               ACCEPT WS-FECHA-VENC.

               PERFORM VALIDAR-AVAL.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO MODIFICAR-AVAL-EXIT
               END-IF.

               MOVE AVAL-CODIGO TO PAUD-CLAVE.
               MOVE SPACES TO PAUD-VALOR-ANTERIOR.
               STRING AVAL-FECHA-VENC DELIMITED BY SIZE
                   INTO PAUD-VALOR-ANTERIOR
               END-STRING.
               MOVE WS-IMPORTE TO AVAL-IMPORTE.
               MOVE WS-FECHA-VENC TO AVAL-FECHA-VENC.
               REWRITE AVAL-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL AVAL ("
                           ST-AVALES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO MODIFICAR-AVAL-EXIT
               END-REWRITE.
               DISPLAY "Aval " AVAL-REFERENCIA " actualizado".
               ADD 1 TO WS-JOB-ESCRITOS.
               MOVE SPACES TO PAUD-VALOR-NUEVO.
               STRING AVAL-FECHA-VENC DELIMITED BY SIZE
                   INTO PAUD-VALOR-NUEVO
               END-STRING.
               PERFORM REGISTRAR-CAMBIO.

           MODIFICAR-AVAL-EXIT.
               EXIT.

           BAJA-AVAL.
               DISPLAY "Referencia del aval: " WITH NO ADVANCING.
               MOVE SPACES TO AVAL-REFERENCIA.
               ACCEPT AVAL-REFERENCIA.
               READ AVALES-FILE
                   INVALID KEY
                       DISPLAY "Aval no encontrado (" ST-AVALES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       IF AVAL-CANCELADO
                           DISPLAY "El aval ya esta cancelado desde "
                               AVAL-FECHA-BAJA
                       ELSE
                           PERFORM CANCELAR-AVAL-LEIDO
                       END-IF
               END-READ.

           CANCELAR-AVAL-LEIDO.
               MOVE AVAL-CODIGO TO PAUD-CLAVE.
               MOVE AVAL-REFERENCIA TO PAUD-VALOR-ANTERIOR.
               SET AVAL-CANCELADO TO TRUE.
               MOVE WS-HOY TO AVAL-FECHA-BAJA.
               REWRITE AVAL-REG
                   INVALID KEY
                       DISPLAY "ERROR AL CANCELAR EL AVAL ("
                           ST-AVALES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Aval " AVAL-REFERENCIA " cancelado"
                       ADD 1 TO WS-JOB-ESCRITOS
                       MOVE "CANCELADO" TO PAUD-VALOR-NUEVO
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE.

           CONSULTA-AVALES-CONTRATO.
               DISPLAY "Codigo de contrato: " WITH NO ADVANCING.
               MOVE SPACES TO WS-CODIGO-BUSCADO.
               ACCEPT WS-CODIGO-BUSCADO.
               MOVE WS-CODIGO-BUSCADO TO CODIGO.
               READ CONTRATO-IDX-FILE
                   INVALID KEY
                       DISPLAY "Contrato no encontrado ("
                           ST-IDX ")"
                       GO TO CONSULTA-AVALES-CONTRATO-EXIT
               END-READ.
               MOVE IMP-LIM TO WS-LIMITE-ED.
               DISPLAY "  " NOMBRE " limite " WS-LIMITE-ED.

               MOVE ZERO TO WS-LISTADOS.
               MOVE ZERO TO WS-TOTAL-VIGENTE.
               MOVE WS-CODIGO-BUSCADO TO AVAL-CODIGO.
               MOVE 'N' TO EOF-AVAL.
               START AVALES-FILE KEY IS EQUAL TO AVAL-CODIGO
                   INVALID KEY
                       SET FIN-AVALES TO TRUE
               END-START.
               PERFORM UNTIL FIN-AVALES
                   READ AVALES-FILE NEXT RECORD
                       AT END
                           SET FIN-AVALES TO TRUE
                       NOT AT END
                           IF AVAL-CODIGO NOT = WS-CODIGO-BUSCADO
                               SET FIN-AVALES TO TRUE
                           ELSE
                               PERFORM MOSTRAR-AVAL
                               IF WS-SITUACION = "EN VIGOR"
                                   ADD AVAL-IMPORTE
                                       TO WS-TOTAL-VIGENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "El contrato no tiene avales registrados"
               ELSE
                   MOVE WS-TOTAL-VIGENTE TO WS-TOTAL-ED
                   DISPLAY "  Total garantizado en vigor: "
                       WS-TOTAL-ED
               END-IF.

           CONSULTA-AVALES-CONTRATO-EXIT.
               EXIT.

           LISTADO-AVALES.
               MOVE ZERO TO WS-LISTADOS.
               MOVE LOW-VALUES TO AVAL-REFERENCIA.
               MOVE 'N' TO EOF-AVAL.
               START AVALES-FILE
                   KEY IS NOT LESS THAN AVAL-REFERENCIA
                   INVALID KEY
                       SET FIN-AVALES TO TRUE
               END-START.
               PERFORM UNTIL FIN-AVALES
                   READ AVALES-FILE NEXT RECORD
                       AT END
                           SET FIN-AVALES TO TRUE
                       NOT AT END
                           PERFORM MOSTRAR-AVAL
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "No hay avales registrados"
               END-IF.

           MOSTRAR-AVAL.
      *>   UN AVAL ACTIVO CON EL VENCIMIENTO PASADO SE MUESTRA COMO
      *>   VENCIDO: YA NO CUBRE NADA Y BLOQUEA LA RENOVACION
               ADD 1 TO WS-LISTADOS.
               ADD 1 TO WS-JOB-LEIDOS.
               EVALUATE TRUE
                   WHEN AVAL-CANCELADO
                       MOVE "CANCELADO" TO WS-SITUACION
                   WHEN AVAL-FECHA-VENC NOT = ZERO
                       AND AVAL-FECHA-VENC < WS-HOY
                       MOVE "VENCIDO" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "EN VIGOR" TO WS-SITUACION
               END-EVALUATE.
               MOVE AVAL-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "  " AVAL-REFERENCIA " " AVAL-CODIGO
                   " " AVAL-TIPO " " WS-IMPORTE-ED
                   " vence " AVAL-FECHA-VENC
                   " " WS-SITUACION.
               DISPLAY "      " AVAL-ENTIDAD
                   " emitido " AVAL-FECHA-EMISION.

           REGISTRAR-CAMBIO.
      *>   ESPERA PAUD-CLAVE Y LOS DOS VALORES YA CARGADOS POR EL
      *>   CALLER, COMO EN EL MANTENIMIENTO DE PARAMETROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO PAUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO PAUD-HORA.
               MOVE WS-OPERADOR TO PAUD-OPERADOR.
               MOVE "avales-contrato.dat" TO PAUD-FICHERO.
               OPEN EXTEND PARAMETROS-AUDIT-FILE.
               WRITE PARAMETROS-AUDIT-REG.
               CLOSE PARAMETROS-AUDIT-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "MANT-AVALES" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM MANT-AVALES.
