       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALORIZACION-IPC.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CONTRATO-IDX-FILE
                   ASSIGN TO "contratos-idx.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CODIGO
                   STATUS ST-IDX.

                   SELECT REVALORIZACIONES-FILE
                   ASSIGN TO "revalorizaciones-contrato.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS REV-CLAVE
                   STATUS ST-REVAL.

                   SELECT OPTIONAL IPC-FILE
                   ASSIGN TO "indices-ipc.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IPC-PERIODO
                   STATUS ST-IPC.

                   SELECT OPTIONAL TARIFAS-CONTRATO-FILE
                   ASSIGN TO "tarifas-contrato.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL CONTRATO-PARAMETROS-FILE
                   ASSIGN TO "contrato-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL CONTRATO-AUDIT-FILE
                   ASSIGN TO "contrato-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL XREF-FILE
                   ASSIGN TO "contrato-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XREF-NIF
                   STATUS ST-XREF.

                   SELECT OPTIONAL CONTACTOS-FILE
                   ASSIGN TO "contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT CARTAS-FILE
                   ASSIGN TO "cartas-revalorizacion.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT INFORME-FILE
                   ASSIGN TO "informe-revalorizacion.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD CONTRATO-IDX-FILE.
                   COPY copycont.

               FD REVALORIZACIONES-FILE.
                   COPY copyrevc.

               FD IPC-FILE.
                   COPY copyipc.

      *>   PRIMERA LINEA: PORCENTAJE DE LA CUOTA PERIODICA SOBRE EL
      *>   IMPORTE LIMITE, QUE RIGE MIENTRAS EL CONTRATO NO TIENE
      *>   CUOTA PROPIA
               FD TARIFAS-CONTRATO-FILE.
                   01 TARIFAS-CONTRATO-LINE PIC X(10).
                   01 TARIFA-PCT-REG REDEFINES TARIFAS-CONTRATO-LINE.
                       05 TAR-PCT PIC 9(2),99.
                       05 FILLER PIC X(5).

      *>   MISMO REGISTRO QUE MANTIENE MANT-PARAMETROS; EL CUARTO
      *>   CAMPO ES EL TOPE DE LA REVALORIZACION
               FD CONTRATO-PARAMETROS-FILE.
                   01 CONTRATO-PARAMETROS-LINE PIC X(37).

               FD CONTRATO-AUDIT-FILE.
                   01 CONTRATO-AUDIT-REG.
                       05 AUD-FECHA PIC 9(8).
                       05 AUD-HORA PIC 9(6).
                       05 AUD-SEQ PIC 9(8).
                       05 AUD-OPERACION PIC X(1).
                       05 AUD-ANTES PIC X(80).
                       05 AUD-DESPUES PIC X(80).
                       05 AUD-OPERADOR PIC X(8).
                       05 AUD-APROBADOR PIC X(8).

               FD XREF-FILE.
                   COPY copyxref.

               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD CARTAS-FILE.
                   01 CARTA-LINE PIC X(80).

               FD INFORME-FILE.
                   01 INFORME-LINE PIC X(120).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-IDX PIC X(2).
               77 ST-REVAL PIC X(2).
               77 ST-IPC PIC X(2).
               77 ST-XREF PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-DIRECCIONES PIC X(2).

               01 WS-XREF-OK PIC X VALUE 'N'.
                   88 XREF-DISPONIBLE VALUE 'S'.
               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-DIRECCIONES-OK PIC X VALUE 'N'.
                   88 DIRECCIONES-DISPONIBLE VALUE 'S'.
               01 WS-ENVIO-POSTAL PIC X VALUE 'N'.
                   88 ENVIO-POSTAL VALUE 'S'.
               COPY copyprvn.

               01 EOF-CONTRATO PIC X VALUE 'N'.
                   88 FIN-CONTRATOS VALUE 'S'.
               01 EOF-REVAL PIC X VALUE 'N'.
                   88 FIN-REVAL VALUE 'S'.
               01 EOF-IPC PIC X VALUE 'N'.
                   88 FIN-IPC VALUE 'S'.

      *>   PARAMETROS: PORCENTAJE DE TARIFA Y TOPE DE REVALORIZACION
               01 PARM-TARIFA-PCT PIC 9(2)V99 VALUE 1,00.
               01 PARM-CONTRATO-REG.
                   05 PARM-IMP-LIM-MIN PIC 9(9)V99.
                   05 PARM-IMP-LIM-MAX PIC 9(9)V99.
                   05 PARM-IMP-LIM-APROB PIC 9(9)V99.
                   05 PARM-TOPE-IPC PIC 9(2)V99.

               01 WS-HOY PIC 9(8).
               01 WS-PERIODO-ACTUAL PIC 9(6).
      *>   PERIODO EN QUE EMPIEZA A FACTURARSE LA CUOTA NUEVA: EL MES
      *>   SIGUIENTE, QUE ES EL DE ANIVERSARIO DE LOS CONTRATOS QUE SE
      *>   REVALORIZAN EN ESTA PASADA
               01 WS-PERIODO-EFECTO.
                   05 WS-EFECTO-ANO PIC 9(4).
                   05 WS-EFECTO-MES PIC 9(2).
               01 WS-FEC-FIN-NUM PIC 9(8).

      *>   INDICES QUE SE COMPARAN Y SU VARIACION INTERANUAL
               01 WS-IPC-OK PIC X VALUE 'N'.
                   88 IPC-DISPONIBLE VALUE 'S'.
               01 WS-IPC-PERIODO PIC 9(6) VALUE ZERO.
               01 WS-IPC-NUEVO PIC 9(3)V999 VALUE ZERO.
               01 WS-IPC-PERIODO-BASE PIC 9(6) VALUE ZERO.
               01 WS-IPC-BASE PIC 9(3)V999 VALUE ZERO.
               01 WS-VARIACION PIC S9(3)V99 VALUE ZERO.
               01 WS-PCT-APLICADO PIC 9(3)V99 VALUE ZERO.

               01 WS-CUOTA-ANTERIOR PIC 9(7)V99.
               01 WS-CUOTA-NUEVA PIC 9(7)V99.
               01 WS-IMAGEN-ANTES PIC X(80).
               01 WS-AUDIT-SECUENCIA PIC X(10) VALUE "AUDITCONTR".
               01 WS-AUDIT-SEQ-VALOR PIC 9(8).

               01 WS-CANAL PIC X(30).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-CUOTA-ANT-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-CUOTA-NUE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-INDICE-ED PIC ZZ9,999.
               01 WS-INDICE-BASE-ED PIC ZZ9,999.
               01 WS-VARIACION-ED PIC -ZZ9,99.
               01 WS-PCT-ED PIC ZZ9,99.
               01 WS-TOPE-ED PIC Z9,99.

               01 WS-NUM-CALCULADAS PIC 9(6) VALUE ZERO.
               01 WS-NUM-APLICADAS PIC 9(6) VALUE ZERO.
               01 WS-NUM-CARTAS PIC 9(6) VALUE ZERO.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   REVALORIZACION ANUAL DE CUOTAS POR EL IPC. SE EJECUTA CADA
      *>   MES ANTES DE LA FACTURACION DE CONTRATOS:
      *>   1) APLICA AL CONTRATO LAS REVALORIZACIONES NOTIFICADAS CUYO
      *>      PERIODO DE EFECTO HA LLEGADO, CON SU APUNTE EN
      *>      contrato-audit.dat (OPERACION "V")
      *>   2) CALCULA LA DE LOS CONTRATOS CUYO MES DE ANIVERSARIO (EL
      *>      DE FEC-FIN) ES EL SIGUIENTE: VARIACION INTERANUAL DEL
      *>      ULTIMO IPC PUBLICADO CON EL TOPE DE contrato-parametros,
      *>      Y ESCRIBE LA CARTA AL CLIENTE UN MES ANTES DE FACTURARLA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               MOVE WS-HOY (1:6) TO WS-PERIODO-ACTUAL.
               MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-EFECTO.
               IF WS-EFECTO-MES = 12
                   ADD 1 TO WS-EFECTO-ANO
                   MOVE 1 TO WS-EFECTO-MES
               ELSE
                   ADD 1 TO WS-EFECTO-MES
               END-IF.

               PERFORM INICIALIZAR-PARAMETROS.

               OPEN I-O CONTRATO-IDX-FILE.
               IF ST-IDX NOT = "00"
                   DISPLAY "No hay fichero de contratos ("
                       ST-IDX ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O REVALORIZACIONES-FILE.
               IF ST-REVAL = "35"
                   OPEN OUTPUT REVALORIZACIONES-FILE
                   CLOSE REVALORIZACIONES-FILE
                   OPEN I-O REVALORIZACIONES-FILE
               END-IF.

               MOVE 'N' TO WS-XREF-OK.
               OPEN INPUT XREF-FILE.
               IF ST-XREF = "00"
                   SET XREF-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-CONTACTOS-OK.
               OPEN INPUT CONTACTOS-FILE.
               IF ST-CONTACTOS = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-DIRECCIONES-OK.
               OPEN INPUT DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "00"
                   SET DIRECCIONES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM BUSCAR-INDICES.

               OPEN OUTPUT INFORME-FILE.
               OPEN OUTPUT CARTAS-FILE.

               MOVE SPACES TO INFORME-LINE.
               STRING "REVALORIZACION DE CUOTAS POR IPC - FECHA "
                   WS-HOY
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               WRITE INFORME-LINE.

               PERFORM APLICAR-REVALORIZACIONES.
               PERFORM CALCULAR-REVALORIZACIONES
                   THRU CALCULAR-REVALORIZACIONES-EXIT.

               CLOSE CARTAS-FILE.
               CLOSE INFORME-FILE.
               CLOSE REVALORIZACIONES-FILE.
               CLOSE CONTRATO-IDX-FILE.
               IF XREF-DISPONIBLE
                   CLOSE XREF-FILE
               END-IF.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF DIRECCIONES-DISPONIBLE
                   CLOSE DIRECCIONES-FILE
               END-IF.

               MOVE "informe-revalorizacion.dat" TO WS-SPOOL-NOMBRE.
               MOVE "REVALORIZACION-IPC" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.
               IF WS-NUM-CARTAS > ZERO
                   MOVE "cartas-revalorizacion.dat" TO WS-SPOOL-NOMBRE
                   CALL "registrarspool" USING WS-SPOOL-NOMBRE
                       WS-SPOOL-PROGRAMA WS-SPOOL-FECHA
               END-IF.

               DISPLAY "Revalorizaciones aplicadas: " WS-NUM-APLICADAS
                   "; calculadas para " WS-PERIODO-EFECTO ": "
                   WS-NUM-CALCULADAS "; cartas: " WS-NUM-CARTAS.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               MOVE 1,00 TO PARM-TARIFA-PCT.
               OPEN INPUT TARIFAS-CONTRATO-FILE.
               READ TARIFAS-CONTRATO-FILE
                   NOT AT END
                       MOVE TAR-PCT TO PARM-TARIFA-PCT
                   AT END
                       CONTINUE
               END-READ.
               CLOSE TARIFAS-CONTRATO-FILE.

      *>   LOS FICHEROS ANTERIORES AL TOPE NO TRAEN EL CUARTO CAMPO
               OPEN INPUT CONTRATO-PARAMETROS-FILE.
               MOVE SPACES TO CONTRATO-PARAMETROS-LINE.
               READ CONTRATO-PARAMETROS-FILE
                   NOT AT END
                       CONTINUE
                   AT END
                       MOVE SPACES TO CONTRATO-PARAMETROS-LINE
               END-READ.
               MOVE CONTRATO-PARAMETROS-LINE TO PARM-CONTRATO-REG.
               CLOSE CONTRATO-PARAMETROS-FILE.
               IF PARM-TOPE-IPC NOT NUMERIC
                   MOVE 5,00 TO PARM-TOPE-IPC
               END-IF.

           BUSCAR-INDICES.
      *>   ULTIMO INDICE PUBLICADO ANTERIOR AL PERIODO DE EFECTO Y EL
      *>   DEL MISMO MES DEL ANO ANTERIOR; SIN AMBOS NO SE CALCULA
      *>   NINGUNA REVALORIZACION EN ESTA PASADA
               MOVE 'N' TO WS-IPC-OK.
               OPEN INPUT IPC-FILE.
               IF ST-IPC NOT = "00"
                   CLOSE IPC-FILE
               ELSE
                   MOVE ZERO TO IPC-PERIODO
                   MOVE 'N' TO EOF-IPC
                   START IPC-FILE KEY IS NOT LESS THAN IPC-PERIODO
                       INVALID KEY
                           SET FIN-IPC TO TRUE
                   END-START
                   PERFORM UNTIL FIN-IPC
                       READ IPC-FILE NEXT RECORD
                           AT END
                               SET FIN-IPC TO TRUE
                           NOT AT END
                               IF IPC-PERIODO < WS-PERIODO-EFECTO
                                   MOVE IPC-PERIODO TO WS-IPC-PERIODO
                                   MOVE IPC-INDICE TO WS-IPC-NUEVO
                               ELSE
                                   SET FIN-IPC TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-IPC-PERIODO NOT = ZERO
                       COMPUTE WS-IPC-PERIODO-BASE =
                           WS-IPC-PERIODO - 100
                       MOVE WS-IPC-PERIODO-BASE TO IPC-PERIODO
                       READ IPC-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE IPC-INDICE TO WS-IPC-BASE
                               IF WS-IPC-BASE > ZERO
                                   SET IPC-DISPONIBLE TO TRUE
                               END-IF
                       END-READ
                   END-IF
                   CLOSE IPC-FILE
               END-IF.

               IF IPC-DISPONIBLE
                   COMPUTE WS-VARIACION ROUNDED =
                       (WS-IPC-NUEVO / WS-IPC-BASE - 1) * 100
      *>   UNA VARIACION NEGATIVA NO BAJA LA CUOTA; LA POSITIVA SE
      *>   LIMITA AL TOPE DEL FICHERO DE PARAMETROS
                   IF WS-VARIACION < ZERO
                       MOVE ZERO TO WS-PCT-APLICADO
                   ELSE
                       IF WS-VARIACION > PARM-TOPE-IPC
                           MOVE PARM-TOPE-IPC TO WS-PCT-APLICADO
                       ELSE
                           MOVE WS-VARIACION TO WS-PCT-APLICADO
                       END-IF
                   END-IF
               END-IF.

           APLICAR-REVALORIZACIONES.
               MOVE SPACES TO INFORME-LINE.
               WRITE INFORME-LINE.
               MOVE SPACES TO INFORME-LINE.
               STRING "CUOTAS REVALORIZADAS CON EFECTO HASTA "
                   WS-PERIODO-ACTUAL
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               WRITE INFORME-LINE.
               PERFORM ESCRIBIR-CABECERA-DETALLE.

               MOVE LOW-VALUES TO REV-CLAVE.
               MOVE 'N' TO EOF-REVAL.
               START REVALORIZACIONES-FILE
                   KEY IS NOT LESS THAN REV-CLAVE
                   INVALID KEY
                       SET FIN-REVAL TO TRUE
               END-START.
               PERFORM UNTIL FIN-REVAL
                   READ REVALORIZACIONES-FILE NEXT RECORD
                       AT END
                           SET FIN-REVAL TO TRUE
                       NOT AT END
                           IF REV-NOTIFICADA
                               AND REV-PERIODO-EFECTO
                                   <= WS-PERIODO-ACTUAL
                               PERFORM APLICAR-REVALORIZACION
                                   THRU APLICAR-REVALORIZACION-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-NUM-APLICADAS = ZERO
                   MOVE "  (ninguna)" TO INFORME-LINE
                   WRITE INFORME-LINE
               END-IF.

           APLICAR-REVALORIZACION.
      *>   UN CONTRATO DADO DE BAJA ENTRE LA CARTA Y EL EFECTO NO SE
      *>   REVALORIZA; LA REVALORIZACION QUEDA ANULADA
               ADD 1 TO WS-JOB-LEIDOS.
               MOVE REV-CODIGO TO CODIGO.
               READ CONTRATO-IDX-FILE
                   INVALID KEY
                       SET REV-ANULADA TO TRUE
               END-READ.
               IF NOT REV-ANULADA AND CONTRATO-INACTIVO
                   SET REV-ANULADA TO TRUE
               END-IF.
               IF REV-ANULADA
                   MOVE WS-HOY TO REV-FECHA-APLICACION
                   REWRITE REVAL-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-JOB-RECHAZADOS
                   MOVE SPACES TO INFORME-LINE
                   STRING "  " REV-CODIGO
                       " ANULADA: CONTRATO DADO DE BAJA"
                       DELIMITED BY SIZE INTO INFORME-LINE
                   END-STRING
                   WRITE INFORME-LINE
                   GO TO APLICAR-REVALORIZACION-EXIT
               END-IF.

               MOVE CONTRATO-REG TO WS-IMAGEN-ANTES.
               MOVE REV-CUOTA-NUEVA TO CONTRATO-CUOTA.
               REWRITE CONTRATO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL REVALORIZAR " CODIGO
                           " (" ST-IDX ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO APLICAR-REVALORIZACION-EXIT
               END-REWRITE.
               PERFORM REGISTRAR-AUDITORIA.

               SET REV-APLICADA TO TRUE.
               MOVE WS-HOY TO REV-FECHA-APLICACION.
               REWRITE REVAL-REG
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR LA REVALORIZACION "
                           REV-CODIGO " (" ST-REVAL ")"
               END-REWRITE.

               MOVE REV-CUOTA-ANTERIOR TO WS-CUOTA-ANTERIOR.
               MOVE REV-CUOTA-NUEVA TO WS-CUOTA-NUEVA.
               PERFORM ESCRIBIR-DETALLE.
               ADD 1 TO WS-NUM-APLICADAS.
               ADD 1 TO WS-JOB-ESCRITOS.

           APLICAR-REVALORIZACION-EXIT.
               EXIT.

           CALCULAR-REVALORIZACIONES.
               MOVE SPACES TO INFORME-LINE.
               WRITE INFORME-LINE.
               MOVE PARM-TOPE-IPC TO WS-TOPE-ED.
               MOVE SPACES TO INFORME-LINE.
               STRING "REVALORIZACIONES NOTIFICADAS CON EFECTO "
                   WS-PERIODO-EFECTO " (TOPE " WS-TOPE-ED " %)"
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               WRITE INFORME-LINE.

               IF NOT IPC-DISPONIBLE
                   MOVE SPACES TO INFORME-LINE
                   STRING "  SIN INDICES DE IPC: HACE FALTA EL ULTIMO "
                       "PUBLICADO Y EL DEL MISMO MES DEL ANO "
                       "ANTERIOR EN indices-ipc.dat"
                       DELIMITED BY SIZE INTO INFORME-LINE
                   END-STRING
                   WRITE INFORME-LINE
                   DISPLAY INFORME-LINE
                   GO TO CALCULAR-REVALORIZACIONES-EXIT
               END-IF.
               PERFORM ESCRIBIR-CABECERA-DETALLE.

               MOVE 'N' TO EOF-CONTRATO.
               MOVE LOW-VALUES TO CODIGO.
               START CONTRATO-IDX-FILE KEY IS NOT LESS THAN CODIGO
                   INVALID KEY
                       SET FIN-CONTRATOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-CONTRATOS
                   READ CONTRATO-IDX-FILE NEXT RECORD
                       AT END
                           SET FIN-CONTRATOS TO TRUE
                       NOT AT END
                           PERFORM EVALUAR-CONTRATO
                               THRU EVALUAR-CONTRATO-EXIT
                   END-READ
               END-PERFORM.

               IF WS-NUM-CALCULADAS = ZERO
                   MOVE "  (ninguna)" TO INFORME-LINE
                   WRITE INFORME-LINE
               END-IF.

           CALCULAR-REVALORIZACIONES-EXIT.
               EXIT.

           EVALUAR-CONTRATO.
      *>   CONTRATOS ACTIVOS CUYO ANIVERSARIO ES EL MES DE EFECTO Y
      *>   QUE SIGUEN VIVOS DESPUES DE EL
               IF NOT CONTRATO-ACTIVO
                   GO TO EVALUAR-CONTRATO-EXIT
               END-IF.
               IF FEC-FIN IS NOT NUMERIC
                   GO TO EVALUAR-CONTRATO-EXIT
               END-IF.
               IF MONTH NOT = WS-EFECTO-MES
                   GO TO EVALUAR-CONTRATO-EXIT
               END-IF.
               MOVE FEC-FIN TO WS-FEC-FIN-NUM.
               IF WS-FEC-FIN-NUM (1:6) <= WS-PERIODO-EFECTO
                   GO TO EVALUAR-CONTRATO-EXIT
               END-IF.

      *>   UNA SOLA REVALORIZACION POR CONTRATO Y ANIVERSARIO
               MOVE CODIGO TO REV-CODIGO.
               MOVE WS-EFECTO-ANO TO REV-ANO.
               READ REVALORIZACIONES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO EVALUAR-CONTRATO-EXIT
               END-READ.

               ADD 1 TO WS-JOB-LEIDOS.
               IF CONTRATO-CUOTA NUMERIC AND CONTRATO-CUOTA > ZERO
                   MOVE CONTRATO-CUOTA TO WS-CUOTA-ANTERIOR
               ELSE
                   COMPUTE WS-CUOTA-ANTERIOR ROUNDED =
                       IMP-LIM * (PARM-TARIFA-PCT / 100)
               END-IF.
               IF WS-CUOTA-ANTERIOR = ZERO
                   GO TO EVALUAR-CONTRATO-EXIT
               END-IF.
               COMPUTE WS-CUOTA-NUEVA ROUNDED =
                   WS-CUOTA-ANTERIOR * (100 + WS-PCT-APLICADO) / 100.

               MOVE CODIGO TO REV-CODIGO.
               MOVE WS-EFECTO-ANO TO REV-ANO.
               MOVE WS-PERIODO-EFECTO TO REV-PERIODO-EFECTO.
               MOVE WS-CUOTA-ANTERIOR TO REV-CUOTA-ANTERIOR.
               MOVE WS-CUOTA-NUEVA TO REV-CUOTA-NUEVA.
               MOVE WS-IPC-PERIODO-BASE TO REV-IPC-PERIODO-BASE.
               MOVE WS-IPC-BASE TO REV-IPC-BASE.
               MOVE WS-IPC-PERIODO TO REV-IPC-PERIODO.
               MOVE WS-IPC-NUEVO TO REV-IPC-NUEVO.
               MOVE WS-VARIACION TO REV-VARIACION.
               MOVE WS-PCT-APLICADO TO REV-PCT-APLICADO.
               MOVE WS-HOY TO REV-FECHA-CALCULO.
      *>   SIN SUBIDA NO HAY NADA QUE NOTIFICAR NI APLICAR
               IF WS-CUOTA-NUEVA = WS-CUOTA-ANTERIOR
                   SET REV-APLICADA TO TRUE
                   MOVE WS-HOY TO REV-FECHA-APLICACION
               ELSE
                   SET REV-NOTIFICADA TO TRUE
                   MOVE ZERO TO REV-FECHA-APLICACION
               END-IF.
               WRITE REVAL-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA REVALORIZACION "
                           CODIGO " (" ST-REVAL ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO EVALUAR-CONTRATO-EXIT
               END-WRITE.

               PERFORM ESCRIBIR-DETALLE.
               ADD 1 TO WS-NUM-CALCULADAS.
               ADD 1 TO WS-JOB-ESCRITOS.
               IF REV-NOTIFICADA
                   PERFORM GENERAR-CARTA
               END-IF.

           EVALUAR-CONTRATO-EXIT.
               EXIT.

           ESCRIBIR-CABECERA-DETALLE.
               MOVE SPACES TO INFORME-LINE.
               STRING "  CONTRATO   NOMBRE                        "
                   "  CUOTA ANTERIOR    CUOTA NUEVA  IPC BASE"
                   "    IPC NUEVO  VARIAC.  APLIC."
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               WRITE INFORME-LINE.

           ESCRIBIR-DETALLE.
      *>   CUOTA ANTERIOR, CUOTA NUEVA E INDICE APLICADO; LOS DATOS
      *>   SALEN DEL REGISTRO DE REVALORIZACION, NO DE LA PASADA
               MOVE WS-CUOTA-ANTERIOR TO WS-CUOTA-ANT-ED.
               MOVE WS-CUOTA-NUEVA TO WS-CUOTA-NUE-ED.
               MOVE REV-IPC-BASE TO WS-INDICE-BASE-ED.
               MOVE REV-IPC-NUEVO TO WS-INDICE-ED.
               MOVE REV-VARIACION TO WS-VARIACION-ED.
               MOVE REV-PCT-APLICADO TO WS-PCT-ED.
               MOVE SPACES TO INFORME-LINE.
               STRING "  " CODIGO " " NOMBRE
                   " " WS-CUOTA-ANT-ED "  " WS-CUOTA-NUE-ED
                   " " REV-IPC-PERIODO-BASE " " WS-INDICE-BASE-ED
                   " " REV-IPC-PERIODO " " WS-INDICE-ED
                   " " WS-VARIACION-ED "% " WS-PCT-ED "%"
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               WRITE INFORME-LINE.

           GENERAR-CARTA.
      *>   CARTA AL CLIENTE DEL CONTRATO (CRUCE POR NIF) POR EL CANAL
      *>   DE SU FICHA DE CONTACTO, COMO LAS CARTAS DE RECLAMACION
               MOVE SPACES TO WS-CANAL.
               MOVE 'N' TO WS-ENVIO-POSTAL.
               MOVE ZERO TO XREF-CLI-ID.
               IF XREF-DISPONIBLE
                   MOVE NIF TO XREF-NIF
                   READ XREF-FILE
                       INVALID KEY
                           MOVE ZERO TO XREF-CLI-ID
                   END-READ
               END-IF.
               IF XREF-CLI-ID = ZERO OR NOT CONTACTOS-DISPONIBLE
                   MOVE "SIN CONTACTO REGISTRADO" TO WS-CANAL
                   SET ENVIO-POSTAL TO TRUE
               ELSE
                   MOVE XREF-CLI-ID TO CONTACTO-CLI-ID
                   READ CONTACTOS-FILE
                       INVALID KEY
                           MOVE "SIN CONTACTO REGISTRADO" TO WS-CANAL
                           SET ENVIO-POSTAL TO TRUE
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN CANAL-EMAIL
                                   MOVE CONTACTO-EMAIL TO WS-CANAL
                               WHEN CANAL-TELEFONO
                                   MOVE CONTACTO-TELEFONO TO WS-CANAL
                               WHEN OTHER
                                   MOVE "CORREO POSTAL" TO WS-CANAL
                                   SET ENVIO-POSTAL TO TRUE
                           END-EVALUATE
                   END-READ
               END-IF.

               MOVE "----------------------------------------"
                   TO CARTA-LINE.
               WRITE CARTA-LINE.
               MOVE "ACTUALIZACION ANUAL DE LA CUOTA DE SU CONTRATO"
                   TO CARTA-LINE.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "FECHA " WS-HOY
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "CLIENTE " XREF-CLI-ID " " NOMBRE
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.

               PERFORM ESCRIBIR-DIRECCION-CARTA
                   THRU ESCRIBIR-DIRECCION-CARTA-EXIT.

               MOVE SPACES TO CARTA-LINE.
               STRING "CANAL: " WS-CANAL
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.

               MOVE SPACES TO CARTA-LINE.
               STRING "CONTRATO " CODIGO " NIF " NIF
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "A PARTIR DEL PERIODO " WS-EFECTO-MES "/"
                   WS-EFECTO-ANO " SU CUOTA PASA DE " WS-CUOTA-ANT-ED
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "A " WS-CUOTA-NUE-ED " POR LA VARIACION DEL IPC "
                   "(" WS-IPC-PERIODO " SOBRE " WS-IPC-PERIODO-BASE
                   ")"
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "VARIACION " WS-VARIACION-ED " %, APLICADO "
                   WS-PCT-ED " % SEGUN LAS CONDICIONES DEL CONTRATO"
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.

               ADD 1 TO WS-NUM-CARTAS.

           ESCRIBIR-DIRECCION-CARTA.
      *>   BLOQUE DE DIRECCION BAJO EL NOMBRE; UNA CARTA POSTAL SIN
      *>   DIRECCION SE SENALA PARA QUE NO SE QUEDE SIN ENVIAR
               IF NOT DIRECCIONES-DISPONIBLE OR XREF-CLI-ID = ZERO
                   PERFORM SENALAR-SIN-DIRECCION
                   GO TO ESCRIBIR-DIRECCION-CARTA-EXIT
               END-IF.
               MOVE XREF-CLI-ID TO DIR-CLI-ID.
               READ DIRECCIONES-FILE
                   INVALID KEY
                       PERFORM SENALAR-SIN-DIRECCION
                       GO TO ESCRIBIR-DIRECCION-CARTA-EXIT
               END-READ.

               MOVE DIR-CALLE TO CARTA-LINE.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               IF DIR-NACIONAL
                  AND DIR-PROVINCIA >= 1 AND DIR-PROVINCIA <= 52
                   STRING DIR-CP (1:5) " " DIR-LOCALIDAD
                       " (" PRVN-NOMBRE (DIR-PROVINCIA) ")"
                       DELIMITED BY SIZE INTO CARTA-LINE
                   END-STRING
               ELSE
                   STRING DIR-CP " " DIR-LOCALIDAD " " DIR-PAIS
                       DELIMITED BY SIZE INTO CARTA-LINE
                   END-STRING
               END-IF.
               WRITE CARTA-LINE.

           ESCRIBIR-DIRECCION-CARTA-EXIT.
               EXIT.

           SENALAR-SIN-DIRECCION.
               IF ENVIO-POSTAL
                   MOVE "*** SIN DIRECCION POSTAL REGISTRADA ***"
                       TO CARTA-LINE
                   WRITE CARTA-LINE
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.

           REGISTRAR-AUDITORIA.
      *>   MISMO APUNTE QUE EL MANTENIMIENTO DE CONTRATOS: IMAGEN ANTES
      *>   Y DESPUES, OPERACION "V" (REVALORIZACION IPC) SIN OPERADOR
               CALL "siguientesecuencia" USING WS-AUDIT-SECUENCIA
                   WS-AUDIT-SEQ-VALOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO AUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-HORA.
               MOVE WS-AUDIT-SEQ-VALOR TO AUD-SEQ.
               MOVE "V" TO AUD-OPERACION.
               MOVE WS-IMAGEN-ANTES TO AUD-ANTES.
               MOVE CONTRATO-REG TO AUD-DESPUES.
               MOVE SPACES TO AUD-OPERADOR.
               MOVE SPACES TO AUD-APROBADOR.
               OPEN EXTEND CONTRATO-AUDIT-FILE.
               WRITE CONTRATO-AUDIT-REG.
               CLOSE CONTRATO-AUDIT-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "REVALORIZACION-IPC" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM REVALORIZACION-IPC.
