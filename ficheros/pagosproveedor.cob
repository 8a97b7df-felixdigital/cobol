       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOS-PROVEEDOR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT FACTURAS-PROVEEDOR-FILE
                   ASSIGN TO "facturas-proveedor.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FPRV-CLAVE
                   STATUS ST-FACTURAS.

                   SELECT PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT PROPUESTA-FILE
                   ASSIGN TO "propuesta-pagos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PP-CLAVE
                   STATUS ST-PROPUESTA.

                   SELECT OPTIONAL PAGOS-PARAMETROS-FILE
                   ASSIGN TO "pagos-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT TRANSFERENCIAS-FILE
                   ASSIGN TO "transferencias-sepa.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT AVISOS-PAGO-FILE
                   ASSIGN TO "avisos-pago.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CONTROL-FILE
                   ASSIGN TO "pagos-control.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PARAMETROS-AUDIT-FILE
                   ASSIGN TO "parametros-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD FACTURAS-PROVEEDOR-FILE.
                   COPY copyfprv.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

      *>   PROPUESTA DE PAGOS EN CURSO, EN ORDEN DE PROVEEDOR: CADA
      *>   FACTURA PROPUESTA PUEDE EXCLUIRSE O VOLVER A INCLUIRSE
      *>   HASTA LA APROBACION, QUE LA VACIA
               FD PROPUESTA-FILE.
                   01 PROPUESTA-REG.
                       05 PP-CLAVE.
                           10 PP-PROV-ID PIC X(5).
                           10 PP-NUMERO PIC X(15).
                       05 PP-VENCIMIENTO PIC 9(8).
                       05 PP-IMPORTE PIC S9(9)V99.
                       05 PP-INCLUIDA PIC X(1).
                           88 PP-SELECCIONADA VALUE "S".
                           88 PP-EXCLUIDA VALUE "N".
                       05 PP-FECHA-PROPUESTA PIC 9(8).

               FD PAGOS-PARAMETROS-FILE.
                   01 PAGOS-PARAMETROS-LINE PIC X(10).

               FD TRANSFERENCIAS-FILE.
                   01 TRANSFERENCIA-REG.
                       05 TRF-TIPO PIC X(1).
                       05 TRF-DATOS PIC X(99).
                   01 TRANSFERENCIA-CABECERA
                       REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-CAB-FECHA PIC 9(8).
                       05 TRF-CAB-ORDEN PIC 9(8).
                       05 FILLER PIC X(83).
                   01 TRANSFERENCIA-DETALLE
                       REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-DET-IBAN PIC X(24).
                       05 TRF-DET-IMPORTE PIC 9(9)V99.
                       05 TRF-DET-PROV-ID PIC X(5).
                       05 TRF-DET-NOMBRE PIC X(30).
                       05 TRF-DET-FACTURAS PIC 9(3).
                       05 TRF-DET-CONCEPTO PIC X(20).
                       05 FILLER PIC X(6).
                   01 TRANSFERENCIA-TRAILER
                       REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-TRL-CONTADOR PIC 9(6).
                       05 TRF-TRL-HASH PIC 9(11)V99.
                       05 TRF-TRL-FACTURAS PIC 9(6).
                       05 FILLER PIC X(74).

               FD AVISOS-PAGO-FILE.
                   01 AVISO-LINE PIC X(80).

               FD CONTROL-FILE.
                   01 CONTROL-LINE PIC X(100).

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

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
               77 ST-FACTURAS PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-PROPUESTA PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-GENERAR VALUE "G".
                   88 OPCION-VER VALUE "V".
                   88 OPCION-EXCLUIR VALUE "E".
                   88 OPCION-ANADIR VALUE "N".
                   88 OPCION-APROBAR VALUE "A".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).
               01 WS-FECHA-LIMITE PIC 9(8).
               01 WS-RESPUESTA PIC X(1).

      *>   DIAS HACIA ADELANTE QUE CUBRE LA PROPUESTA: ENTRA LO QUE
      *>   VENCE HASTA HOY MAS ESTOS DIAS. PRIMERA LINEA OPCIONAL DEL
      *>   FICHERO DE PARAMETROS, 9(3); SIN ELLA, UNA SEMANA
               01 PARM-PAGOS-REG.
                   05 PARM-DIAS-HORIZONTE PIC 9(3).

               01 EOF-FACTURA PIC X VALUE 'N'.
                   88 FIN-FACTURAS VALUE 'S'.
               01 EOF-PROPUESTA PIC X VALUE 'N'.
                   88 FIN-PROPUESTA VALUE 'S'.

               01 WS-PROV-OK PIC X VALUE 'N'.
                   88 PROVEEDOR-PAGABLE VALUE 'S'.
               01 WS-MOTIVO PIC X(30).

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "PAGOPROV".
               01 WS-SECUENCIA-VALOR  PIC 9(8).

      *>   CORTE POR PROVEEDOR EN LA APROBACION Y EN LA CONSULTA
               01 WS-PROV-ACTUAL PIC X(5).
               01 WS-PROV-TOTAL PIC S9(9)V99.
               01 WS-PROV-FACTURAS PIC 9(3).

               01 WS-PROPUESTAS PIC 9(5).
               01 WS-OMITIDAS PIC 9(5).
               01 WS-EXCLUIDAS PIC 9(5).
               01 WS-TRANSFERENCIAS PIC 9(6).
               01 WS-FACTURAS-PAGADAS PIC 9(6).
               01 WS-TOTAL PIC S9(11)V99.
               01 WS-HASH-TOTAL PIC 9(11)V99.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-IMPORTE-ED PIC -ZZZ.ZZZ.ZZ9,99.
               01 WS-HASH-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   PAGOS A PROVEEDORES: LA PROPUESTA SEMANAL RECOGE LAS
      *>   FACTURAS CONTABILIZADAS Y NO PAGADAS QUE VENCEN DENTRO DEL
      *>   HORIZONTE; EL RESPONSABLE DE FINANZAS LA REVISA, EXCLUYE O
      *>   ANADE FACTURAS Y LA APRUEBA. LA APROBACION EMITE EL FICHERO
      *>   DE TRANSFERENCIAS SEPA (UNA POR PROVEEDOR, CON CABECERA Y
      *>   TRAILER DE CUADRE), EL AVISO DE PAGO DE CADA PROVEEDOR CON
      *>   SUS FACTURAS, EL ASIENTO DEL PAGO Y MARCA LAS FACTURAS
      *>   PAGADAS
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

               OPEN I-O FACTURAS-PROVEEDOR-FILE.
               IF ST-FACTURAS NOT = "00"
                   DISPLAY "No hay facturas de proveedor ("
                       ST-FACTURAS ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR NOT = "00"
                   DISPLAY "No se puede abrir proveedores.dat ("
                       ST-PROVEEDOR ")"
                   CLOSE FACTURAS-PROVEEDOR-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O PROPUESTA-FILE.
               IF ST-PROPUESTA = "35"
                   OPEN OUTPUT PROPUESTA-FILE
                   CLOSE PROPUESTA-FILE
                   OPEN I-O PROPUESTA-FILE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "PAGOS A PROVEEDORES"
                   DISPLAY "  G - Generar propuesta de pagos"
                   DISPLAY "  V - Ver propuesta"
                   DISPLAY "  E - Excluir / incluir una factura"
                   DISPLAY "  N - Anadir una factura no vencida"
                   DISPLAY "  A - Aprobar y emitir transferencias"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-GENERAR
                           PERFORM GENERAR-PROPUESTA
                       WHEN OPCION-VER
                           PERFORM VER-PROPUESTA
                       WHEN OPCION-EXCLUIR
                           PERFORM EXCLUIR-FACTURA
                       WHEN OPCION-ANADIR
                           PERFORM ANADIR-FACTURA
                               THRU ANADIR-FACTURA-EXIT
                       WHEN OPCION-APROBAR
                           PERFORM APROBAR-PROPUESTA
                               THRU APROBAR-PROPUESTA-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE FACTURAS-PROVEEDOR-FILE.
               CLOSE PROVEEDORES-FILE.
               CLOSE PROPUESTA-FILE.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               MOVE 7 TO PARM-DIAS-HORIZONTE.
               OPEN INPUT PAGOS-PARAMETROS-FILE.
               READ PAGOS-PARAMETROS-FILE
                   NOT AT END
                       IF PAGOS-PARAMETROS-LINE (1:3) IS NUMERIC
                           MOVE PAGOS-PARAMETROS-LINE (1:3)
                               TO PARM-PAGOS-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE PAGOS-PARAMETROS-FILE.

           VACIAR-PROPUESTA.
               CLOSE PROPUESTA-FILE.
               OPEN OUTPUT PROPUESTA-FILE.
               CLOSE PROPUESTA-FILE.
               OPEN I-O PROPUESTA-FILE.

           GENERAR-PROPUESTA.
      *>   UNA PROPUESTA NUEVA SUSTITUYE A LA QUE HUBIERA SIN APROBAR
               COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOY)
                    + PARM-DIAS-HORIZONTE).
               PERFORM VACIAR-PROPUESTA.

               MOVE ZERO TO WS-PROPUESTAS.
               MOVE ZERO TO WS-OMITIDAS.
               MOVE ZERO TO WS-TOTAL.
               MOVE LOW-VALUES TO FPRV-CLAVE.
               MOVE 'N' TO EOF-FACTURA.
               START FACTURAS-PROVEEDOR-FILE
                   KEY IS NOT LESS THAN FPRV-CLAVE
                   INVALID KEY
                       SET FIN-FACTURAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-FACTURAS
                   READ FACTURAS-PROVEEDOR-FILE NEXT RECORD
                       AT END
                           SET FIN-FACTURAS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF FPRV-CONTABILIZADA
                               AND FPRV-VENCIMIENTO <= WS-FECHA-LIMITE
                               PERFORM PROPONER-FACTURA
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE WS-TOTAL TO WS-IMPORTE-ED.
               DISPLAY "Propuesta hasta el " WS-FECHA-LIMITE ": "
                   WS-PROPUESTAS " factura(s) por " WS-IMPORTE-ED.
               IF WS-OMITIDAS > ZERO
                   DISPLAY "Omitidas por el proveedor: " WS-OMITIDAS
               END-IF.

           PROPONER-FACTURA.
               PERFORM VALIDAR-PROVEEDOR.
               IF NOT PROVEEDOR-PAGABLE
                   ADD 1 TO WS-OMITIDAS
                   MOVE FPRV-TOTAL TO WS-IMPORTE-ED
                   DISPLAY "  OMITIDA " FPRV-PROV-ID " " FPRV-NUMERO
                       " " WS-IMPORTE-ED " " WS-MOTIVO
               ELSE
                   PERFORM ESCRIBIR-PROPUESTA
               END-IF.

           ESCRIBIR-PROPUESTA.
               MOVE FPRV-PROV-ID TO PP-PROV-ID.
               MOVE FPRV-NUMERO TO PP-NUMERO.
               MOVE FPRV-VENCIMIENTO TO PP-VENCIMIENTO.
               MOVE FPRV-TOTAL TO PP-IMPORTE.
               SET PP-SELECCIONADA TO TRUE.
               MOVE WS-HOY TO PP-FECHA-PROPUESTA.
               WRITE PROPUESTA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA PROPUESTA ("
                           ST-PROPUESTA ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-PROPUESTAS
                       ADD FPRV-TOTAL TO WS-TOTAL
               END-WRITE.

           VALIDAR-PROVEEDOR.
      *>   SOLO SE PAGA POR TRANSFERENCIA A PROVEEDORES ACTIVOS CON
      *>   IBAN REGISTRADO
               MOVE 'S' TO WS-PROV-OK.
               MOVE SPACES TO WS-MOTIVO.
               MOVE FPRV-PROV-ID TO PROV-ID.
               READ PROVEEDORES-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PROV-OK
                       MOVE "PROVEEDOR NO ENCONTRADO" TO WS-MOTIVO
               END-READ.
               IF PROVEEDOR-PAGABLE AND PROVEEDOR-BAJA
                   MOVE 'N' TO WS-PROV-OK
                   MOVE "PROVEEDOR DE BAJA" TO WS-MOTIVO
               END-IF.
               IF PROVEEDOR-PAGABLE AND PROV-IBAN = SPACES
                   MOVE 'N' TO WS-PROV-OK
                   MOVE "PROVEEDOR SIN IBAN" TO WS-MOTIVO
               END-IF.

           VER-PROPUESTA.
               MOVE ZERO TO WS-PROPUESTAS.
               MOVE ZERO TO WS-EXCLUIDAS.
               MOVE ZERO TO WS-TOTAL.
               MOVE SPACES TO WS-PROV-ACTUAL.
               MOVE ZERO TO WS-PROV-TOTAL.
               MOVE LOW-VALUES TO PP-CLAVE.
               MOVE 'N' TO EOF-PROPUESTA.
               START PROPUESTA-FILE KEY IS NOT LESS THAN PP-CLAVE
                   INVALID KEY
                       SET FIN-PROPUESTA TO TRUE
               END-START.
               PERFORM UNTIL FIN-PROPUESTA
                   READ PROPUESTA-FILE NEXT RECORD
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           PERFORM MOSTRAR-LINEA-PROPUESTA
                   END-READ
               END-PERFORM.
               IF WS-PROV-ACTUAL NOT = SPACES
                   PERFORM MOSTRAR-TOTAL-PROVEEDOR
               END-IF.

               MOVE WS-TOTAL TO WS-IMPORTE-ED.
               DISPLAY "A pagar: " WS-PROPUESTAS " factura(s) por "
                   WS-IMPORTE-ED "  excluidas: " WS-EXCLUIDAS.

           MOSTRAR-LINEA-PROPUESTA.
               IF PP-PROV-ID NOT = WS-PROV-ACTUAL
                   IF WS-PROV-ACTUAL NOT = SPACES
                       PERFORM MOSTRAR-TOTAL-PROVEEDOR
                   END-IF
                   MOVE PP-PROV-ID TO WS-PROV-ACTUAL
                   MOVE ZERO TO WS-PROV-TOTAL
                   MOVE PP-PROV-ID TO PROV-ID
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           MOVE SPACES TO PROV-NOMBRE
                   END-READ
                   DISPLAY "PROVEEDOR " PP-PROV-ID " " PROV-NOMBRE
               END-IF.

               MOVE PP-IMPORTE TO WS-IMPORTE-ED.
               IF PP-SELECCIONADA
                   ADD 1 TO WS-PROPUESTAS
                   ADD PP-IMPORTE TO WS-TOTAL
                   ADD PP-IMPORTE TO WS-PROV-TOTAL
                   DISPLAY "    " PP-NUMERO " vence " PP-VENCIMIENTO
                       " " WS-IMPORTE-ED
               ELSE
                   ADD 1 TO WS-EXCLUIDAS
                   DISPLAY "    " PP-NUMERO " vence " PP-VENCIMIENTO
                       " " WS-IMPORTE-ED " EXCLUIDA"
               END-IF.

           MOSTRAR-TOTAL-PROVEEDOR.
               MOVE WS-PROV-TOTAL TO WS-IMPORTE-ED.
               DISPLAY "    TOTAL PROVEEDOR " WS-IMPORTE-ED.

           PEDIR-CLAVE-FACTURA.
               DISPLAY "Proveedor: " WITH NO ADVANCING.
               MOVE SPACES TO FPRV-PROV-ID.
               ACCEPT FPRV-PROV-ID.
               DISPLAY "Numero de factura del proveedor: "
                   WITH NO ADVANCING.
               MOVE SPACES TO FPRV-NUMERO.
               ACCEPT FPRV-NUMERO.
               MOVE FPRV-CLAVE TO PP-CLAVE.

           EXCLUIR-FACTURA.
      *>   ALTERNA LA FACTURA ENTRE INCLUIDA Y EXCLUIDA; CADA CAMBIO
      *>   QUEDA AUDITADO
               PERFORM PEDIR-CLAVE-FACTURA.
               READ PROPUESTA-FILE
                   INVALID KEY
                       DISPLAY "La factura no esta en la propuesta"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       PERFORM CAMBIAR-INCLUSION
               END-READ.

           CAMBIAR-INCLUSION.
               MOVE SPACES TO PAUD-CLAVE.
               STRING PP-PROV-ID PP-NUMERO
                   DELIMITED BY SIZE INTO PAUD-CLAVE
               END-STRING.
               IF PP-SELECCIONADA
                   SET PP-EXCLUIDA TO TRUE
                   MOVE "INCLUIDA" TO PAUD-VALOR-ANTERIOR
                   MOVE "EXCLUIDA" TO PAUD-VALOR-NUEVO
               ELSE
                   SET PP-SELECCIONADA TO TRUE
                   MOVE "EXCLUIDA" TO PAUD-VALOR-ANTERIOR
                   MOVE "INCLUIDA" TO PAUD-VALOR-NUEVO
               END-IF.
               REWRITE PROPUESTA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA PROPUESTA ("
                           ST-PROPUESTA ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Factura " PAUD-VALOR-NUEVO
                       ADD 1 TO WS-JOB-ESCRITOS
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE.

           ANADIR-FACTURA.
      *>   ADELANTA EL PAGO DE UNA FACTURA CONTABILIZADA QUE AUN NO
      *>   ENTRA POR VENCIMIENTO
               PERFORM PEDIR-CLAVE-FACTURA.
               READ FACTURAS-PROVEEDOR-FILE
                   INVALID KEY
                       DISPLAY "Factura no encontrada ("
                           ST-FACTURAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ANADIR-FACTURA-EXIT
               END-READ.
               IF NOT FPRV-CONTABILIZADA
                   DISPLAY "ERROR: solo se pagan facturas "
                       "contabilizadas y no pagadas (estado "
                       FPRV-ESTADO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANADIR-FACTURA-EXIT
               END-IF.
               PERFORM VALIDAR-PROVEEDOR.
               IF NOT PROVEEDOR-PAGABLE
                   DISPLAY "ERROR: " WS-MOTIVO
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANADIR-FACTURA-EXIT
               END-IF.

               MOVE ZERO TO WS-PROPUESTAS.
               MOVE ZERO TO WS-TOTAL.
               PERFORM ESCRIBIR-PROPUESTA.
               IF WS-PROPUESTAS > ZERO
                   DISPLAY "Factura anadida a la propuesta"
                   ADD 1 TO WS-JOB-ESCRITOS
                   MOVE "FUERA" TO PAUD-VALOR-ANTERIOR
                   MOVE "INCLUIDA" TO PAUD-VALOR-NUEVO
                   PERFORM REGISTRAR-CAMBIO
               END-IF.

           ANADIR-FACTURA-EXIT.
               EXIT.

           APROBAR-PROPUESTA.
               MOVE LOW-VALUES TO PP-CLAVE.
               START PROPUESTA-FILE KEY IS NOT LESS THAN PP-CLAVE
                   INVALID KEY
                       DISPLAY "No hay propuesta de pagos que aprobar"
                       GO TO APROBAR-PROPUESTA-EXIT
               END-START.

               PERFORM VER-PROPUESTA.
               IF WS-PROPUESTAS = ZERO
                   DISPLAY "La propuesta no tiene facturas incluidas"
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.
               DISPLAY "Aprobar la propuesta y emitir las "
                   "transferencias (S/N): " WITH NO ADVANCING.
               MOVE SPACES TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Propuesta no aprobada"
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.

               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.

               OPEN OUTPUT TRANSFERENCIAS-FILE.
               OPEN OUTPUT AVISOS-PAGO-FILE.
               OPEN OUTPUT CONTROL-FILE.
               OPEN EXTEND ASIENTOS-FILE.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "C" TO TRF-TIPO.
               MOVE WS-HOY TO TRF-CAB-FECHA.
               MOVE WS-SECUENCIA-VALOR TO TRF-CAB-ORDEN.
               WRITE TRANSFERENCIA-REG.

               MOVE SPACES TO CONTROL-LINE.
               STRING "INFORME DE CONTROL DE PAGOS A PROVEEDORES - "
                   "ORDEN " WS-SECUENCIA-VALOR " - " WS-HOY
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               MOVE ZERO TO WS-TRANSFERENCIAS.
               MOVE ZERO TO WS-FACTURAS-PAGADAS.
               MOVE ZERO TO WS-HASH-TOTAL.
               MOVE SPACES TO WS-PROV-ACTUAL.
               MOVE ZERO TO WS-PROV-TOTAL.
               MOVE ZERO TO WS-PROV-FACTURAS.
               MOVE LOW-VALUES TO PP-CLAVE.
               MOVE 'N' TO EOF-PROPUESTA.
               START PROPUESTA-FILE KEY IS NOT LESS THAN PP-CLAVE
                   INVALID KEY
                       SET FIN-PROPUESTA TO TRUE
               END-START.
               PERFORM UNTIL FIN-PROPUESTA
                   READ PROPUESTA-FILE NEXT RECORD
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           IF PP-SELECCIONADA
                               PERFORM PAGAR-FACTURA
                                   THRU PAGAR-FACTURA-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-PROV-FACTURAS > ZERO
                   PERFORM CERRAR-PAGO-PROVEEDOR
               END-IF.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "T" TO TRF-TIPO.
               MOVE WS-TRANSFERENCIAS TO TRF-TRL-CONTADOR.
               MOVE WS-HASH-TOTAL TO TRF-TRL-HASH.
               MOVE WS-FACTURAS-PAGADAS TO TRF-TRL-FACTURAS.
               WRITE TRANSFERENCIA-REG.

               MOVE WS-HASH-TOTAL TO WS-HASH-ED.
               MOVE SPACES TO CONTROL-LINE.
               STRING "Transferencias: " WS-TRANSFERENCIAS
                   "  Facturas pagadas: " WS-FACTURAS-PAGADAS
                   "  Importe total: " WS-HASH-ED
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               CLOSE TRANSFERENCIAS-FILE.
               CLOSE AVISOS-PAGO-FILE.
               CLOSE CONTROL-FILE.
               CLOSE ASIENTOS-FILE.

               MOVE "avisos-pago.dat" TO WS-SPOOL-NOMBRE.
               MOVE "PAGOS-PROVEEDOR" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               MOVE SPACES TO PAUD-CLAVE.
               MOVE WS-SECUENCIA-VALOR TO PAUD-CLAVE.
               MOVE "PROPUESTA" TO PAUD-VALOR-ANTERIOR.
               MOVE "APROBADA" TO PAUD-VALOR-NUEVO.
               PERFORM REGISTRAR-CAMBIO.

               PERFORM VACIAR-PROPUESTA.

               DISPLAY "Orden de pago " WS-SECUENCIA-VALOR ": "
                   WS-TRANSFERENCIAS " transferencia(s) por "
                   WS-HASH-ED.

           APROBAR-PROPUESTA-EXIT.
               EXIT.

           PAGAR-FACTURA.
      *>   LA FACTURA SE RELEE: SI ENTRE TANTO SE PAGO O DEJO DE
      *>   ESTAR CONTABILIZADA, O EL PROVEEDOR YA NO ES PAGABLE, SE
      *>   DEJA FUERA Y CONSTA EN EL INFORME DE CONTROL
               MOVE PP-CLAVE TO FPRV-CLAVE.
               READ FACTURAS-PROVEEDOR-FILE
                   INVALID KEY
                       MOVE "FACTURA NO ENCONTRADA" TO WS-MOTIVO
                       PERFORM ANOTAR-FACTURA-OMITIDA
                       GO TO PAGAR-FACTURA-EXIT
               END-READ.
               IF NOT FPRV-CONTABILIZADA
                   MOVE "FACTURA NO PENDIENTE DE PAGO" TO WS-MOTIVO
                   PERFORM ANOTAR-FACTURA-OMITIDA
                   GO TO PAGAR-FACTURA-EXIT
               END-IF.

               IF FPRV-PROV-ID NOT = WS-PROV-ACTUAL
                   IF WS-PROV-FACTURAS > ZERO
                       PERFORM CERRAR-PAGO-PROVEEDOR
                   END-IF
                   MOVE FPRV-PROV-ID TO WS-PROV-ACTUAL
                   MOVE ZERO TO WS-PROV-TOTAL
                   MOVE ZERO TO WS-PROV-FACTURAS
                   PERFORM VALIDAR-PROVEEDOR
                   IF PROVEEDOR-PAGABLE
                       PERFORM ABRIR-AVISO-PROVEEDOR
                   END-IF
               END-IF.
               IF NOT PROVEEDOR-PAGABLE
                   PERFORM ANOTAR-FACTURA-OMITIDA
                   GO TO PAGAR-FACTURA-EXIT
               END-IF.

               SET FPRV-PAGADA TO TRUE.
               MOVE WS-HOY TO FPRV-FECHA-PAGO.
               MOVE WS-SECUENCIA-VALOR TO FPRV-ORDEN-PAGO.
               REWRITE FACTURA-PROV-REG
                   INVALID KEY
                       MOVE "ERROR AL MARCAR PAGADA" TO WS-MOTIVO
                       PERFORM ANOTAR-FACTURA-OMITIDA
                       GO TO PAGAR-FACTURA-EXIT
               END-REWRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               ADD 1 TO WS-PROV-FACTURAS.
               ADD 1 TO WS-FACTURAS-PAGADAS.
               ADD FPRV-TOTAL TO WS-PROV-TOTAL.

               MOVE FPRV-TOTAL TO WS-IMPORTE-ED.
               MOVE SPACES TO AVISO-LINE.
               STRING "  " FPRV-NUMERO "  " FPRV-FECHA
                   "  " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.

           PAGAR-FACTURA-EXIT.
               EXIT.

           ANOTAR-FACTURA-OMITIDA.
               ADD 1 TO WS-JOB-RECHAZADOS.
               MOVE PP-IMPORTE TO WS-IMPORTE-ED.
               MOVE SPACES TO CONTROL-LINE.
               STRING "  OMITIDA " PP-PROV-ID " " PP-NUMERO
                   " " WS-IMPORTE-ED " " WS-MOTIVO
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

           ABRIR-AVISO-PROVEEDOR.
               MOVE "----------------------------------------"
                   TO AVISO-LINE.
               WRITE AVISO-LINE.
               MOVE SPACES TO AVISO-LINE.
               STRING "AVISO DE PAGO - ORDEN " WS-SECUENCIA-VALOR
                   " - " WS-HOY
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.
               MOVE SPACES TO AVISO-LINE.
               STRING "PROVEEDOR " PROV-ID " " PROV-NOMBRE
                   " NIF " PROV-NIF
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.
               MOVE "Facturas que se pagan:" TO AVISO-LINE.
               WRITE AVISO-LINE.

           CERRAR-PAGO-PROVEEDOR.
      *>   UNA TRANSFERENCIA POR PROVEEDOR POR LA SUMA DE SUS
      *>   FACTURAS, CON SU ASIENTO: PROVEEDORES (40000000) AL DEBE
      *>   CONTRA BANCOS (57200000) AL HABER
               MOVE WS-PROV-TOTAL TO WS-IMPORTE-ED.
               MOVE SPACES TO AVISO-LINE.
               STRING "Total transferido " WS-IMPORTE-ED
                   " EUR a la cuenta " PROV-IBAN
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "D" TO TRF-TIPO.
               MOVE PROV-IBAN TO TRF-DET-IBAN.
               MOVE WS-PROV-TOTAL TO TRF-DET-IMPORTE.
               MOVE PROV-ID TO TRF-DET-PROV-ID.
               MOVE PROV-NOMBRE TO TRF-DET-NOMBRE.
               MOVE WS-PROV-FACTURAS TO TRF-DET-FACTURAS.
               STRING "PAGO ORDEN " WS-SECUENCIA-VALOR
                   DELIMITED BY SIZE INTO TRF-DET-CONCEPTO
               END-STRING.
               WRITE TRANSFERENCIA-REG.
               ADD 1 TO WS-TRANSFERENCIAS.
               ADD WS-PROV-TOTAL TO WS-HASH-TOTAL.

               MOVE SPACES TO CONTROL-LINE.
               STRING "  TRANSFERENCIA " PROV-ID " " PROV-NOMBRE
                   " " WS-IMPORTE-ED " IBAN " PROV-IBAN
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE SPACES TO ASI-CONCEPTO.
               STRING "PAGO PROV " PROV-ID " ORDEN "
                   WS-SECUENCIA-VALOR
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               END-STRING.
               MOVE "40000000" TO ASI-CUENTA.
               MOVE WS-PROV-TOTAL TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.
               MOVE "57200000" TO ASI-CUENTA.
               MOVE ZERO TO ASI-DEBE.
               MOVE WS-PROV-TOTAL TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE ZERO TO WS-PROV-FACTURAS.

           REGISTRAR-CAMBIO.
      *>   ESPERA PAUD-CLAVE Y LOS DOS VALORES YA CARGADOS POR EL
      *>   CALLER, COMO EN EL MANTENIMIENTO DE PARAMETROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO PAUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO PAUD-HORA.
               MOVE WS-OPERADOR TO PAUD-OPERADOR.
               MOVE "propuesta-pagos.dat" TO PAUD-FICHERO.
               OPEN EXTEND PARAMETROS-AUDIT-FILE.
               WRITE PARAMETROS-AUDIT-REG.
               CLOSE PARAMETROS-AUDIT-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "PAGOS-PROVEEDOR" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM PAGOS-PROVEEDOR.
