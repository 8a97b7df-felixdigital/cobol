       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCION-SALDOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CLIENTES-FILE ASSIGN TO "./clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL CONTACTOS-FILE
                   ASSIGN TO "contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL OPERADORES-FILE
                   ASSIGN TO "operadores.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-OPERADORES.

                   SELECT OPTIONAL DEVOLUCION-PARAMETROS-FILE
                   ASSIGN TO "devolucion-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PROPUESTA-FILE
                   ASSIGN TO "devolucion-propuesta.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-PROPUESTA.

                   SELECT TRANSFERENCIAS-FILE
                   ASSIGN TO "devolucion-transferencias.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT SIN-IBAN-FILE
                   ASSIGN TO "devolucion-sin-iban.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CONTROL-FILE
                   ASSIGN TO "devolucion-control.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT AVISOS-FILE
                   ASSIGN TO "devolucion-avisos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL SALDO-MOVIMIENTOS-FILE
                   ASSIGN TO "saldo-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD CLIENTES-FILE.
                   COPY copyclie.

               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD OPERADORES-FILE.
                   COPY copyoper.

               FD DEVOLUCION-PARAMETROS-FILE.
                   01 DEVOLUCION-PARAMETROS-LINE PIC X(20).

      *>   PROPUESTA DE DEVOLUCIONES PENDIENTE DE APROBAR: CABECERA
      *>   CON LA FECHA, EL UMBRAL Y EL ESTADO, UNA LINEA POR CLIENTE
      *>   Y TRAILER CON EL NUMERO DE DEVOLUCIONES Y SU SUMA. AL
      *>   EMITIRSE QUEDA SOLO LA CABECERA MARCADA COMO EMITIDA
               FD PROPUESTA-FILE.
                   01 PROPUESTA-REG.
                       05 PRO-TIPO PIC X(1).
                           88 PRO-ES-CABECERA VALUE "C".
                           88 PRO-ES-DETALLE VALUE "D".
                           88 PRO-ES-TRAILER VALUE "T".
                       05 PRO-DATOS PIC X(79).
                   01 PROPUESTA-CABECERA REDEFINES PROPUESTA-REG.
                       05 FILLER PIC X(1).
                       05 PRO-CAB-FECHA PIC 9(8).
                       05 PRO-CAB-UMBRAL PIC 9(7)V99.
                       05 PRO-CAB-ESTADO PIC X(1).
                           88 PROPUESTA-PENDIENTE VALUE "P".
                           88 PROPUESTA-EMITIDA VALUE "E".
                       05 FILLER PIC X(61).
                   01 PROPUESTA-DETALLE REDEFINES PROPUESTA-REG.
                       05 FILLER PIC X(1).
                       05 PRO-DET-CLI-ID PIC 9(8).
                       05 PRO-DET-IMPORTE PIC 9(8)V99.
                       05 PRO-DET-IBAN PIC X(24).
                       05 FILLER PIC X(37).
                   01 PROPUESTA-TRAILER REDEFINES PROPUESTA-REG.
                       05 FILLER PIC X(1).
                       05 PRO-TRL-CONTADOR PIC 9(6).
                       05 PRO-TRL-TOTAL PIC 9(11)V99.
                       05 FILLER PIC X(60).

      *>   ORDENES DE TRANSFERENCIA SEPA PARA EL BANCO, CON CABECERA Y
      *>   TRAILER DE CUADRE COMO LA REMESA DE ADEUDOS
               FD TRANSFERENCIAS-FILE.
                   01 TRANSFERENCIA-REG.
                       05 TRF-TIPO PIC X(1).
                       05 TRF-DATOS PIC X(79).
                   01 TRANSFERENCIA-CABECERA
                           REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-CAB-FECHA PIC 9(8).
                       05 TRF-CAB-ID PIC 9(8).
                       05 FILLER PIC X(63).
                   01 TRANSFERENCIA-DETALLE
                           REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-DET-IBAN PIC X(24).
                       05 TRF-DET-IMPORTE PIC 9(9)V99.
                       05 TRF-DET-REFERENCIA PIC X(16).
                       05 TRF-DET-CLI-ID PIC 9(8).
                       05 TRF-DET-NOMBRE PIC X(20).
                   01 TRANSFERENCIA-TRAILER
                           REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-TRL-CONTADOR PIC 9(6).
                       05 TRF-TRL-HASH PIC 9(11)V99.
                       05 FILLER PIC X(60).

               FD SIN-IBAN-FILE.
                   01 SIN-IBAN-LINE PIC X(100).

               FD CONTROL-FILE.
                   01 CONTROL-LINE PIC X(100).

               FD AVISOS-FILE.
                   01 AVISO-LINE PIC X(80).

               FD SALDO-MOVIMIENTOS-FILE.
                   01 SALDO-MOV-REG.
                       05 MOV-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-CLI-ID PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-TIPO PIC X(1).
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-IMPORTE PIC -9(7),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-SALDO PIC -9(8),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-REFERENCIA PIC X(20).

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-OPERADORES PIC X(2).
               77 ST-PROPUESTA PIC X(2).

               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-PROPUESTA VALUE "P".
                   88 OPCION-APROBAR VALUE "A".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-CLI PIC X VALUE 'N'.
                   88 FIN-CLIENTES VALUE 'S'.
               01 EOF-PRO PIC X VALUE 'N'.
                   88 FIN-PROPUESTA VALUE 'S'.
               01 EOF-OPERADORES PIC X VALUE 'N'.
                   88 FIN-OPERADORES VALUE 'S'.

      *>   SALDO A FAVOR MINIMO PARA PROPONER LA DEVOLUCION. PRIMERA
      *>   LINEA OPCIONAL DEL FICHERO DE PARAMETROS, 9(7)V99; SI NO
      *>   HAY, 10,00 EUR
               01 PARM-DEVOLUCION-REG.
                   05 PARM-UMBRAL PIC 9(7)V99.

               01 WS-HOY PIC 9(8).
               01 WS-HORA PIC 9(6).
               01 WS-IMPORTE PIC 9(8)V99.
               01 WS-SALDO-NUEVO PIC S9(8)V99.
               01 WS-IBAN-OCULTO PIC X(24).
               01 WS-MOTIVO PIC X(30).
               01 WS-RESPUESTA PIC X(1).

               01 WS-PROPUESTAS PIC 9(6) VALUE ZERO.
               01 WS-PROPUESTO-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-SIN-IBAN PIC 9(6) VALUE ZERO.
               01 WS-ORDENES PIC 9(6) VALUE ZERO.
               01 WS-HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-OMITIDAS PIC 9(6) VALUE ZERO.
               01 WS-PRO-FECHA PIC 9(8).
               01 WS-PRO-UMBRAL PIC 9(7)V99.
               01 WS-PRO-CONTADOR PIC 9(6).
               01 WS-PRO-TOTAL PIC 9(11)V99.
               01 WS-PRO-ENCONTRADA PIC X VALUE 'N'.
                   88 PROPUESTA-ENCONTRADA VALUE 'S'.

      *>   LA EMISION LA APRUEBA UN OPERADOR ACTIVO CON SU CLAVE DEL
      *>   MENU
               01 WS-APROBADOR PIC X(8).
               01 WS-OPERADOR-TECLEADO PIC X(8).
               01 WS-CLAVE-TECLEADA PIC X(8).
               01 WS-FIRMA-VALIDA PIC X VALUE 'N'.
                   88 FIRMA-VALIDA VALUE 'S'.

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "DEVOLUCION".
               01 WS-SECUENCIA-VALOR  PIC 9(8).
               01 WS-REFERENCIA PIC X(16).

               01 WS-IMPORTE-ED PIC ZZ.ZZZ.ZZ9,99.
               01 WS-UMBRAL-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-HASH-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *>   LOS INFORMES PRODUCIDOS SE CATALOGAN EN EL SPOOL PARA PODER
      *>   VERLOS Y REIMPRIMIRLOS DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   DEVOLUCION POR TRANSFERENCIA DE LOS SALDOS A FAVOR DE LOS
      *>   CLIENTES (DEVOLUCIONES A CUENTA, ABONOS, COBROS DE MAS). LA
      *>   PROPUESTA RECOGE A QUIEN SUPERA EL UMBRAL Y TIENE IBAN EN
      *>   SUS CONTACTOS; LOS QUE NO LO TIENEN SALEN EN UN INFORME
      *>   PARA QUE LA TIENDA LES LLAME. APROBADA LA PROPUESTA SE
      *>   EMITE EL FICHERO DE TRANSFERENCIAS SEPA CON SUS TOTALES DE
      *>   CONTROL, SE CARGA EL SALDO (APUNTE "T" EN EL DIARIO DE
      *>   SALDOS), SE CONTABILIZA (43000000 AL DEBE, 57200000 AL
      *>   HABER) Y SE IMPRIME UN AVISO PARA CADA CLIENTE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                       ST-CLIENTES ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-CONTACTOS-OK.
               OPEN INPUT CONTACTOS-FILE.
               IF ST-CONTACTOS = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "DEVOLUCION DE SALDOS A FAVOR"
                   DISPLAY "  P - Preparar la propuesta de devoluciones"
                   DISPLAY "  A - Aprobar y emitir las transferencias"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-PROPUESTA
                           PERFORM PREPARAR-PROPUESTA
                       WHEN OPCION-APROBAR
                           PERFORM APROBAR-PROPUESTA
                               THRU APROBAR-PROPUESTA-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE CLIENTES-FILE.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           PREPARAR-PROPUESTA.
               PERFORM INICIALIZAR-PARAMETROS.
               MOVE ZERO TO WS-PROPUESTAS.
               MOVE ZERO TO WS-PROPUESTO-TOTAL.
               MOVE ZERO TO WS-SIN-IBAN.

               OPEN OUTPUT PROPUESTA-FILE.
               OPEN OUTPUT SIN-IBAN-FILE.

               MOVE SPACES TO PROPUESTA-REG.
               MOVE "C" TO PRO-TIPO.
               MOVE WS-HOY TO PRO-CAB-FECHA.
               MOVE PARM-UMBRAL TO PRO-CAB-UMBRAL.
               SET PROPUESTA-PENDIENTE TO TRUE.
               WRITE PROPUESTA-REG.

               MOVE PARM-UMBRAL TO WS-UMBRAL-ED.
               MOVE SPACES TO SIN-IBAN-LINE.
               STRING "CLIENTES CON SALDO A FAVOR SIN IBAN - "
                   WS-HOY " - UMBRAL " WS-UMBRAL-ED
                   DELIMITED BY SIZE INTO SIN-IBAN-LINE
               END-STRING.
               WRITE SIN-IBAN-LINE.
               MOVE "Contactar con el cliente para pedirle una cuenta "
                   & "donde devolverle el saldo" TO SIN-IBAN-LINE.
               WRITE SIN-IBAN-LINE.
               MOVE SPACES TO SIN-IBAN-LINE.
               WRITE SIN-IBAN-LINE.

               MOVE 'N' TO EOF-CLI.
               MOVE LOW-VALUES TO CLIENTE-ID.
               START CLIENTES-FILE KEY IS NOT LESS THAN CLIENTE-ID
                   INVALID KEY
                       SET FIN-CLIENTES TO TRUE
               END-START.

               PERFORM UNTIL FIN-CLIENTES
                   READ CLIENTES-FILE NEXT RECORD
                       AT END
                           SET FIN-CLIENTES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF CLIENTE-SALDO > PARM-UMBRAL
                               PERFORM PROPONER-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO PROPUESTA-REG.
               MOVE "T" TO PRO-TIPO.
               MOVE WS-PROPUESTAS TO PRO-TRL-CONTADOR.
               MOVE WS-PROPUESTO-TOTAL TO PRO-TRL-TOTAL.
               WRITE PROPUESTA-REG.

               MOVE SPACES TO SIN-IBAN-LINE.
               WRITE SIN-IBAN-LINE.
               MOVE SPACES TO SIN-IBAN-LINE.
               STRING "Clientes sin IBAN: " WS-SIN-IBAN
                   DELIMITED BY SIZE INTO SIN-IBAN-LINE
               END-STRING.
               WRITE SIN-IBAN-LINE.

               CLOSE PROPUESTA-FILE.
               CLOSE SIN-IBAN-FILE.

               MOVE "devolucion-sin-iban.dat" TO WS-SPOOL-NOMBRE.
               PERFORM CATALOGAR-INFORME.

               MOVE WS-PROPUESTO-TOTAL TO WS-HASH-ED.
               DISPLAY "Propuesta: " WS-PROPUESTAS " devoluciones por "
                   WS-HASH-ED " EUR; " WS-SIN-IBAN
                   " clientes sin IBAN (devolucion-sin-iban.dat)".

           PROPONER-CLIENTE.
               MOVE CLIENTE-SALDO TO WS-IMPORTE.
               PERFORM LEER-CONTACTO.

               IF CONTACTO-IBAN = SPACES OR IBAN-RECHAZADO
                   ADD 1 TO WS-SIN-IBAN
                   MOVE WS-IMPORTE TO WS-IMPORTE-ED
                   MOVE SPACES TO SIN-IBAN-LINE
                   IF IBAN-RECHAZADO
                       STRING "  " CLI-ID " " CLIENTE-NOMBRE " "
                           WS-IMPORTE-ED " TEL " CONTACTO-TELEFONO
                           " IBAN RECHAZADO POR EL BANCO"
                           DELIMITED BY SIZE INTO SIN-IBAN-LINE
                       END-STRING
                   ELSE
                       STRING "  " CLI-ID " " CLIENTE-NOMBRE " "
                           WS-IMPORTE-ED " TEL " CONTACTO-TELEFONO
                           " SIN IBAN REGISTRADO"
                           DELIMITED BY SIZE INTO SIN-IBAN-LINE
                       END-STRING
                   END-IF
                   WRITE SIN-IBAN-LINE
               ELSE
                   MOVE SPACES TO PROPUESTA-REG
                   MOVE "D" TO PRO-TIPO
                   MOVE CLI-ID TO PRO-DET-CLI-ID
                   MOVE WS-IMPORTE TO PRO-DET-IMPORTE
                   MOVE CONTACTO-IBAN TO PRO-DET-IBAN
                   WRITE PROPUESTA-REG

                   ADD 1 TO WS-PROPUESTAS
                   ADD WS-IMPORTE TO WS-PROPUESTO-TOTAL

                   MOVE WS-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY "  " CLI-ID " " CLIENTE-NOMBRE " "
                       WS-IMPORTE-ED " IBAN " CONTACTO-IBAN
               END-IF.

           LEER-CONTACTO.
               MOVE SPACES TO CONTACTO-IBAN.
               MOVE SPACES TO CONTACTO-TELEFONO.
               MOVE SPACE TO CONTACTO-IBAN-ESTADO.
               IF CONTACTOS-DISPONIBLE
                   MOVE CLI-ID TO CONTACTO-CLI-ID
                   READ CONTACTOS-FILE
                       INVALID KEY
                           MOVE SPACES TO CONTACTO-IBAN
                           MOVE SPACES TO CONTACTO-TELEFONO
                           MOVE SPACE TO CONTACTO-IBAN-ESTADO
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF.

           INICIALIZAR-PARAMETROS.
               MOVE 10 TO PARM-UMBRAL.
               OPEN INPUT DEVOLUCION-PARAMETROS-FILE.
               READ DEVOLUCION-PARAMETROS-FILE
                   NOT AT END
                       IF DEVOLUCION-PARAMETROS-LINE (1:9) IS NUMERIC
                           MOVE DEVOLUCION-PARAMETROS-LINE (1:9)
                               TO PARM-DEVOLUCION-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE DEVOLUCION-PARAMETROS-FILE.

           APROBAR-PROPUESTA.
               PERFORM LEER-PROPUESTA.
               IF NOT PROPUESTA-ENCONTRADA
                   DISPLAY "No hay ninguna propuesta pendiente de "
                       "aprobar"
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.
               IF WS-PRO-CONTADOR = ZERO
                   DISPLAY "La propuesta no tiene devoluciones"
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.

               MOVE WS-PRO-UMBRAL TO WS-UMBRAL-ED.
               MOVE WS-PRO-TOTAL TO WS-HASH-ED.
               DISPLAY "Propuesta del " WS-PRO-FECHA " (umbral "
                   WS-UMBRAL-ED "): " WS-PRO-CONTADOR
                   " devoluciones por " WS-HASH-ED " EUR".

               DISPLAY "Operador que aprueba: " WITH NO ADVANCING.
               PERFORM PEDIR-FIRMA THRU PEDIR-FIRMA-EXIT.
               IF NOT FIRMA-VALIDA
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.
               MOVE WS-OPERADOR-TECLEADO TO WS-APROBADOR.

               DISPLAY "Emitir las transferencias (S/N): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Emision cancelada"
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.

               PERFORM EMITIR-TRANSFERENCIAS.

           APROBAR-PROPUESTA-EXIT.
               EXIT.

           LEER-PROPUESTA.
      *>   SOLO VALE UNA PROPUESTA PENDIENTE CUYO TRAILER CUADRA CON
      *>   SUS LINEAS
               MOVE 'N' TO WS-PRO-ENCONTRADA.
               MOVE ZERO TO WS-PRO-CONTADOR.
               MOVE ZERO TO WS-PRO-TOTAL.
               OPEN INPUT PROPUESTA-FILE.
               IF ST-PROPUESTA NOT = "00"
                   CLOSE PROPUESTA-FILE
                   GO TO LEER-PROPUESTA-EXIT
               END-IF.

               MOVE 'N' TO EOF-PRO.
               READ PROPUESTA-FILE
                   AT END
                       SET FIN-PROPUESTA TO TRUE
               END-READ.
               IF FIN-PROPUESTA OR NOT PRO-ES-CABECERA
                   OR NOT PROPUESTA-PENDIENTE
                   CLOSE PROPUESTA-FILE
                   GO TO LEER-PROPUESTA-EXIT
               END-IF.
               MOVE PRO-CAB-FECHA TO WS-PRO-FECHA.
               MOVE PRO-CAB-UMBRAL TO WS-PRO-UMBRAL.

               PERFORM UNTIL FIN-PROPUESTA
                   READ PROPUESTA-FILE
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN PRO-ES-DETALLE
                                   ADD 1 TO WS-PRO-CONTADOR
                                   ADD PRO-DET-IMPORTE TO WS-PRO-TOTAL
                               WHEN PRO-ES-TRAILER
                                   IF PRO-TRL-CONTADOR
                                       = WS-PRO-CONTADOR
                                       AND PRO-TRL-TOTAL = WS-PRO-TOTAL
                                       SET PROPUESTA-ENCONTRADA
                                           TO TRUE
                                   ELSE
                                       DISPLAY "La propuesta no cuadra "
                                           "con su trailer; prepararla "
                                           "de nuevo"
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE PROPUESTA-FILE.

           LEER-PROPUESTA-EXIT.
               EXIT.

           EMITIR-TRANSFERENCIAS.
               MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA.
               MOVE ZERO TO WS-ORDENES.
               MOVE ZERO TO WS-HASH-TOTAL.
               MOVE ZERO TO WS-OMITIDAS.

               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.

               OPEN OUTPUT TRANSFERENCIAS-FILE.
               OPEN OUTPUT CONTROL-FILE.
               OPEN OUTPUT AVISOS-FILE.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "C" TO TRF-TIPO.
               MOVE WS-HOY TO TRF-CAB-FECHA.
               MOVE WS-SECUENCIA-VALOR TO TRF-CAB-ID.
               WRITE TRANSFERENCIA-REG.

               MOVE SPACES TO CONTROL-LINE.
               STRING "INFORME DE CONTROL DE DEVOLUCION DE SALDOS "
                   WS-SECUENCIA-VALOR " - " WS-HOY
                   " - APROBADA POR " WS-APROBADOR
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               OPEN INPUT PROPUESTA-FILE.
               MOVE 'N' TO EOF-PRO.
               PERFORM UNTIL FIN-PROPUESTA
                   READ PROPUESTA-FILE
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           IF PRO-ES-DETALLE
                               PERFORM DEVOLVER-SALDO
                                   THRU DEVOLVER-SALDO-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PROPUESTA-FILE.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "T" TO TRF-TIPO.
               MOVE WS-ORDENES TO TRF-TRL-CONTADOR.
               MOVE WS-HASH-TOTAL TO TRF-TRL-HASH.
               WRITE TRANSFERENCIA-REG.

               MOVE WS-HASH-TOTAL TO WS-HASH-ED.
               MOVE SPACES TO CONTROL-LINE.
               STRING "Transferencias: " WS-ORDENES
                   "  Importe total: " WS-HASH-ED
                   "  Omitidas: " WS-OMITIDAS
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               CLOSE TRANSFERENCIAS-FILE.
               CLOSE CONTROL-FILE.
               CLOSE AVISOS-FILE.

      *>   LA PROPUESTA EMITIDA NO SE PUEDE VOLVER A APROBAR
               OPEN OUTPUT PROPUESTA-FILE.
               MOVE SPACES TO PROPUESTA-REG.
               MOVE "C" TO PRO-TIPO.
               MOVE WS-PRO-FECHA TO PRO-CAB-FECHA.
               MOVE WS-PRO-UMBRAL TO PRO-CAB-UMBRAL.
               SET PROPUESTA-EMITIDA TO TRUE.
               WRITE PROPUESTA-REG.
               CLOSE PROPUESTA-FILE.

               MOVE "devolucion-control.dat" TO WS-SPOOL-NOMBRE.
               PERFORM CATALOGAR-INFORME.
               MOVE "devolucion-avisos.dat" TO WS-SPOOL-NOMBRE.
               PERFORM CATALOGAR-INFORME.

               DISPLAY "Emitidas " WS-ORDENES " transferencias por "
                   WS-HASH-ED " EUR (devolucion-transferencias.dat)".

           DEVOLVER-SALDO.
      *>   ENTRE LA PROPUESTA Y LA EMISION EL CLIENTE HA PODIDO COMPRAR
      *>   O CAMBIAR DE CUENTA: SOLO SE DEVUELVE SI EL SALDO A FAVOR
      *>   SIGUE CUBRIENDO EL IMPORTE Y EL IBAN ES EL MISMO
               MOVE PRO-DET-IMPORTE TO WS-IMPORTE.
               MOVE PRO-DET-CLI-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "CLIENTE NO EXISTE" TO WS-MOTIVO
                       PERFORM OMITIR-DEVOLUCION
                       GO TO DEVOLVER-SALDO-EXIT
               END-READ.
               IF CLIENTE-SALDO < WS-IMPORTE
                   MOVE "EL SALDO A FAVOR HA CAMBIADO" TO WS-MOTIVO
                   PERFORM OMITIR-DEVOLUCION
                   GO TO DEVOLVER-SALDO-EXIT
               END-IF.
               PERFORM LEER-CONTACTO.
               IF CONTACTO-IBAN NOT = PRO-DET-IBAN OR IBAN-RECHAZADO
                   MOVE "EL IBAN HA CAMBIADO" TO WS-MOTIVO
                   PERFORM OMITIR-DEVOLUCION
                   GO TO DEVOLVER-SALDO-EXIT
               END-IF.

               COMPUTE WS-SALDO-NUEVO = CLIENTE-SALDO - WS-IMPORTE.
               MOVE WS-SALDO-NUEVO TO CLIENTE-SALDO.
               REWRITE CLIENTE-REG
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR SALDO" TO WS-MOTIVO
                       PERFORM OMITIR-DEVOLUCION
                       GO TO DEVOLVER-SALDO-EXIT
               END-REWRITE.
               ADD 1 TO WS-JOB-ESCRITOS.

               MOVE SPACES TO WS-REFERENCIA.
               STRING "DV" WS-SECUENCIA-VALOR "-" WS-HORA (1:4)
                   DELIMITED BY SIZE INTO WS-REFERENCIA
               END-STRING.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "D" TO TRF-TIPO.
               MOVE CONTACTO-IBAN TO TRF-DET-IBAN.
               MOVE WS-IMPORTE TO TRF-DET-IMPORTE.
               MOVE WS-REFERENCIA TO TRF-DET-REFERENCIA.
               MOVE CLI-ID TO TRF-DET-CLI-ID.
               MOVE CLIENTE-NOMBRE TO TRF-DET-NOMBRE.
               WRITE TRANSFERENCIA-REG.

               ADD 1 TO WS-ORDENES.
               ADD WS-IMPORTE TO WS-HASH-TOTAL.

               MOVE WS-IMPORTE TO WS-IMPORTE-ED.
               MOVE SPACES TO CONTROL-LINE.
               STRING "  TRANSFERENCIA " CLI-ID " " CLIENTE-NOMBRE
                   " " WS-IMPORTE-ED " IBAN " CONTACTO-IBAN
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               PERFORM REGISTRAR-MOV-DEVOLUCION.
               PERFORM EMITIR-ASIENTO-DEVOLUCION.
               PERFORM EMITIR-AVISO.

           DEVOLVER-SALDO-EXIT.
               EXIT.

           OMITIR-DEVOLUCION.
               ADD 1 TO WS-OMITIDAS.
               ADD 1 TO WS-JOB-RECHAZADOS.
               MOVE WS-IMPORTE TO WS-IMPORTE-ED.
               MOVE SPACES TO CONTROL-LINE.
               STRING "  OMITIDA " PRO-DET-CLI-ID " " WS-IMPORTE-ED
                   " " WS-MOTIVO
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

           REGISTRAR-MOV-DEVOLUCION.
      *>   EL APUNTE "T" CARGA EL SALDO: CONSUME EL SALDO A FAVOR, NO
      *>   ES DEUDA DEL CLIENTE
               MOVE WS-HOY TO MOV-FECHA.
               MOVE CLI-ID TO MOV-CLI-ID.
               MOVE "T" TO MOV-TIPO.
               COMPUTE MOV-IMPORTE = ZERO - WS-IMPORTE.
               MOVE CLIENTE-SALDO TO MOV-SALDO.
               MOVE SPACES TO MOV-REFERENCIA.
               STRING "DEV-SALDO-" WS-REFERENCIA
                   DELIMITED BY SIZE INTO MOV-REFERENCIA
               END-STRING.
               OPEN EXTEND SALDO-MOVIMIENTOS-FILE.
               WRITE SALDO-MOV-REG.
               CLOSE SALDO-MOVIMIENTOS-FILE.

           EMITIR-ASIENTO-DEVOLUCION.
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE "43000000" TO ASI-CUENTA.
               MOVE "DEVOLUCION SALDO A FAVOR" TO ASI-CONCEPTO.
               MOVE WS-IMPORTE TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE "57200000" TO ASI-CUENTA.
               MOVE "TRANSFERENCIA DEVOLUCION" TO ASI-CONCEPTO.
               MOVE ZERO TO ASI-DEBE.
               MOVE WS-IMPORTE TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

           EMITIR-AVISO.
      *>   EN EL AVISO SOLO SE VEN EL PAIS Y LAS ULTIMAS CIFRAS DE LA
      *>   CUENTA
               MOVE ALL "*" TO WS-IBAN-OCULTO.
               MOVE CONTACTO-IBAN (1:4) TO WS-IBAN-OCULTO (1:4).
               MOVE CONTACTO-IBAN (21:4) TO WS-IBAN-OCULTO (21:4).

               MOVE "----------------------------------------"
                   TO AVISO-LINE.
               WRITE AVISO-LINE.

               MOVE SPACES TO AVISO-LINE.
               STRING "AVISO DE DEVOLUCION " WS-REFERENCIA " " WS-HOY
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.

               MOVE SPACES TO AVISO-LINE.
               STRING "CLIENTE " CLI-ID " " CLIENTE-NOMBRE
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.

               MOVE SPACES TO AVISO-LINE.
               STRING "Le devolvemos por transferencia " WS-IMPORTE-ED
                   " EUR de su saldo a favor"
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.

               MOVE SPACES TO AVISO-LINE.
               STRING "a la cuenta " WS-IBAN-OCULTO
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.

               MOVE CLIENTE-SALDO TO WS-IMPORTE-ED.
               MOVE SPACES TO AVISO-LINE.
               STRING "Saldo pendiente tras la devolucion: "
                   WS-IMPORTE-ED " EUR"
                   DELIMITED BY SIZE INTO AVISO-LINE
               END-STRING.
               WRITE AVISO-LINE.

           PEDIR-FIRMA.
               MOVE SPACES TO WS-OPERADOR-TECLEADO.
               ACCEPT WS-OPERADOR-TECLEADO.
               DISPLAY "Clave: " WITH NO ADVANCING.
               MOVE SPACES TO WS-CLAVE-TECLEADA.
               ACCEPT WS-CLAVE-TECLEADA.

               MOVE 'N' TO WS-FIRMA-VALIDA.
               OPEN INPUT OPERADORES-FILE.
               IF ST-OPERADORES NOT = "00"
                   CLOSE OPERADORES-FILE
                   DISPLAY "No hay fichero de operadores ("
                       ST-OPERADORES ")"
                   GO TO PEDIR-FIRMA-EXIT
               END-IF.

               MOVE 'N' TO EOF-OPERADORES.
               PERFORM UNTIL FIN-OPERADORES
                   READ OPERADORES-FILE
                       AT END
                           SET FIN-OPERADORES TO TRUE
                       NOT AT END
                           IF OPER-ID = WS-OPERADOR-TECLEADO
                               AND OPERADOR-ACTIVO
                               AND OPER-CLAVE = WS-CLAVE-TECLEADA
                               SET FIRMA-VALIDA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE OPERADORES-FILE.

               IF NOT FIRMA-VALIDA
                   DISPLAY "Operador o clave no validos"
               END-IF.

           PEDIR-FIRMA-EXIT.
               EXIT.

           CATALOGAR-INFORME.
               MOVE "DEVOLUCION-SALDOS" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "DEVOLUCION-SALDOS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM DEVOLUCION-SALDOS.
