       IDENTIFICATION DIVISION.
       PROGRAM-ID. FALLIDOS-CLIENTES.

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

                   SELECT OPTIONAL FALLIDOS-FILE
                   ASSIGN TO "clientes-fallidos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FAL-CLI-ID
                   STATUS ST-FALLIDOS.

                   SELECT OPTIONAL OPERADORES-FILE
                   ASSIGN TO "operadores.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-OPERADORES.

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

               FD FALLIDOS-FILE.
                   COPY copyfall.

               FD OPERADORES-FILE.
                   COPY copyoper.

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
               77 ST-FALLIDOS PIC X(2).
               77 ST-OPERADORES PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-BAJA VALUE "B".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-OPERADORES PIC X VALUE 'N'.
                   88 FIN-OPERADORES VALUE 'S'.
               01 EOF-SCAN PIC X VALUE 'N'.
                   88 FIN-SCAN VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-CUST-ID PIC 9(8).
               01 WS-DEUDA PIC 9(8)V99.
               01 WS-MOTIVO PIC X(30).
               01 WS-RESPUESTA PIC X(1).

      *>   LA BAJA NECESITA DOS FIRMAS: QUIEN LA PROPONE Y UN SEGUNDO
      *>   OPERADOR, DISTINTO, QUE LA APRUEBA; AMBOS CON SU CLAVE DEL
      *>   MENU Y EN ESTADO ACTIVO
               01 WS-PROPONENTE PIC X(8).
               01 WS-APROBADOR PIC X(8).
               01 WS-OPERADOR-TECLEADO PIC X(8).
               01 WS-CLAVE-TECLEADA PIC X(8).
               01 WS-FIRMA-VALIDA PIC X VALUE 'N'.
                   88 FIRMA-VALIDA VALUE 'S'.

               01 WS-SALDO-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-RECUPERADO-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-LISTADOS PIC 9(5).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   BAJA DE CLIENTES POR FALLIDO: CANCELA EL SALDO DEUDOR QUE
      *>   SE DA POR INCOBRABLE CON SU APUNTE EN EL DIARIO DE SALDOS,
      *>   LLEVA LA PERDIDA A CONTABILIDAD (65000000 AL DEBE,
      *>   43000000 AL HABER, ANADIDO A asientos-contables.dat) Y DEJA
      *>   AL CLIENTE MARCADO EN clientes-fallidos.dat PARA QUE LA CAJA
      *>   NO LE ADMITA MAS VENTAS A CUENTA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                       ST-CLIENTES ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O FALLIDOS-FILE.
               IF ST-FALLIDOS = "35"
                   OPEN OUTPUT FALLIDOS-FILE
                   CLOSE FALLIDOS-FILE
                   OPEN I-O FALLIDOS-FILE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "CLIENTES FALLIDOS"
                   DISPLAY "  B - Baja de un cliente por fallido"
                   DISPLAY "  C - Consulta de fallidos y recuperado"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-BAJA
                           PERFORM BAJA-FALLIDO
                               THRU BAJA-FALLIDO-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-FALLIDOS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE CLIENTES-FILE.
               CLOSE FALLIDOS-FILE.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           BAJA-FALLIDO.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CUST-ID.
               ACCEPT WS-CUST-ID.

               MOVE WS-CUST-ID TO FAL-CLI-ID.
               READ FALLIDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "El cliente ya esta dado de baja por "
                           "fallido desde " FAL-FECHA
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO BAJA-FALLIDO-EXIT
               END-READ.

               MOVE WS-CUST-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "Cliente no encontrado ("
                           ST-CLIENTES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO BAJA-FALLIDO-EXIT
               END-READ.
               ADD 1 TO WS-JOB-LEIDOS.

               MOVE CLIENTE-SALDO TO WS-SALDO-ED.
               DISPLAY "  " CLIENTE-NOMBRE " saldo actual " WS-SALDO-ED.
               IF CLIENTE-SALDO NOT < ZERO
                   DISPLAY "El cliente no tiene deuda que dar de baja"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO BAJA-FALLIDO-EXIT
               END-IF.
               COMPUTE WS-DEUDA = ZERO - CLIENTE-SALDO.

               DISPLAY "Motivo de la baja: " WITH NO ADVANCING.
               MOVE SPACES TO WS-MOTIVO.
               ACCEPT WS-MOTIVO.
               IF WS-MOTIVO = SPACES
                   DISPLAY "ERROR: el motivo es obligatorio"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO BAJA-FALLIDO-EXIT
               END-IF.

               DISPLAY "Operador que propone la baja: "
                   WITH NO ADVANCING.
               PERFORM PEDIR-FIRMA THRU PEDIR-FIRMA-EXIT.
               IF NOT FIRMA-VALIDA
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO BAJA-FALLIDO-EXIT
               END-IF.
               MOVE WS-OPERADOR-TECLEADO TO WS-PROPONENTE.

               DISPLAY "Operador que aprueba la baja: "
                   WITH NO ADVANCING.
               PERFORM PEDIR-FIRMA THRU PEDIR-FIRMA-EXIT.
               IF NOT FIRMA-VALIDA
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO BAJA-FALLIDO-EXIT
               END-IF.
               IF WS-OPERADOR-TECLEADO = WS-PROPONENTE
                   DISPLAY "La baja la debe aprobar un operador "
                       "distinto del que la propone"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO BAJA-FALLIDO-EXIT
               END-IF.
               MOVE WS-OPERADOR-TECLEADO TO WS-APROBADOR.

               MOVE WS-DEUDA TO WS-IMPORTE-ED.
               DISPLAY "Se dara por perdida una deuda de "
                   WS-IMPORTE-ED " EUR. Confirmar (S/N): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Baja cancelada"
                   GO TO BAJA-FALLIDO-EXIT
               END-IF.

               MOVE ZERO TO CLIENTE-SALDO.
               REWRITE CLIENTE-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR SALDO ("
                           ST-CLIENTES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO BAJA-FALLIDO-EXIT
               END-REWRITE.

               MOVE WS-CUST-ID TO FAL-CLI-ID.
               MOVE WS-HOY TO FAL-FECHA.
               MOVE WS-DEUDA TO FAL-IMPORTE.
               MOVE WS-MOTIVO TO FAL-MOTIVO.
               MOVE WS-PROPONENTE TO FAL-OPERADOR.
               MOVE WS-APROBADOR TO FAL-APROBADOR.
               MOVE ZERO TO FAL-RECUPERADO.
               MOVE ZERO TO FAL-FECHA-RECUPERACION.
               WRITE FALLIDO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR EL CLIENTE FALLIDO ("
                           ST-FALLIDOS ")"
               END-WRITE.

               PERFORM REGISTRAR-MOV-BAJA.
               PERFORM EMITIR-ASIENTO-BAJA.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Cliente " WS-CUST-ID " dado de baja por fallido"
                   "; aprobada por " WS-APROBADOR.

           BAJA-FALLIDO-EXIT.
               EXIT.

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

           REGISTRAR-MOV-BAJA.
      *>   EL APUNTE "X" ABONA LA DEUDA ENTERA: EL DIARIO DE SALDOS
      *>   QUEDA A CERO Y LA ANTIGUEDAD DE SALDOS DEJA DE VERLA
               MOVE WS-HOY TO MOV-FECHA.
               MOVE WS-CUST-ID TO MOV-CLI-ID.
               MOVE "X" TO MOV-TIPO.
               MOVE WS-DEUDA TO MOV-IMPORTE.
               MOVE CLIENTE-SALDO TO MOV-SALDO.
               MOVE SPACES TO MOV-REFERENCIA.
               STRING "FALLIDO-" WS-APROBADOR
                   DELIMITED BY SIZE INTO MOV-REFERENCIA
               END-STRING.
               OPEN EXTEND SALDO-MOVIMIENTOS-FILE.
               WRITE SALDO-MOV-REG.
               CLOSE SALDO-MOVIMIENTOS-FILE.

           EMITIR-ASIENTO-BAJA.
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE "65000000" TO ASI-CUENTA.
               MOVE "PERDIDA CREDITOS INCOBRABLES" TO ASI-CONCEPTO.
               MOVE WS-DEUDA TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE "43000000" TO ASI-CUENTA.
               MOVE "BAJA CLIENTE FALLIDO" TO ASI-CONCEPTO.
               MOVE ZERO TO ASI-DEBE.
               MOVE WS-DEUDA TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

           CONSULTA-FALLIDOS.
               MOVE ZERO TO WS-LISTADOS.
               MOVE ZEROS TO FAL-CLI-ID.
               START FALLIDOS-FILE KEY IS NOT LESS THAN FAL-CLI-ID
                   INVALID KEY
                       SET FIN-SCAN TO TRUE
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-SCAN
               END-START.
               PERFORM UNTIL FIN-SCAN
                   READ FALLIDOS-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LISTADOS
                           MOVE FAL-IMPORTE TO WS-IMPORTE-ED
                           MOVE FAL-RECUPERADO TO WS-RECUPERADO-ED
                           DISPLAY "  " FAL-CLI-ID " " FAL-FECHA
                               " baja " WS-IMPORTE-ED
                               " recuperado " WS-RECUPERADO-ED
                           DISPLAY "      " FAL-MOTIVO
                               " [" FAL-OPERADOR "/" FAL-APROBADOR "]"
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "Ningun cliente dado de baja por fallido."
               END-IF.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "FALLIDOS-CLIENTES" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM FALLIDOS-CLIENTES.
