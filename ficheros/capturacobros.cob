                   ASSIGN TO "cobros-recibos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL FALLIDOS-FILE
                   ASSIGN TO "clientes-fallidos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FAL-CLI-ID
                   STATUS ST-FALLIDOS.

                   SELECT OPTIONAL PLANES-PAGO-FILE
                   ASSIGN TO "planes-pago.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PLAN-CLI-ID
                   STATUS ST-PLANES.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD RECIBOS-COBRO-FILE.
                   01 RECIBO-LINE PIC X(80).

               FD FALLIDOS-FILE.
                   COPY copyfall.

               FD PLANES-PAGO-FILE.
                   COPY copyplan.

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
               77 ST-PLANES PIC X(2).

               01 WS-FALLIDOS-OK PIC X VALUE 'N'.
                   88 FALLIDOS-DISPONIBLE VALUE 'S'.
      *>   EL COBRO DE UN CLIENTE DADO DE BAJA POR FALLIDO ES UNA
      *>   RECUPERACION: NO VUELVE A ABRIR EL SALDO
               01 WS-ES-FALLIDO PIC X VALUE 'N'.
                   88 CLIENTE-FALLIDO VALUE 'S'.

               01 WS-PLANES-OK PIC X VALUE 'N'.
                   88 PLANES-DISPONIBLE VALUE 'S'.
      *>   EL COBRO DE UN CLIENTE CON PLAN DE PAGOS VIGENTE SE APLICA
      *>   A LOS PLAZOS POR ORDEN DE VENCIMIENTO
               01 WS-RESTO-PLAN PIC 9(7)V99.
               01 WS-FALTA-PLAZO PIC 9(7)V99.
               01 WS-PLAZOS-PENDIENTES PIC 9(2).
               77 WS-P PIC 9(2).

               01 OPCION PIC X(1).
                   88 OPCION-COBRO VALUE "C".
           MAIN.
      *>   CAPTURA DE COBROS DE CLIENTES: CADA PAGO ABONA EL SALDO,
      *>   DEJA UN APUNTE FECHADO Y NUMERADO EN EL DIARIO DE SALDOS Y
      *>   EMITE UN RECIBO; SE ACABO EL RETOQUE DE SALDOS A MANO. EL
      *>   COBRO DE UN CLIENTE DADO DE BAJA POR FALLIDO SE REGISTRA
      *>   COMO RECUPERACION SIN TOCAR EL SALDO; EL DE UN CLIENTE CON
      *>   PLAN DE PAGOS VIGENTE SE APLICA ADEMAS A SUS PLAZOS
               OPEN I-O CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-FALLIDOS-OK.
               OPEN I-O FALLIDOS-FILE.
               IF ST-FALLIDOS = "00"
                   SET FALLIDOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-PLANES-OK.
               OPEN I-O PLANES-PAGO-FILE.
               IF ST-PLANES = "00"
                   SET PLANES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "CAPTURA DE COBROS"
               END-PERFORM.

               CLOSE CLIENTES-FILE.
               IF FALLIDOS-DISPONIBLE
                   CLOSE FALLIDOS-FILE
               END-IF.
               IF PLANES-DISPONIBLE
                   CLOSE PLANES-PAGO-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

                       MOVE CLIENTE-SALDO TO WS-SALDO-ED
                       DISPLAY "  " CLIENTE-NOMBRE
                           " saldo actual " WS-SALDO-ED
                       PERFORM COMPROBAR-FALLIDO
                       PERFORM CAPTURAR-DATOS-COBRO
               END-READ.

           COMPROBAR-FALLIDO.
               MOVE 'N' TO WS-ES-FALLIDO.
               IF FALLIDOS-DISPONIBLE
                   MOVE WS-CUST-ID TO FAL-CLI-ID
                   READ FALLIDOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CLIENTE-FALLIDO TO TRUE
                           DISPLAY "  Cliente dado de baja por fallido "
                               "el " FAL-FECHA "; el cobro se "
                               "registra como recuperacion"
                   END-READ
               END-IF.

           CAPTURAR-DATOS-COBRO.
               DISPLAY "Importe cobrado: " WITH NO ADVANCING.
               ACCEPT WS-IMPORTE.
               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.

               IF CLIENTE-FALLIDO
                   PERFORM POSTEAR-RECUPERACION
                   GO TO POSTEAR-COBRO-EXIT
               END-IF.

               COMPUTE WS-SALDO-NUEVO = CLIENTE-SALDO + WS-IMPORTE
                   ON SIZE ERROR
                       DISPLAY "DESBORDAMIENTO DE SALDO; cobro no "
                       ADD 1 TO WS-JOB-ESCRITOS
                       PERFORM REGISTRAR-MOV-COBRO
                       PERFORM EMITIR-RECIBO-COBRO
                       PERFORM APLICAR-COBRO-PLAN
               END-REWRITE.

           POSTEAR-COBRO-EXIT.
               EXIT.

           APLICAR-COBRO-PLAN.
      *>   EL COBRO VA CUBRIENDO LOS PLAZOS PENDIENTES DEL MAS ANTIGUO
      *>   AL MAS RECIENTE; EL PLAN SE DA POR CUMPLIDO CUANDO NO QUEDA
      *>   NINGUN PLAZO POR PAGAR O EL SALDO YA NO ES DEUDOR
               IF PLANES-DISPONIBLE
                   MOVE WS-CUST-ID TO PLAN-CLI-ID
                   READ PLANES-PAGO-FILE
                       INVALID KEY
                           MOVE SPACE TO PLAN-ESTADO
                   END-READ
                   IF PLAN-VIGENTE
                       MOVE WS-IMPORTE TO WS-RESTO-PLAN
                       MOVE ZERO TO WS-PLAZOS-PENDIENTES
                       PERFORM VARYING WS-P FROM 1 BY 1
                               UNTIL WS-P > PLAN-NUM-PLAZOS
                           COMPUTE WS-FALTA-PLAZO = PLZ-IMPORTE (WS-P)
                               - PLZ-PAGADO (WS-P)
                           IF WS-FALTA-PLAZO > WS-RESTO-PLAN
                               ADD WS-RESTO-PLAN TO PLZ-PAGADO (WS-P)
                               MOVE ZERO TO WS-RESTO-PLAN
                               ADD 1 TO WS-PLAZOS-PENDIENTES
                           ELSE
                               ADD WS-FALTA-PLAZO TO PLZ-PAGADO (WS-P)
                               SUBTRACT WS-FALTA-PLAZO
                                   FROM WS-RESTO-PLAN
                           END-IF
                       END-PERFORM
                       IF WS-PLAZOS-PENDIENTES = ZERO
                          OR CLIENTE-SALDO NOT < ZERO
                           SET PLAN-CUMPLIDO TO TRUE
                           MOVE WS-HOY TO PLAN-FECHA-ESTADO
                       END-IF
                       REWRITE PLAN-REG
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL PLAN DE "
                                   "PAGOS (" ST-PLANES ")"
                           NOT INVALID KEY
                               IF PLAN-CUMPLIDO
                                   DISPLAY "  Plan de pagos cumplido"
                               ELSE
                                   DISPLAY "  Aplicado al plan de "
                                       "pagos; quedan "
                                       WS-PLAZOS-PENDIENTES
                                       " plazos por cubrir"
                               END-IF
                       END-REWRITE
                   END-IF
               END-IF.

           POSTEAR-RECUPERACION.
      *>   EL SALDO DEL FALLIDO SIGUE A CERO; EL IMPORTE SE ACUMULA EN
      *>   LO RECUPERADO, QUEDA EN EL DIARIO DE SALDOS COMO APUNTE "Y"
      *>   Y SE CONTABILIZA COMO INGRESO (57000000 O 57200000 AL
      *>   DEBE, 77800000 AL HABER)
               ADD WS-IMPORTE TO FAL-RECUPERADO.
               MOVE WS-HOY TO FAL-FECHA-RECUPERACION.
               REWRITE FALLIDO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ANOTAR LA RECUPERACION ("
                           ST-FALLIDOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       PERFORM REGISTRAR-MOV-COBRO
                       PERFORM EMITIR-RECIBO-COBRO
                       PERFORM EMITIR-ASIENTO-RECUPERACION
               END-REWRITE.

           EMITIR-ASIENTO-RECUPERACION.
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               IF MEDIO-EFECTIVO
                   MOVE "57000000" TO ASI-CUENTA
               ELSE
                   MOVE "57200000" TO ASI-CUENTA
               END-IF.
               MOVE "COBRO CLIENTE FALLIDO" TO ASI-CONCEPTO.
               MOVE WS-IMPORTE TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE "77800000" TO ASI-CUENTA.
               MOVE "RECUPERACION CREDITO FALLIDO" TO ASI-CONCEPTO.
               MOVE ZERO TO ASI-DEBE.
               MOVE WS-IMPORTE TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

           REGISTRAR-MOV-COBRO.
               MOVE WS-HOY TO MOV-FECHA.
               MOVE WS-CUST-ID TO MOV-CLI-ID.
               IF CLIENTE-FALLIDO
                   MOVE "Y" TO MOV-TIPO
               ELSE
                   MOVE "P" TO MOV-TIPO
               END-IF.
               MOVE WS-IMPORTE TO MOV-IMPORTE.
               MOVE CLIENTE-SALDO TO MOV-SALDO.
               MOVE SPACES TO MOV-REFERENCIA.
               END-STRING.
               WRITE RECIBO-LINE.

               IF CLIENTE-FALLIDO
                   MOVE "RECUPERACION DE CREDITO DADO DE BAJA"
                       TO RECIBO-LINE
                   WRITE RECIBO-LINE
                   DISPLAY RECIBO-LINE
               END-IF.

               MOVE CLIENTE-SALDO TO WS-SALDO-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "SALDO RESULTANTE " WS-SALDO-ED
