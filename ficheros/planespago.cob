       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANES-PAGO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PLANES-PAGO-FILE
                   ASSIGN TO "planes-pago.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PLAN-CLI-ID
                   STATUS ST-PLANES.

                   SELECT CLIENTES-FILE ASSIGN TO "./clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL PARAMETROS-AUDIT-FILE
                   ASSIGN TO "parametros-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD PLANES-PAGO-FILE.
                   COPY copyplan.

               FD CLIENTES-FILE.
                   COPY copyclie.

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
               77 ST-PLANES PIC X(2).
               77 ST-CLIENTES PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).
               01 WS-CONFIRMAR PIC X(1).

               01 EOF-PLANES PIC X VALUE 'N'.
                   88 FIN-PLANES VALUE 'S'.

               01 WS-PLAN-EXISTE PIC X VALUE 'N'.
                   88 PLAN-EXISTE VALUE 'S'.

               01 WS-CUST-ID PIC 9(8).
               01 WS-DEUDA PIC 9(8)V99.
               01 WS-IMPORTE PIC 9(8)V99.
               01 WS-NUM-PLAZOS PIC 9(2).
               01 WS-IMPORTE-PLAZO PIC 9(7)V99.
               01 WS-PENDIENTE PIC 9(8)V99.
               01 WS-I PIC 9(2).
               01 WS-LISTADOS PIC 9(5).
               01 WS-ESTADO-ANTERIOR PIC X(1).

      *>   LOS VENCIMIENTOS SON MENSUALES A PARTIR DEL PRIMERO; EL DIA
      *>   SE LIMITA AL 28 PARA QUE EXISTA EN TODOS LOS MESES
               01 WS-PRIMER-VENCIMIENTO PIC 9(8).
               01 WS-FECHA-PLAZO PIC 9(8).
               01 WS-FECHA-PLAZO-R REDEFINES WS-FECHA-PLAZO.
                   05 WS-PLAZO-ANIO PIC 9(4).
                   05 WS-PLAZO-MES PIC 9(2).
                   05 WS-PLAZO-DIA PIC 9(2).

               01 WS-SITUACION PIC X(10).
               01 WS-IMPORTE-ED PIC Z(7)9,99.
               01 WS-PLAZO-ED PIC Z(6)9,99.
               01 WS-PAGADO-ED PIC Z(6)9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   PLANES DE PAGO APLAZADO PARA CLIENTES A CUENTA CON DEUDA:
      *>   IMPORTE ACORDADO REPARTIDO EN PLAZOS MENSUALES. MIENTRAS EL
      *>   PLAN SE CUMPLE, LAS CARTAS DE RECLAMACION Y EL INTERES
      *>   MENSUAL NO TOCAN LA PARTE PENDIENTE DEL PLAN. CADA ALTA
      *>   QUEDA AUDITADA COMO EN EL MANTENIMIENTO DE PARAMETROS
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O PLANES-PAGO-FILE.
               IF ST-PLANES = "35"
                   OPEN OUTPUT PLANES-PAGO-FILE
                   CLOSE PLANES-PAGO-FILE
                   OPEN I-O PLANES-PAGO-FILE
               END-IF.

               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                       ST-CLIENTES ")"
                   CLOSE PLANES-PAGO-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "PLANES DE PAGO APLAZADO"
                   DISPLAY "  A - Alta de plan de pagos"
                   DISPLAY "  C - Consulta del plan de un cliente"
                   DISPLAY "  L - Listado de planes"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-PLAN
                               THRU ALTA-PLAN-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-PLAN
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-PLANES
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE PLANES-PAGO-FILE.
               CLOSE CLIENTES-FILE.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-PLAN.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CUST-ID.
               ACCEPT WS-CUST-ID.

               MOVE WS-CUST-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "Cliente no encontrado ("
                           ST-CLIENTES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-PLAN-EXIT
               END-READ.
               DISPLAY "  " CLIENTE-NOMBRE.

               IF CLIENTE-SALDO NOT < ZERO
                   DISPLAY "ERROR: el cliente no tiene deuda"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PLAN-EXIT
               END-IF.
               COMPUTE WS-DEUDA = ZERO - CLIENTE-SALDO.

      *>   UN SOLO PLAN POR CLIENTE: UNO CUMPLIDO O ROTO SE SUSTITUYE,
      *>   UNO VIGENTE NO
               MOVE 'N' TO WS-PLAN-EXISTE.
               MOVE SPACE TO WS-ESTADO-ANTERIOR.
               MOVE WS-CUST-ID TO PLAN-CLI-ID.
               READ PLANES-PAGO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PLAN-EXISTE TO TRUE
                       MOVE PLAN-ESTADO TO WS-ESTADO-ANTERIOR
               END-READ.
               IF PLAN-EXISTE AND PLAN-VIGENTE
                   DISPLAY "ERROR: el cliente ya tiene un plan vigente "
                       "desde " PLAN-FECHA
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PLAN-EXIT
               END-IF.

               MOVE WS-DEUDA TO WS-IMPORTE-ED.
               DISPLAY "Deuda actual: " WS-IMPORTE-ED.
               DISPLAY "Importe acordado (0 = toda la deuda): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-IMPORTE.
               ACCEPT WS-IMPORTE.
               IF WS-IMPORTE = ZERO
                   MOVE WS-DEUDA TO WS-IMPORTE
               END-IF.
               IF WS-IMPORTE > WS-DEUDA
                   DISPLAY "ERROR: el importe supera la deuda"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PLAN-EXIT
               END-IF.

               DISPLAY "Numero de plazos (2-24): " WITH NO ADVANCING.
               MOVE ZERO TO WS-NUM-PLAZOS.
               ACCEPT WS-NUM-PLAZOS.
               IF WS-NUM-PLAZOS < 2 OR WS-NUM-PLAZOS > 24
                   DISPLAY "ERROR: numero de plazos no valido"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PLAN-EXIT
               END-IF.

               DISPLAY "Primer vencimiento (AAAAMMDD): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-PRIMER-VENCIMIENTO.
               ACCEPT WS-PRIMER-VENCIMIENTO.
               MOVE WS-PRIMER-VENCIMIENTO TO WS-FECHA-PLAZO.
               IF WS-PRIMER-VENCIMIENTO < WS-HOY
                  OR WS-PLAZO-MES < 1 OR WS-PLAZO-MES > 12
                  OR WS-PLAZO-DIA < 1 OR WS-PLAZO-DIA > 28
                   DISPLAY "ERROR: primer vencimiento no valido (dia "
                       "1 a 28, no anterior a hoy)"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PLAN-EXIT
               END-IF.

               PERFORM CALCULAR-PLAZOS.
               PERFORM MOSTRAR-PLAN.

               DISPLAY "Confirmar el plan (S/N): " WITH NO ADVANCING.
               ACCEPT WS-CONFIRMAR.
               IF WS-CONFIRMAR NOT = "S" AND WS-CONFIRMAR NOT = "s"
                   DISPLAY "Plan no registrado"
                   GO TO ALTA-PLAN-EXIT
               END-IF.

               IF PLAN-EXISTE
                   REWRITE PLAN-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL PLAN ("
                               ST-PLANES ")"
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO ALTA-PLAN-EXIT
                   END-REWRITE
               ELSE
                   WRITE PLAN-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL PLAN ("
                               ST-PLANES ")"
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO ALTA-PLAN-EXIT
                   END-WRITE
               END-IF.
               DISPLAY "Plan de pagos registrado".
               ADD 1 TO WS-JOB-ESCRITOS.

               MOVE PLAN-CLI-ID TO PAUD-CLAVE.
               MOVE WS-ESTADO-ANTERIOR TO PAUD-VALOR-ANTERIOR.
               MOVE PLAN-IMPORTE TO WS-IMPORTE-ED.
               MOVE WS-IMPORTE-ED TO PAUD-VALOR-NUEVO.
               PERFORM REGISTRAR-CAMBIO.

           ALTA-PLAN-EXIT.
               EXIT.

           CALCULAR-PLAZOS.
      *>   PLAZOS IGUALES; EL ULTIMO RECOGE EL REDONDEO PARA QUE LA
      *>   SUMA CUADRE CON EL IMPORTE ACORDADO
               INITIALIZE PLAN-REG.
               MOVE WS-CUST-ID TO PLAN-CLI-ID.
               MOVE WS-HOY TO PLAN-FECHA.
               MOVE WS-OPERADOR TO PLAN-OPERADOR.
               MOVE WS-IMPORTE TO PLAN-IMPORTE.
               SET PLAN-VIGENTE TO TRUE.
               MOVE WS-HOY TO PLAN-FECHA-ESTADO.
               MOVE WS-NUM-PLAZOS TO PLAN-NUM-PLAZOS.

               COMPUTE WS-IMPORTE-PLAZO = WS-IMPORTE / WS-NUM-PLAZOS.
               MOVE WS-PRIMER-VENCIMIENTO TO WS-FECHA-PLAZO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-PLAZOS
                   MOVE WS-FECHA-PLAZO TO PLZ-VENCIMIENTO (WS-I)
                   MOVE WS-IMPORTE-PLAZO TO PLZ-IMPORTE (WS-I)
                   MOVE ZERO TO PLZ-PAGADO (WS-I)
                   ADD 1 TO WS-PLAZO-MES
                   IF WS-PLAZO-MES > 12
                       MOVE 1 TO WS-PLAZO-MES
                       ADD 1 TO WS-PLAZO-ANIO
                   END-IF
               END-PERFORM.
               COMPUTE PLZ-IMPORTE (WS-NUM-PLAZOS) = WS-IMPORTE
                   - WS-IMPORTE-PLAZO * (WS-NUM-PLAZOS - 1).

           CONSULTA-PLAN.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CUST-ID.
               ACCEPT WS-CUST-ID.
               MOVE WS-CUST-ID TO PLAN-CLI-ID.
               READ PLANES-PAGO-FILE
                   INVALID KEY
                       DISPLAY "El cliente no tiene plan de pagos"
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-LEIDOS
                       PERFORM MOSTRAR-PLAN
               END-READ.

           LISTADO-PLANES.
               MOVE ZERO TO WS-LISTADOS.
               MOVE LOW-VALUES TO PLAN-CLI-ID.
               MOVE 'N' TO EOF-PLANES.
               START PLANES-PAGO-FILE
                   KEY IS NOT LESS THAN PLAN-CLI-ID
                   INVALID KEY
                       SET FIN-PLANES TO TRUE
               END-START.
               PERFORM UNTIL FIN-PLANES
                   READ PLANES-PAGO-FILE NEXT RECORD
                       AT END
                           SET FIN-PLANES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LISTADOS
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM SITUACION-PLAN
                           MOVE PLAN-IMPORTE TO WS-IMPORTE-ED
                           MOVE WS-PENDIENTE TO WS-PLAZO-ED
                           DISPLAY "  " PLAN-CLI-ID " " PLAN-FECHA
                               " " WS-IMPORTE-ED
                               " pte " WS-PLAZO-ED
                               " " PLAN-NUM-PLAZOS " plazos "
                               WS-SITUACION
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "No hay planes de pago registrados"
               END-IF.

           SITUACION-PLAN.
      *>   UN PLAN VIGENTE CON UN PLAZO VENCIDO SIN PAGAR SE MUESTRA
      *>   YA COMO INCUMPLIDO; LO ROMPEN LAS CARTAS DE RECLAMACION
               MOVE ZERO TO WS-PENDIENTE.
               EVALUATE TRUE
                   WHEN PLAN-CUMPLIDO
                       MOVE "CUMPLIDO" TO WS-SITUACION
                   WHEN PLAN-ROTO
                       MOVE "ROTO" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "VIGENTE" TO WS-SITUACION
               END-EVALUATE.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > PLAN-NUM-PLAZOS
                   COMPUTE WS-PENDIENTE = WS-PENDIENTE
                       + PLZ-IMPORTE (WS-I) - PLZ-PAGADO (WS-I)
                   IF PLAN-VIGENTE
                      AND PLZ-VENCIMIENTO (WS-I) < WS-HOY
                      AND PLZ-PAGADO (WS-I) < PLZ-IMPORTE (WS-I)
                       MOVE "INCUMPLIDO" TO WS-SITUACION
                   END-IF
               END-PERFORM.

           MOSTRAR-PLAN.
               PERFORM SITUACION-PLAN.
               MOVE PLAN-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "  Plan del cliente " PLAN-CLI-ID
                   " de " PLAN-FECHA " (" PLAN-OPERADOR ")".
               DISPLAY "  Importe " WS-IMPORTE-ED
                   " en " PLAN-NUM-PLAZOS " plazos - " WS-SITUACION
                   " desde " PLAN-FECHA-ESTADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > PLAN-NUM-PLAZOS
                   MOVE PLZ-IMPORTE (WS-I) TO WS-PLAZO-ED
                   MOVE PLZ-PAGADO (WS-I) TO WS-PAGADO-ED
                   DISPLAY "    " WS-I " vence " PLZ-VENCIMIENTO (WS-I)
                       " importe " WS-PLAZO-ED
                       " pagado " WS-PAGADO-ED
               END-PERFORM.
               MOVE WS-PENDIENTE TO WS-IMPORTE-ED.
               DISPLAY "  Pendiente " WS-IMPORTE-ED.

           REGISTRAR-CAMBIO.
      *>   ESPERA PAUD-CLAVE Y LOS DOS VALORES YA CARGADOS POR EL
      *>   CALLER, COMO EN EL MANTENIMIENTO DE PARAMETROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO PAUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO PAUD-HORA.
               MOVE WS-OPERADOR TO PAUD-OPERADOR.
               MOVE "planes-pago.dat" TO PAUD-FICHERO.
               OPEN EXTEND PARAMETROS-AUDIT-FILE.
               WRITE PARAMETROS-AUDIT-REG.
               CLOSE PARAMETROS-AUDIT-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "PLANES-PAGO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM PLANES-PAGO.
