                   ASSIGN TO "intereses-diario.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PLANES-PAGO-FILE
                   ASSIGN TO "planes-pago.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PLAN-CLI-ID
                   STATUS ST-PLANES.

                   SELECT INTERESES-REPORT-FILE
                   ASSIGN TO "intereses-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 FILLER PIC X VALUE SPACE.
                       05 INT-SALDO-NUEVO PIC -9(8),99.

               FD PLANES-PAGO-FILE.
                   COPY copyplan.

               FD INTERESES-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).


           WORKING-STORAGE SECTION.
               77 ST-CLIENTES PIC X(2).
               77 ST-PLANES PIC X(2).
               01 WS-PLANES-OK PIC X VALUE 'N'.
                   88 PLANES-DISPONIBLE VALUE 'S'.
               01 EOF-CLI PIC X VALUE 'N'.
                   88 FIN-CLIENTES VALUE 'S'.
               01 EOF-PARM PIC X VALUE 'N'.

               01 WS-HOY PIC 9(8).

      *>   LO QUE QUEDA POR PAGAR DE UN PLAN DE PAGOS AL DIA NO
      *>   DEVENGA INTERES; UN PLAN CON UN PLAZO VENCIDO SIN PAGAR YA
      *>   NO PROTEGE LA DEUDA (LO ROMPEN LAS CARTAS DE RECLAMACION)
               01 WS-PLAN-PENDIENTE PIC 9(9)V99.
               01 WS-PLAN-AL-DIA PIC X VALUE 'N'.
                   88 PLAN-AL-DIA VALUE 'S'.
               77 WS-P PIC 9(2).

               01 WS-SALDO-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-CARGO-ED PIC Z.ZZZ.ZZ9,99.

      *>   CIERRE DE MES: A CADA CLIENTE CON SALDO DEUDOR (NEGATIVO)
      *>   SE LE CALCULA EL CARGO FINANCIERO CON "interescompuesto",
      *>   SE POSTEA EN SU SALDO Y QUEDA UNA LINEA EN EL DIARIO DE
      *>   INTERESES PARA PODER JUSTIFICAR EL CALCULO. LA PARTE DE LA
      *>   DEUDA CUBIERTA POR UN PLAN DE PAGOS AL DIA NO DEVENGA
      *>   INTERES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

                   GOBACK
               END-IF.

               MOVE 'N' TO WS-PLANES-OK.
               OPEN INPUT PLANES-PAGO-FILE.
               IF ST-PLANES = "00"
                   SET PLANES-DISPONIBLE TO TRUE
               END-IF.

               OPEN OUTPUT INTERESES-REPORT-FILE.
               MOVE "CARGOS DE INTERES SOBRE SALDOS DEUDORES"
                   TO REPORT-LINE.
                           ADD 1 TO WS-JOB-LEIDOS
                           IF CLIENTE-SALDO < ZERO
                               PERFORM CARGAR-INTERES
                                   THRU CARGAR-INTERES-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

               CLOSE INTERESES-REPORT-FILE.
               CLOSE CLIENTES-FILE.
               IF PLANES-DISPONIBLE
                   CLOSE PLANES-PAGO-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

           CARGAR-INTERES.
               COMPUTE WS-DEUDA = ZERO - CLIENTE-SALDO.

               PERFORM DESCONTAR-PLAN-PAGO.
               IF WS-DEUDA NOT > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " CLI-ID " " CLIENTE-NOMBRE
                       " EN PLAN DE PAGOS AL DIA; SIN CARGO"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   GO TO CARGAR-INTERES-EXIT
               END-IF.

               CALL "interescompuesto" USING WS-DEUDA
                   PARM-TASA-INTERES WS-PERIODOS WS-MONTO-FINAL
                   WS-OVERFLOW-FLAG.
                   END-IF
               END-IF.

           CARGAR-INTERES-EXIT.
               EXIT.

           DESCONTAR-PLAN-PAGO.
               IF PLANES-DISPONIBLE
                   MOVE CLI-ID TO PLAN-CLI-ID
                   READ PLANES-PAGO-FILE
                       INVALID KEY
                           MOVE SPACE TO PLAN-ESTADO
                   END-READ
                   IF PLAN-VIGENTE
                       MOVE ZERO TO WS-PLAN-PENDIENTE
                       MOVE 'S' TO WS-PLAN-AL-DIA
                       PERFORM VARYING WS-P FROM 1 BY 1
                               UNTIL WS-P > PLAN-NUM-PLAZOS
                           COMPUTE WS-PLAN-PENDIENTE =
                               WS-PLAN-PENDIENTE + PLZ-IMPORTE (WS-P)
                               - PLZ-PAGADO (WS-P)
                           IF PLZ-VENCIMIENTO (WS-P) < WS-HOY
                              AND PLZ-PAGADO (WS-P) < PLZ-IMPORTE (WS-P)
                               MOVE 'N' TO WS-PLAN-AL-DIA
                           END-IF
                       END-PERFORM
                       IF PLAN-AL-DIA
                           SUBTRACT WS-PLAN-PENDIENTE FROM WS-DEUDA
                       END-IF
                   END-IF
               END-IF.

           POSTEAR-CARGO.
               MOVE CLIENTE-SALDO TO INT-SALDO-ANTERIOR.
               SUBTRACT WS-CARGO FROM CLIENTE-SALDO.
