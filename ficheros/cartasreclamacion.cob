                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT OPTIONAL CREDITO-PARAMETROS-FILE
                   ASSIGN TO "credito-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   RECORD KEY IS REC-CLI-ID
                   STATUS ST-RECLAMACION.

                   SELECT OPTIONAL PLANES-PAGO-FILE
                   ASSIGN TO "planes-pago.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PLAN-CLI-ID
                   STATUS ST-PLANES.

                   SELECT OPTIONAL PLANES-EXCEPTIONS-FILE
                   ASSIGN TO "planes-exceptions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CARTAS-SPOOL-FILE
                   ASSIGN TO "cartas-reclamacion.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 CREDITO-DIAS-LINEA PIC 9(3).
                       05 FILLER PIC X(7).

               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD RECLAMACIONES-ESTADO-FILE.
                   01 RECLAMACION-REG.
                       05 REC-CLI-ID PIC 9(8).
                       05 REC-NIVEL PIC 9(1).
                       05 REC-FECHA PIC 9(8).

               FD PLANES-PAGO-FILE.
                   COPY copyplan.

               FD PLANES-EXCEPTIONS-FILE.
                   01 PLANES-EXC-LINE PIC X(80).

               FD CARTAS-SPOOL-FILE.
                   01 CARTA-LINE PIC X(80).

               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-RECLAMACION PIC X(2).
               77 ST-PLANES PIC X(2).
               77 ST-DIRECCIONES PIC X(2).

               01 WS-CLIENTES-DISPONIBLE PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.
               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-PLANES-OK PIC X VALUE 'N'.
                   88 PLANES-DISPONIBLE VALUE 'S'.
               01 WS-DIRECCIONES-OK PIC X VALUE 'N'.
                   88 DIRECCIONES-DISPONIBLE VALUE 'S'.
               01 WS-ENVIO-POSTAL PIC X VALUE 'N'.
                   88 ENVIO-POSTAL VALUE 'S'.
               01 WS-SIN-DIRECCION PIC 9(5) VALUE ZERO.
               COPY copyprvn.

               01 EOF-MOV PIC X VALUE 'N'.
                   88 FIN-MOVIMIENTOS VALUE 'S'.

               01 WS-CANAL PIC X(30).

      *>   LO QUE QUEDA POR PAGAR DE UN PLAN DE PAGOS AL DIA SE QUITA
      *>   DE LA DEUDA, EMPEZANDO POR LO MAS ANTIGUO; UN PLAZO VENCIDO
      *>   SIN PAGAR ROMPE EL PLAN Y LA DEUDA VUELVE ENTERA AL CICLO
               01 WS-PLAN-PENDIENTE PIC 9(9)V99.
               01 WS-PLAN-PENDIENTE-ED PIC Z(8)9,99.
               01 WS-PLAZO-VENCIDO PIC 9(2).
               77 WS-P PIC 9(2).
               01 WS-PLANES-ROTOS PIC 9(5) VALUE ZERO.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
      *>   CARTAS DE RECLAMACION DE DEUDA: A CADA CLIENTE CON DEUDA
      *>   MAS VIEJA QUE LOS UMBRALES PARAMETRIZADOS SE LE GENERA UNA
      *>   CARTA EN EL SPOOL, ESCALANDO EL NIVEL EN CADA EJECUCION
      *>   (1A CARTA, 2A CARTA, ULTIMA CARTA) SEGUN EL ESTADO GUARDADO.
      *>   LA DEUDA DE UN PLAN DE PAGOS AL DIA QUEDA FUERA; SI EL PLAN
      *>   TIENE UN PLAZO VENCIDO SIN PAGAR SE ROMPE AQUI Y SE DEJA LA
      *>   INCIDENCIA PARA LA LISTA DE TRABAJO DE EXCEPCIONES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-DIRECCIONES-OK.
               OPEN INPUT DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "00"
                   SET DIRECCIONES-DISPONIBLE TO TRUE
               END-IF.

               OPEN I-O RECLAMACIONES-ESTADO-FILE.
               IF ST-RECLAMACION = "35"
                   OPEN OUTPUT RECLAMACIONES-ESTADO-FILE
                   OPEN I-O RECLAMACIONES-ESTADO-FILE
               END-IF.

               MOVE 'N' TO WS-PLANES-OK.
               OPEN I-O PLANES-PAGO-FILE.
               IF ST-PLANES = "00"
                   SET PLANES-DISPONIBLE TO TRUE
                   OPEN EXTEND PLANES-EXCEPTIONS-FILE
               END-IF.

               OPEN OUTPUT CARTAS-SPOOL-FILE.

               PERFORM VARYING WS-I FROM 1 BY 1
                   DISPLAY CARTA-LINE
               END-IF.

               IF WS-PLANES-ROTOS > ZERO
                   DISPLAY "Planes de pago rotos: " WS-PLANES-ROTOS
                       " (ver planes-exceptions.dat)"
               END-IF.
               IF WS-SIN-DIRECCION > ZERO
                   DISPLAY "Cartas postales sin direccion: "
                       WS-SIN-DIRECCION
               END-IF.

               CLOSE CARTAS-SPOOL-FILE.
               CLOSE RECLAMACIONES-ESTADO-FILE.
               IF PLANES-DISPONIBLE
                   CLOSE PLANES-PAGO-FILE
                   CLOSE PLANES-EXCEPTIONS-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF DIRECCIONES-DISPONIBLE
                   CLOSE DIRECCIONES-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               IF WS-IMPORTE = ZERO
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF.
      *>   LA DEVOLUCION DE UN SALDO A FAVOR ("T") SOLO CONSUME EL
      *>   ABONO SOBRANTE, QUE AQUI NO SE ARRASTRA: NO ES DEUDA
               IF MOV-TIPO = "T"
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF.

               PERFORM LOCALIZAR-ENTRADA-CLIENTE.
               IF NOT DEU-ENCONTRADO
      *>   EL NIVEL CALCULADO SALE DE LA ANTIGUEDAD DE LA DEUDA; EL
      *>   NIVEL FINAL NUNCA BAJA DEL SIGUIENTE AL DE LA ULTIMA CARTA
      *>   ENVIADA MIENTRAS LA DEUDA SIGA VENCIDA (ESCALADO POR RUN)
               PERFORM APLICAR-PLAN-PAGO
                   THRU APLICAR-PLAN-PAGO-EXIT.

               COMPUTE WS-DEUDA-VENCIDA =
                   WS-DEU-TRAMO (WS-I, 2) +
                   WS-DEU-TRAMO (WS-I, 3) +
           EVALUAR-CLIENTE-EXIT.
               EXIT.

           APLICAR-PLAN-PAGO.
               IF NOT PLANES-DISPONIBLE
                   GO TO APLICAR-PLAN-PAGO-EXIT
               END-IF.
               MOVE WS-DEU-CLI-ID (WS-I) TO PLAN-CLI-ID.
               READ PLANES-PAGO-FILE
                   INVALID KEY
                       GO TO APLICAR-PLAN-PAGO-EXIT
               END-READ.
               IF NOT PLAN-VIGENTE
                   GO TO APLICAR-PLAN-PAGO-EXIT
               END-IF.

               MOVE ZERO TO WS-PLAN-PENDIENTE.
               MOVE ZERO TO WS-PLAZO-VENCIDO.
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > PLAN-NUM-PLAZOS
                   COMPUTE WS-PLAN-PENDIENTE = WS-PLAN-PENDIENTE
                       + PLZ-IMPORTE (WS-P) - PLZ-PAGADO (WS-P)
                   IF WS-PLAZO-VENCIDO = ZERO
                      AND PLZ-VENCIMIENTO (WS-P) < WS-HOY
                      AND PLZ-PAGADO (WS-P) < PLZ-IMPORTE (WS-P)
                       MOVE WS-P TO WS-PLAZO-VENCIDO
                   END-IF
               END-PERFORM.

               IF WS-PLAZO-VENCIDO > ZERO
                   PERFORM ROMPER-PLAN-PAGO
                   GO TO APLICAR-PLAN-PAGO-EXIT
               END-IF.

               PERFORM VARYING WS-T FROM 4 BY -1
                       UNTIL WS-T < 1 OR WS-PLAN-PENDIENTE = ZERO
                   IF WS-DEU-TRAMO (WS-I, WS-T) >= WS-PLAN-PENDIENTE
                       SUBTRACT WS-PLAN-PENDIENTE FROM
                           WS-DEU-TRAMO (WS-I, WS-T)
                       MOVE ZERO TO WS-PLAN-PENDIENTE
                   ELSE
                       SUBTRACT WS-DEU-TRAMO (WS-I, WS-T)
                           FROM WS-PLAN-PENDIENTE
                       MOVE ZERO TO WS-DEU-TRAMO (WS-I, WS-T)
                   END-IF
               END-PERFORM.

           APLICAR-PLAN-PAGO-EXIT.
               EXIT.

           ROMPER-PLAN-PAGO.
               SET PLAN-ROTO TO TRUE.
               MOVE WS-HOY TO PLAN-FECHA-ESTADO.
               REWRITE PLAN-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ROMPER EL PLAN DE PAGOS ("
                           ST-PLANES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
               END-REWRITE.
               ADD 1 TO WS-PLANES-ROTOS.

               MOVE WS-PLAN-PENDIENTE TO WS-PLAN-PENDIENTE-ED.
               MOVE SPACES TO PLANES-EXC-LINE.
               STRING "PLAN DE PAGOS ROTO CLIENTE " PLAN-CLI-ID
                   " PLAZO " WS-PLAZO-VENCIDO
                   " VTO " PLZ-VENCIMIENTO (WS-PLAZO-VENCIDO)
                   " PTE " WS-PLAN-PENDIENTE-ED
                   DELIMITED BY SIZE INTO PLANES-EXC-LINE
               END-STRING.
               WRITE PLANES-EXC-LINE.

           GENERAR-CARTA.
               MOVE SPACES TO WS-CANAL.
               MOVE 'N' TO WS-ENVIO-POSTAL.
               IF CONTACTOS-DISPONIBLE
                   MOVE WS-DEU-CLI-ID (WS-I) TO CONTACTO-CLI-ID
                   READ CONTACTOS-FILE
                                   MOVE CONTACTO-TELEFONO TO WS-CANAL
                               WHEN OTHER
                                   MOVE "CORREO POSTAL" TO WS-CANAL
                                   SET ENVIO-POSTAL TO TRUE
                           END-EVALUATE
                   END-READ
               END-IF.
               END-STRING.
               WRITE CARTA-LINE.

               PERFORM ESCRIBIR-DIRECCION-CARTA
                   THRU ESCRIBIR-DIRECCION-CARTA-EXIT.

               MOVE SPACES TO CARTA-LINE.
               STRING "CANAL: " WS-CANAL
                   DELIMITED BY SIZE INTO CARTA-LINE

               ADD 1 TO WS-JOB-ESCRITOS.

           ESCRIBIR-DIRECCION-CARTA.
      *>   BLOQUE DE DIRECCION BAJO EL NOMBRE DEL CLIENTE; UNA CARTA
      *>   POSTAL SIN DIRECCION SE SENALA PARA QUE NO SE QUEDE SIN
      *>   ENVIAR
               IF NOT DIRECCIONES-DISPONIBLE
                   PERFORM SENALAR-SIN-DIRECCION
                   GO TO ESCRIBIR-DIRECCION-CARTA-EXIT
               END-IF.
               MOVE WS-DEU-CLI-ID (WS-I) TO DIR-CLI-ID.
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
                   ADD 1 TO WS-SIN-DIRECCION
               END-IF.

           GUARDAR-ESTADO-RECLAMACION.
               MOVE WS-DEU-CLI-ID (WS-I) TO REC-CLI-ID.
               MOVE WS-NIVEL-CARTA TO REC-NIVEL.
