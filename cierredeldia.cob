                   RECORD KEY IS WKL-NUMERO
                   STATUS ST-WORKLIST.

                   SELECT OPTIONAL ENTREGAS-FILE
                   ASSIGN TO "entregas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ENT-NUMERO
                   STATUS ST-ENTREGAS.

                   SELECT CIERRE-FILE
                   ASSIGN TO "cierre-del-dia.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD WORKLIST-FILE.
                   COPY copywkl.

               FD ENTREGAS-FILE.
                   COPY copyentr.

               FD CIERRE-FILE.
                   01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               77 ST-ENTRADA PIC X(2).
               77 ST-WORKLIST PIC X(2).
               77 ST-ENTREGAS PIC X(2).
               01 EOF-WKL PIC X VALUE 'N'.
                   88 FIN-WORKLIST VALUE 'S'.
               01 WS-WKL-ABIERTAS PIC 9(5).
               01 WS-WKL-MAX-DIAS PIC S9(5).
               01 WS-WKL-DIAS PIC S9(5).
               01 WS-WKL-ALTA-ENTERO PIC S9(9) COMP.
               01 EOF-ENT PIC X VALUE 'N'.
                   88 FIN-ENTREGAS VALUE 'S'.
               01 WS-ENT-FALLIDAS PIC 9(5) VALUE ZERO.
               01 WS-ENT-ATRASADAS PIC 9(5) VALUE ZERO.
               01 EOF-SCAN PIC X VALUE 'N'.
                   88 FIN-SCAN VALUE 'S'.

      *>   ULTIMA PAGINA DE LA NOCHE: VENTAS NETAS POR TIENDA,
      *>   DESCUENTOS CONCEDIDOS, RECUENTO DE CADA FICHERO DE
      *>   EXCEPCIONES CON SUS PEORES OFENSORES, EXCESOS DE CREDITO,
      *>   ENTREGAS A DOMICILIO FALLIDAS O ATRASADAS, CONTRATOS A 30
      *>   DIAS Y UN SEMAFORO POR PROGRAMA DEL PLAN NOCTURNO SEGUN SU
      *>   APUNTE EN EL JOB-LOG
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).
               PERFORM RESUMIR-EXCEPCIONES.
               PERFORM RESUMIR-WORKLIST
                   THRU RESUMIR-WORKLIST-EXIT.
               PERFORM RESUMIR-ENTREGAS
                   THRU RESUMIR-ENTREGAS-EXIT.
               PERFORM RESUMIR-CONTRATOS.
               PERFORM RESUMIR-SEMAFORO.

           RESUMIR-WORKLIST-EXIT.
               EXIT.

           RESUMIR-ENTREGAS.
      *>   ENTREGAS A DOMICILIO SIN RESOLVER: LAS FALLIDAS AUN NO
      *>   REPROGRAMADAS Y LAS PENDIENTES O EN RUTA CUYA FECHA PEDIDA
      *>   YA HA PASADO. SE LISTAN UNA A UNA CON EL TELEFONO PARA
      *>   LLAMAR AL CLIENTE, Y REAPARECEN CADA DIA HASTA CERRARSE
               OPEN INPUT ENTREGAS-FILE.
               IF ST-ENTREGAS NOT = "00"
                   CLOSE ENTREGAS-FILE
                   GO TO RESUMIR-ENTREGAS-EXIT
               END-IF.

               MOVE "ENTREGAS A DOMICILIO POR RESOLVER:" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE ZEROS TO ENT-NUMERO.
               START ENTREGAS-FILE KEY IS NOT LESS THAN ENT-NUMERO
                   INVALID KEY
                       SET FIN-ENTREGAS TO TRUE
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-ENT
               END-START.
               PERFORM UNTIL FIN-ENTREGAS
                   READ ENTREGAS-FILE NEXT RECORD
                       AT END
                           SET FIN-ENTREGAS TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN ENT-FALLIDA
                                   ADD 1 TO WS-ENT-FALLIDAS
                                   MOVE SPACES TO REPORT-LINE
                                   STRING "  FALLIDA  " ENT-NUMERO
                                       " " ENT-TIENDA
                                       " " ENT-FECHA-RESULTADO
                                       " " ENT-NOMBRE
                                       " TFNO " ENT-TELEFONO
                                       " " ENT-MOTIVO-FALLO
                                       " " ENT-NOTA-FALLO
                                       DELIMITED BY SIZE
                                       INTO REPORT-LINE
                                   END-STRING
                                   PERFORM REGISTRAR-LINEA-REPORTE
                               WHEN (ENT-PENDIENTE OR ENT-EN-RUTA)
                                   AND ENT-FECHA-PEDIDA < WS-HOY
                                   ADD 1 TO WS-ENT-ATRASADAS
                                   MOVE SPACES TO REPORT-LINE
                                   STRING "  ATRASADA " ENT-NUMERO
                                       " " ENT-TIENDA
                                       " " ENT-FECHA-PEDIDA
                                       " " ENT-NOMBRE
                                       " TFNO " ENT-TELEFONO
                                       " ESTADO " ENT-ESTADO
                                       DELIMITED BY SIZE
                                       INTO REPORT-LINE
                                   END-STRING
                                   PERFORM REGISTRAR-LINEA-REPORTE
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE ENTREGAS-FILE.

               MOVE SPACES TO REPORT-LINE.
               IF WS-ENT-FALLIDAS = ZERO AND WS-ENT-ATRASADAS = ZERO
                   MOVE "  al dia." TO REPORT-LINE
               ELSE
                   STRING "  Fallidas: " WS-ENT-FALLIDAS
                       "  Atrasadas: " WS-ENT-ATRASADAS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

           RESUMIR-ENTREGAS-EXIT.
               EXIT.

           RESUMIR-EXCEPCIONES.
               MOVE "EXCEPCIONES DE LA NOCHE:" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
