                   ASSIGN TO "renovaciones-propuestas.dat.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL AVALES-FILE
                   ASSIGN TO "avales-contrato.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS AVAL-REFERENCIA
                   ALTERNATE KEY AVAL-CODIGO WITH DUPLICATES
                   STATUS ST-AVALES.

                   SELECT WORKLIST-FILE
                   ASSIGN TO "renovaciones-worklist.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD PROPUESTAS-FILE-TMP.
                   01 PROPUESTA-TMP-LINE PIC X(82).

               FD AVALES-FILE.
                   COPY copyaval.

               FD WORKLIST-FILE.
                   01 WORKLIST-LINE PIC X(120).

           WORKING-STORAGE SECTION.
               77 ST-IDX PIC X(2).
               77 ST-PROPUESTAS PIC X(2).
               77 ST-AVALES PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-GENERAR VALUE "G".

               01 WS-DIAS-ED PIC -ZZZZZ9.

      *>   UN CONTRATO CON UN AVAL ACTIVO YA VENCIDO NO SE RENUEVA
      *>   HASTA QUE EL AVAL SE PRORROGUE O SE CANCELE
               01 EOF-AVAL PIC X VALUE 'N'.
                   88 FIN-AVALES VALUE 'S'.
               01 WS-AVAL-VENCIDO PIC X VALUE 'N'.
                   88 HAY-AVAL-VENCIDO VALUE 'S'.
               01 WS-AVAL-REFERENCIA PIC X(16).
               01 WS-AVAL-FECHA-VENC PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
                   WITH NO ADVANCING.
               ACCEPT WS-CODIGO-BUSCADO.

               PERFORM COMPROBAR-AVALES.
               IF HAY-AVAL-VENCIDO
                   DISPLAY "ERROR: el aval " WS-AVAL-REFERENCIA
                       " del contrato vencio el " WS-AVAL-FECHA-VENC
                   DISPLAY "Prorrogar o cancelar el aval antes de "
                       "aprobar la renovacion."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO MARCAR-APROBADA-EXIT
               END-IF.

               MOVE 'N' TO WS-ENCONTRADO.
               MOVE 'N' TO EOF-PROP.

           MARCAR-APROBADA-EXIT.
               EXIT.

           COMPROBAR-AVALES.
      *>   SIN FICHERO DE AVALES NO HAY NADA VENCIDO QUE COMPROBAR
               MOVE 'N' TO WS-AVAL-VENCIDO.
               OPEN INPUT AVALES-FILE.
               IF ST-AVALES = "00"
                   MOVE WS-CODIGO-BUSCADO TO AVAL-CODIGO
                   MOVE 'N' TO EOF-AVAL
                   START AVALES-FILE KEY IS EQUAL TO AVAL-CODIGO
                       INVALID KEY
                           SET FIN-AVALES TO TRUE
                   END-START
                   PERFORM UNTIL FIN-AVALES
                       READ AVALES-FILE NEXT RECORD
                           AT END
                               SET FIN-AVALES TO TRUE
                           NOT AT END
                               IF AVAL-CODIGO NOT = WS-CODIGO-BUSCADO
                                   SET FIN-AVALES TO TRUE
                               ELSE
                                   IF AVAL-ACTIVO
                                       AND AVAL-FECHA-VENC NOT = ZERO
                                       AND AVAL-FECHA-VENC <
                                           WS-HOY-AAAAMMDD
                                       SET HAY-AVAL-VENCIDO TO TRUE
                                       MOVE AVAL-REFERENCIA
                                           TO WS-AVAL-REFERENCIA
                                       MOVE AVAL-FECHA-VENC
                                           TO WS-AVAL-FECHA-VENC
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE AVALES-FILE.

           APLICAR-APROBADAS.
      *>   CADA PROPUESTA APROBADA ACTUALIZA LA FECHA FIN DEL
      *>   CONTRATO EN EL MAESTRO Y QUEDA MARCADA COMO APLICADA
