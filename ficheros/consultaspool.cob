                   ASSIGN TO "reimpresion.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ENTREGAS-INFORME-FILE
                   ASSIGN TO "entregas-informes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ENTREGAS.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD REIMPRESION-FILE.
                   01 REIMPRESION-LINE PIC X(200).

               FD ENTREGAS-INFORME-FILE.
                   COPY copyeinf.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-SPOOL PIC X(2).
               77 ST-GENERACION PIC X(2).
               77 ST-ENTREGAS PIC X(2).

               01 WS-NOMBRE-GENERACION PIC X(30).

                   88 OPCION-VER VALUE "V".
                   88 OPCION-REIMPRIMIR VALUE "R".
                   88 OPCION-DEPURAR VALUE "D".
                   88 OPCION-TIENDA VALUE "T".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-SPOOL PIC X VALUE 'N'.
                   88 FIN-SPOOL VALUE 'S'.
               01 EOF-GENERACION PIC X VALUE 'N'.
                   88 FIN-GENERACION VALUE 'S'.
               01 EOF-ENTREGAS PIC X VALUE 'N'.
                   88 FIN-ENTREGAS VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC S9(9) COMP.
               01 WS-LISTADOS PIC 9(5).
               01 WS-DEPURADOS PIC 9(5).

      *>   ENTREGAS DE UNA TIENDA O PUESTO: CADA GERENTE SOLO VE LAS
      *>   PARTES DE SU TIENDA, CADA PUESTO LOS INFORMES QUE RECIBE
               01 WS-DESTINO-BUSCADO PIC X(12).
               01 WS-ENTREGA-BUSCADA PIC 9(8).
               01 WS-ET-TABLA.
                   05 WS-ET-ENTRADA OCCURS 200 TIMES.
                       10 WS-ET-NUMERO PIC 9(8).
                       10 WS-ET-FICHERO PIC X(30).
               01 WS-ET-N PIC 9(3).
               01 WS-ET-I PIC 9(3).
               01 WS-ET-ACEPTADA PIC X.
                   88 ET-ACEPTADA VALUE 'S'.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
                   DISPLAY "  L - Listar generaciones"
                   DISPLAY "  V - Ver una generacion"
                   DISPLAY "  R - Reimprimir una generacion"
                   DISPLAY "  T - Informes de una tienda o puesto"
                   DISPLAY "  D - Depurar generaciones caducadas"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                       WHEN OPCION-REIMPRIMIR
                           PERFORM REIMPRIMIR-GENERACION
                               THRU REIMPRIMIR-GENERACION-EXIT
                       WHEN OPCION-TIENDA
                           PERFORM VER-ENTREGAS
                               THRU VER-ENTREGAS-EXIT
                       WHEN OPCION-DEPURAR
                           PERFORM DEPURAR-GENERACIONES
                       WHEN OPCION-SALIR
           REIMPRIMIR-GENERACION-EXIT.
               EXIT.

           VER-ENTREGAS.
      *>   LISTA LO QUE SE HA ENTREGADO A UNA TIENDA O A UN PUESTO Y
      *>   ENSENA SOLO SU PARTE: LA TIENDA NO VE LAS DE LAS DEMAS
               DISPLAY "Tienda o puesto: " WITH NO ADVANCING.
               ACCEPT WS-DESTINO-BUSCADO.
               MOVE FUNCTION UPPER-CASE (WS-DESTINO-BUSCADO)
                   TO WS-DESTINO-BUSCADO.
               MOVE ZERO TO WS-ET-N.
               OPEN INPUT ENTREGAS-INFORME-FILE.
               IF ST-ENTREGAS NOT = "00"
                   DISPLAY "No hay registro de entregas ("
                       ST-ENTREGAS ")"
                   CLOSE ENTREGAS-INFORME-FILE
                   GO TO VER-ENTREGAS-EXIT
               END-IF.
               MOVE 'N' TO EOF-ENTREGAS.
               PERFORM UNTIL FIN-ENTREGAS
                   READ ENTREGAS-INFORME-FILE
                       AT END
                           SET FIN-ENTREGAS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM ACEPTAR-ENTREGA
                   END-READ
               END-PERFORM.
               CLOSE ENTREGAS-INFORME-FILE.
               IF WS-ET-N = ZERO
                   DISPLAY "Nada entregado a " WS-DESTINO-BUSCADO
                   GO TO VER-ENTREGAS-EXIT
               END-IF.

               DISPLAY "Numero de generacion a ver (0 = ninguna): "
                   WITH NO ADVANCING.
               ACCEPT WS-ENTREGA-BUSCADA.
               IF WS-ENTREGA-BUSCADA = ZERO
                   GO TO VER-ENTREGAS-EXIT
               END-IF.
               MOVE SPACES TO WS-NOMBRE-GENERACION.
               PERFORM VARYING WS-ET-I FROM 1 BY 1
                       UNTIL WS-ET-I > WS-ET-N
                   IF WS-ET-NUMERO (WS-ET-I) = WS-ENTREGA-BUSCADA
                       MOVE WS-ET-FICHERO (WS-ET-I)
                           TO WS-NOMBRE-GENERACION
                   END-IF
               END-PERFORM.
               IF WS-NOMBRE-GENERACION = SPACES
                   DISPLAY "Esa generacion no se entrego a "
                       WS-DESTINO-BUSCADO
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VER-ENTREGAS-EXIT
               END-IF.
               OPEN INPUT GENERACION-FILE.
               IF ST-GENERACION NOT = "00"
                   DISPLAY "La entrega no esta en disco ("
                       ST-GENERACION ")"
                   CLOSE GENERACION-FILE
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VER-ENTREGAS-EXIT
               END-IF.
               MOVE 'N' TO EOF-GENERACION.
               PERFORM UNTIL FIN-GENERACION
                   READ GENERACION-FILE
                       AT END
                           SET FIN-GENERACION TO TRUE
                       NOT AT END
                           DISPLAY GENERACION-LINE (1:80)
                   END-READ
               END-PERFORM.
               CLOSE GENERACION-FILE.

           VER-ENTREGAS-EXIT.
               EXIT.

           ACEPTAR-ENTREGA.
      *>   LAS PARTES DE TIENDA SE BUSCAN POR EL CODIGO DE LA TIENDA,
      *>   LOS INFORMES ENTEROS POR EL NOMBRE DEL PUESTO
               MOVE 'N' TO WS-ET-ACEPTADA.
               IF EIN-TIENDA NOT = SPACES
                   IF EIN-TIENDA = WS-DESTINO-BUSCADO (1:5)
                       AND WS-DESTINO-BUSCADO (6:7) = SPACES
                       SET ET-ACEPTADA TO TRUE
                   END-IF
               ELSE
                   IF EIN-DESTINO = WS-DESTINO-BUSCADO
                       SET ET-ACEPTADA TO TRUE
                   END-IF
               END-IF.
               IF ET-ACEPTADA AND WS-ET-N < 200
                   ADD 1 TO WS-ET-N
                   MOVE EIN-NUMERO TO WS-ET-NUMERO (WS-ET-N)
                   MOVE EIN-FICHERO TO WS-ET-FICHERO (WS-ET-N)
                   DISPLAY "  " EIN-NUMERO
                       " " EIN-INFORME
                       " fecha " EIN-FECHA
                       " para " EIN-DESTINATARIO
                       " lineas " EIN-LINEAS
               END-IF.

           LOCALIZAR-GENERACION.
               DISPLAY "Numero de generacion: " WITH NO ADVANCING.
               ACCEPT SPL-NUMERO.

           BORRAR-GENERACION.
               CALL "CBL_DELETE_FILE" USING SPL-FICHERO.
               PERFORM BORRAR-PARTES.
               DELETE SPOOL-CATALOGO-FILE
                   INVALID KEY
                       DISPLAY "ERROR AL DEPURAR " SPL-NUMERO
                       ADD 1 TO WS-JOB-ESCRITOS
               END-DELETE.

           BORRAR-PARTES.
      *>   LAS PARTES DE TIENDA SALIDAS DE LA GENERACION SE VAN CON
      *>   ELLA; EL REGISTRO DE ENTREGAS SE CONSERVA
               OPEN INPUT ENTREGAS-INFORME-FILE.
               IF ST-ENTREGAS = "00"
                   MOVE 'N' TO EOF-ENTREGAS
                   PERFORM UNTIL FIN-ENTREGAS
                       READ ENTREGAS-INFORME-FILE
                           AT END
                               SET FIN-ENTREGAS TO TRUE
                           NOT AT END
                               IF EIN-NUMERO = SPL-NUMERO
                                   AND EIN-TIENDA NOT = SPACES
                                   CALL "CBL_DELETE_FILE"
                                       USING EIN-FICHERO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE ENTREGAS-INFORME-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "SPOOL-CONSULTA" TO JOB-LOG-PROGRAMA.
