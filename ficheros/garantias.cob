       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-GARANTIAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL NUMEROS-SERIE-FILE
                   ASSIGN TO "numeros-serie.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NSE-CLAVE
                   ALTERNATE KEY NSE-SERIE WITH DUPLICATES
                   ALTERNATE KEY NSE-CUST-ID WITH DUPLICATES
                   STATUS ST-SERIE.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO "./clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTE.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD NUMEROS-SERIE-FILE.
                   COPY copynser.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-SERIE PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-CLIENTE PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-CLIENTES-OK PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-NUMERO VALUE "N".
                   88 OPCION-CLIENTE VALUE "C".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).

               01 EOF-SERIE PIC X VALUE 'N'.
                   88 FIN-SERIES VALUE 'S'.

               01 WS-SERIE-BUSCADA PIC X(20).
               01 WS-CLIENTE-BUSCADO PIC 9(8).
               01 WS-ITEM-DESC PIC X(20).
               01 WS-CLIENTE-NOMBRE PIC X(20).
               01 WS-SITUACION PIC X(16).
               01 WS-ENCONTRADOS PIC 9(5).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CONSULTA DE GARANTIAS DE LOS ARTICULOS VENDIDOS CON NUMERO
      *>   DE SERIE, POR NUMERO DE SERIE O POR CLIENTE, CON LA
      *>   SITUACION DE CADA UNIDAD A FECHA DE HOY
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN INPUT NUMEROS-SERIE-FILE.
               IF ST-SERIE NOT = "00" AND ST-SERIE NOT = "05"
                   DISPLAY "ERROR: registro de numeros de serie no "
                       "disponible (" ST-SERIE ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-CLIENTES-OK.
               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTE = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "CONSULTA DE GARANTIAS"
                   DISPLAY "  N - Por numero de serie"
                   DISPLAY "  C - Por cliente"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-NUMERO
                           PERFORM CONSULTA-POR-NUMERO
                               THRU CONSULTA-POR-NUMERO-EXIT
                       WHEN OPCION-CLIENTE
                           PERFORM CONSULTA-POR-CLIENTE
                               THRU CONSULTA-POR-CLIENTE-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE NUMEROS-SERIE-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CONSULTA-POR-NUMERO.
      *>   UN MISMO NUMERO DE SERIE PUEDE DARSE EN ARTICULOS DE
      *>   FABRICANTES DISTINTOS: SE MUESTRAN TODOS
               DISPLAY "Numero de serie: " WITH NO ADVANCING.
               MOVE SPACES TO WS-SERIE-BUSCADA.
               ACCEPT WS-SERIE-BUSCADA.
               IF WS-SERIE-BUSCADA = SPACES
                   GO TO CONSULTA-POR-NUMERO-EXIT
               END-IF.

               MOVE ZERO TO WS-ENCONTRADOS.
               MOVE 'N' TO EOF-SERIE.
               MOVE WS-SERIE-BUSCADA TO NSE-SERIE.
               START NUMEROS-SERIE-FILE KEY IS = NSE-SERIE
                   INVALID KEY
                       SET FIN-SERIES TO TRUE
               END-START.
               PERFORM UNTIL FIN-SERIES
                   READ NUMEROS-SERIE-FILE NEXT RECORD
                       AT END
                           SET FIN-SERIES TO TRUE
                       NOT AT END
                           IF NSE-SERIE NOT = WS-SERIE-BUSCADA
                               SET FIN-SERIES TO TRUE
                           ELSE
                               ADD 1 TO WS-JOB-LEIDOS
                               ADD 1 TO WS-ENCONTRADOS
                               PERFORM MOSTRAR-NUMERO-SERIE
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-ENCONTRADOS = ZERO
                   DISPLAY "El numero de serie " WS-SERIE-BUSCADA
                       " no consta vendido"
               END-IF.

           CONSULTA-POR-NUMERO-EXIT.
               EXIT.

           CONSULTA-POR-CLIENTE.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CLIENTE-BUSCADO.
               ACCEPT WS-CLIENTE-BUSCADO.
               IF WS-CLIENTE-BUSCADO = ZERO
                   GO TO CONSULTA-POR-CLIENTE-EXIT
               END-IF.

               MOVE ZERO TO WS-ENCONTRADOS.
               MOVE 'N' TO EOF-SERIE.
               MOVE WS-CLIENTE-BUSCADO TO NSE-CUST-ID.
               START NUMEROS-SERIE-FILE KEY IS = NSE-CUST-ID
                   INVALID KEY
                       SET FIN-SERIES TO TRUE
               END-START.
               PERFORM UNTIL FIN-SERIES
                   READ NUMEROS-SERIE-FILE NEXT RECORD
                       AT END
                           SET FIN-SERIES TO TRUE
                       NOT AT END
                           IF NSE-CUST-ID NOT = WS-CLIENTE-BUSCADO
                               SET FIN-SERIES TO TRUE
                           ELSE
                               ADD 1 TO WS-JOB-LEIDOS
                               ADD 1 TO WS-ENCONTRADOS
                               PERFORM MOSTRAR-NUMERO-SERIE
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-ENCONTRADOS = ZERO
                   DISPLAY "El cliente " WS-CLIENTE-BUSCADO
                       " no tiene articulos con numero de serie"
               END-IF.

           CONSULTA-POR-CLIENTE-EXIT.
               EXIT.

           MOSTRAR-NUMERO-SERIE.
               MOVE SPACES TO WS-ITEM-DESC.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE NSE-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ITEM-DESCRIPTION TO WS-ITEM-DESC
                   END-READ
               END-IF.
               MOVE SPACES TO WS-CLIENTE-NOMBRE.
               IF CLIENTES-DISPONIBLE
                   MOVE NSE-CUST-ID TO CLI-ID
                   READ CLIENTES-FILE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOMBRE TO WS-CLIENTE-NOMBRE
                   END-READ
               END-IF.

               EVALUATE TRUE
                   WHEN NSE-DEVUELTO
                       MOVE "DEVUELTO" TO WS-SITUACION
                   WHEN NSE-FIN-GARANTIA < WS-HOY
                       MOVE "GARANTIA VENCIDA" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "EN GARANTIA" TO WS-SITUACION
               END-EVALUATE.

               DISPLAY " ".
               DISPLAY "Serie " NSE-SERIE "  " WS-SITUACION.
               DISPLAY "  Articulo " NSE-ITEM-ID " " WS-ITEM-DESC.
               DISPLAY "  Cliente  " NSE-CUST-ID " "
                   WS-CLIENTE-NOMBRE.
               DISPLAY "  Vendido  " NSE-FECHA-VENTA " tienda "
                   NSE-TIENDA " ticket " NSE-TICKET.
               DISPLAY "  Garantia hasta " NSE-FIN-GARANTIA.
               IF NSE-DEVUELTO
                   DISPLAY "  Devuelto " NSE-FECHA-DEVOLUCION
               END-IF.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONSULTA-GARANTIAS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONSULTA-GARANTIAS.
