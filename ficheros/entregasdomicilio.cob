       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAS-DOMICILIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ENTREGAS-FILE
                   ASSIGN TO "entregas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ENT-NUMERO
                   STATUS ST-ENTREGAS.

                   SELECT OPTIONAL SHOP-RECEIPTS-FILE
                   ASSIGN TO "shop-receipts-file.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-RECIBOS.

                   SELECT OPTIONAL VENTAS-HISTORICO-FILE
                   ASSIGN TO "ventas-historico.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-CLAVE
                   STATUS ST-HISTORICO.

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
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL CONTACTOS-FILE
                   ASSIGN TO "contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT HOJA-REPARTO-FILE
                   ASSIGN TO "hoja-reparto.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ENTREGAS-FILE.
                   COPY copyentr.

               FD SHOP-RECEIPTS-FILE.
                   COPY copyshop.

               FD VENTAS-HISTORICO-FILE.
                   COPY copyhist.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD HOJA-REPARTO-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ENTREGAS PIC X(2).
               77 ST-RECIBOS PIC X(2).
               77 ST-HISTORICO PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-TIENDA PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-CLIENTES-OK PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.
               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-CONSULTA VALUE "I".
                   88 OPCION-HOJA VALUE "H".
                   88 OPCION-CONFIRMAR VALUE "C".
                   88 OPCION-REPROGRAMAR VALUE "P".
                   88 OPCION-SALIR VALUE "S".

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.

               01 EOF-SCAN PIC X VALUE 'N'.
                   88 FIN-SCAN VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-TIENDA-ENT PIC X(5).
               01 WS-TICKET-ENT PIC 9(8).
               01 WS-FECHA-ENT PIC 9(8).
               01 WS-RESULTADO-ENT PIC X(1).
               01 WS-SHOP-ACTUAL PIC X(5).

      *>   LINEAS DE MERCANCIA DEL TICKET QUE VIAJAN EN LA ENTREGA
               01 WS-TK-TABLA.
                   05 WS-TK-LINEA OCCURS 10 TIMES.
                       10 WS-TK-ITEM PIC X(8).
                       10 WS-TK-QTY PIC 9(3).
               01 WS-TK-N PIC 9(2) VALUE ZERO.
               01 WS-TK-CLI-ID PIC 9(8).
               01 WS-TK-ORIGEN PIC X(10).

      *>   ENTREGAS DE LA HOJA DE REPARTO, ORDENADAS POR CODIGO POSTAL
      *>   PARA QUE EL RECORRIDO SALGA AGRUPADO POR ZONAS
               01 WS-HR-TABLA.
                   05 WS-HR-ENTRADA OCCURS 200 TIMES.
                       10 WS-HR-CP PIC X(5).
                       10 WS-HR-NUMERO PIC 9(8).
               01 WS-HR-AUX PIC X(13).
               01 WS-HR-N PIC 9(3) VALUE ZERO.
               01 WS-ATRASADAS PIC 9(3) VALUE ZERO.

               01 WS-I PIC 9(3).
               01 WS-J PIC 9(3).
               01 WS-L PIC 9(2).

               01 WS-SECUENCIA-ENTREGA PIC X(10) VALUE "ENTREGA".
               01 WS-SECUENCIA-VALOR PIC 9(8).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   ENTREGAS A DOMICILIO DE MUEBLES Y ELECTRODOMESTICOS: ALTA
      *>   DESDE EL TICKET DE LA VENTA, HOJA DE REPARTO DIARIA POR
      *>   TIENDA Y CONFIRMACION DEL RESULTADO DE CADA ENTREGA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O ENTREGAS-FILE.
               IF ST-ENTREGAS = "35"
                   OPEN OUTPUT ENTREGAS-FILE
                   CLOSE ENTREGAS-FILE
                   OPEN I-O ENTREGAS-FILE
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-CLIENTES-OK.
               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-CONTACTOS-OK.
               OPEN INPUT CONTACTOS-FILE.
               IF ST-CONTACTOS = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-TIENDAS-OK.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "ENTREGAS A DOMICILIO"
                   DISPLAY "  A - Alta de entrega desde el ticket"
                   DISPLAY "  I - Consulta de entrega"
                   DISPLAY "  H - Hoja de reparto del dia"
                   DISPLAY "  C - Confirmar entregada / fallida"
                   DISPLAY "  P - Reprogramar entrega"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-ENTREGA THRU ALTA-ENTREGA-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-ENTREGA
                       WHEN OPCION-HOJA
                           PERFORM HOJA-REPARTO THRU HOJA-REPARTO-EXIT
                       WHEN OPCION-CONFIRMAR
                           PERFORM CONFIRMAR-ENTREGA
                               THRU CONFIRMAR-ENTREGA-EXIT
                       WHEN OPCION-REPROGRAMAR
                           PERFORM REPROGRAMAR-ENTREGA
                               THRU REPROGRAMAR-ENTREGA-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE ENTREGAS-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-ENTREGA.
      *>   LA ENTREGA NACE DEL TICKET: SE BUSCA PRIMERO EN LOS RECIBOS
      *>   DEL DIA (AUN SIN POSTEAR) Y SI NO ESTA, EN EL HISTORICO
               DISPLAY "ID de tienda (5): " WITH NO ADVANCING.
               ACCEPT WS-TIENDA-ENT.
               IF TIENDAS-DISPONIBLE
                   MOVE WS-TIENDA-ENT TO TIENDA-ID
                   READ TIENDAS-FILE
                       INVALID KEY
                           DISPLAY "ERROR: tienda desconocida: "
                               WS-TIENDA-ENT
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO ALTA-ENTREGA-EXIT
                   END-READ
               END-IF.

               DISPLAY "Numero de ticket: " WITH NO ADVANCING.
               ACCEPT WS-TICKET-ENT.
               IF WS-TICKET-ENT = ZERO
                   DISPLAY "ERROR: hace falta el ticket de la venta"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ENTREGA-EXIT
               END-IF.

               PERFORM COMPROBAR-ENTREGA-TICKET
                   THRU COMPROBAR-ENTREGA-TICKET-EXIT.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ENTREGA-EXIT
               END-IF.

               MOVE ZERO TO WS-TK-N.
               MOVE ZERO TO WS-TK-CLI-ID.
               PERFORM BUSCAR-TICKET-RECIBOS.
               IF WS-TK-N = ZERO
                   PERFORM BUSCAR-TICKET-HISTORICO
                       THRU BUSCAR-TICKET-HISTORICO-EXIT
               END-IF.
               IF WS-TK-N = ZERO
                   DISPLAY "ERROR: el ticket " WS-TICKET-ENT
                       " no tiene mercancia en la tienda "
                       WS-TIENDA-ENT
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ENTREGA-EXIT
               END-IF.

               MOVE SPACES TO ENTREGA-REG.
               MOVE WS-TK-CLI-ID TO ENT-CLI-ID.
               DISPLAY "Ticket localizado en " WS-TK-ORIGEN
                   "; articulos:".
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-TK-N
                   DISPLAY "  " WS-TK-ITEM (WS-L) " x "
                       WS-TK-QTY (WS-L)
               END-PERFORM.

               IF ENT-CLI-ID NOT = ZERO AND CLIENTES-DISPONIBLE
                   MOVE ENT-CLI-ID TO CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOMBRE TO ENT-NOMBRE
                   END-READ
               END-IF.
               IF ENT-NOMBRE = SPACES
                   DISPLAY "Nombre del destinatario: "
                       WITH NO ADVANCING
                   ACCEPT ENT-NOMBRE
               ELSE
                   DISPLAY "  Cliente " ENT-CLI-ID " " ENT-NOMBRE
               END-IF.

               DISPLAY "Direccion de entrega: " WITH NO ADVANCING.
               ACCEPT ENT-DIRECCION.
               DISPLAY "Codigo postal: " WITH NO ADVANCING.
               ACCEPT ENT-CP.
               DISPLAY "Localidad: " WITH NO ADVANCING.
               ACCEPT ENT-LOCALIDAD.
               IF ENT-DIRECCION = SPACES OR ENT-CP = SPACES
                   DISPLAY "ERROR: direccion y codigo postal son "
                       "obligatorios"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ENTREGA-EXIT
               END-IF.

               IF ENT-CLI-ID NOT = ZERO AND CONTACTOS-DISPONIBLE
                   MOVE ENT-CLI-ID TO CONTACTO-CLI-ID
                   READ CONTACTOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CONTACTO-TELEFONO TO ENT-TELEFONO
                   END-READ
               END-IF.
               IF ENT-TELEFONO = SPACES
                   DISPLAY "Telefono de contacto: " WITH NO ADVANCING
                   ACCEPT ENT-TELEFONO
               ELSE
                   DISPLAY "  Telefono " ENT-TELEFONO
               END-IF.

               DISPLAY "Fecha de entrega pedida (AAAAMMDD): "
                   WITH NO ADVANCING.
               ACCEPT WS-FECHA-ENT.
               IF WS-FECHA-ENT < WS-HOY
                   DISPLAY "ERROR: la fecha pedida ya ha pasado"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-ENTREGA-EXIT
               END-IF.

               CALL "siguientesecuencia" USING WS-SECUENCIA-ENTREGA
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO ENT-NUMERO.
               MOVE WS-TIENDA-ENT TO ENT-TIENDA.
               MOVE WS-TICKET-ENT TO ENT-TICKET.
               MOVE WS-HOY TO ENT-FECHA-ALTA.
               MOVE WS-FECHA-ENT TO ENT-FECHA-PEDIDA.
               MOVE ZEROS TO ENT-FECHA-RUTA.
               MOVE ZEROS TO ENT-FECHA-RESULTADO.
               MOVE ZERO TO ENT-INTENTOS.
               MOVE "P" TO ENT-ESTADO.
               MOVE SPACES TO ENT-MOTIVO-FALLO.
               MOVE SPACES TO ENT-NOTA-FALLO.
               MOVE WS-TK-N TO ENT-N-LINEAS.
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 10
                   IF WS-L > WS-TK-N
                       MOVE SPACES TO ENT-ITEM-ID (WS-L)
                       MOVE ZERO TO ENT-QTY (WS-L)
                   ELSE
                       MOVE WS-TK-ITEM (WS-L) TO ENT-ITEM-ID (WS-L)
                       MOVE WS-TK-QTY (WS-L) TO ENT-QTY (WS-L)
                   END-IF
               END-PERFORM.
               WRITE ENTREGA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA ENTREGA ("
                           ST-ENTREGAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       DISPLAY "Entrega " ENT-NUMERO
                           " programada para el " ENT-FECHA-PEDIDA
               END-WRITE.

           ALTA-ENTREGA-EXIT.
               EXIT.

           COMPROBAR-ENTREGA-TICKET.
      *>   UN TICKET SOLO PUEDE TENER UNA ENTREGA VIVA A LA VEZ
               MOVE 'S' TO WS-DATOS-VALIDOS.
               MOVE ZEROS TO ENT-NUMERO.
               START ENTREGAS-FILE KEY IS NOT LESS THAN ENT-NUMERO
                   INVALID KEY
                       GO TO COMPROBAR-ENTREGA-TICKET-EXIT
               END-START.
               MOVE 'N' TO EOF-SCAN.
               PERFORM UNTIL FIN-SCAN
                   READ ENTREGAS-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF ENT-TIENDA = WS-TIENDA-ENT
                               AND ENT-TICKET = WS-TICKET-ENT
                               AND ENT-VIVA
                               DISPLAY "ERROR: el ticket ya tiene la "
                                   "entrega " ENT-NUMERO
                                   " (estado " ENT-ESTADO ")"
                               MOVE 'N' TO WS-DATOS-VALIDOS
                               SET FIN-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.

           COMPROBAR-ENTREGA-TICKET-EXIT.
               EXIT.

           BUSCAR-TICKET-RECIBOS.
               MOVE 'N' TO EOF-SCAN.
               MOVE SPACES TO WS-SHOP-ACTUAL.
               OPEN INPUT SHOP-RECEIPTS-FILE.
               IF ST-RECIBOS NOT = "00"
                   SET FIN-SCAN TO TRUE
               END-IF.
               PERFORM UNTIL FIN-SCAN
                   READ SHOP-RECEIPTS-FILE
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN SHOP-HEADER
                                   MOVE SHOP-ID TO WS-SHOP-ACTUAL
                               WHEN SHOP-SALE
                                   IF WS-SHOP-ACTUAL = WS-TIENDA-ENT
                                       AND SALE-TICKET IS NUMERIC
                                       AND SALE-TICKET = WS-TICKET-ENT
                                       MOVE CUST-ID TO WS-TK-CLI-ID
                                       MOVE ITEM-ID TO ITEM-ID-KEY
                                       MOVE QTY-SOLD TO WS-J
                                       PERFORM ANOTAR-ARTICULO-TICKET
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE SHOP-RECEIPTS-FILE.
               MOVE "RECIBOS" TO WS-TK-ORIGEN.

           BUSCAR-TICKET-HISTORICO.
               MOVE 'N' TO EOF-SCAN.
               OPEN INPUT VENTAS-HISTORICO-FILE.
               IF ST-HISTORICO NOT = "00"
                   CLOSE VENTAS-HISTORICO-FILE
                   GO TO BUSCAR-TICKET-HISTORICO-EXIT
               END-IF.
               MOVE WS-TIENDA-ENT TO HIST-SHOP-ID.
               MOVE ZEROS TO HIST-SALE-DATE.
               MOVE ZEROS TO HIST-SALE-SEQ.
               MOVE LOW-VALUES TO HIST-TIPO.
               START VENTAS-HISTORICO-FILE
                   KEY IS NOT LESS THAN HIST-CLAVE
                   INVALID KEY
                       SET FIN-SCAN TO TRUE
               END-START.
               PERFORM UNTIL FIN-SCAN
                   READ VENTAS-HISTORICO-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF HIST-SHOP-ID NOT = WS-TIENDA-ENT
                               SET FIN-SCAN TO TRUE
                           ELSE
                               IF HIST-VENTA
                                   AND HIST-TICKET IS NUMERIC
                                   AND HIST-TICKET = WS-TICKET-ENT
                                   MOVE HIST-CUST-ID TO WS-TK-CLI-ID
                                   MOVE HIST-ITEM-ID TO ITEM-ID-KEY
                                   MOVE HIST-QTY TO WS-J
                                   PERFORM ANOTAR-ARTICULO-TICKET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE VENTAS-HISTORICO-FILE.
               MOVE "HISTORICO" TO WS-TK-ORIGEN.

           BUSCAR-TICKET-HISTORICO-EXIT.
               EXIT.

           ANOTAR-ARTICULO-TICKET.
      *>   SOLO VIAJA MERCANCIA: LAS TARJETAS REGALO Y LOS SERVICIOS
      *>   DEL TICKET NO SE ENTREGAN
               IF ITEM-MASTER-DISPONIBLE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO ITEM-CATEGORY
                   END-READ
                   IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                       MOVE ZERO TO WS-J
                   END-IF
               END-IF.
               IF WS-J > ZERO
                   IF WS-TK-N < 10
                       ADD 1 TO WS-TK-N
                       MOVE ITEM-ID-KEY TO WS-TK-ITEM (WS-TK-N)
                       MOVE WS-J TO WS-TK-QTY (WS-TK-N)
                   ELSE
                       DISPLAY "AVISO: el ticket tiene mas de 10 "
                           "articulos; " ITEM-ID-KEY " queda fuera"
                   END-IF
               END-IF.

           CONSULTA-ENTREGA.
               DISPLAY "Numero de entrega: " WITH NO ADVANCING.
               ACCEPT ENT-NUMERO.
               READ ENTREGAS-FILE
                   INVALID KEY
                       DISPLAY "Entrega no encontrada ("
                           ST-ENTREGAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-LEIDOS
                       DISPLAY "ENTREGA: " ENT-NUMERO
                           " TIENDA: " ENT-TIENDA
                           " TICKET: " ENT-TICKET
                           " CLIENTE: " ENT-CLI-ID " " ENT-NOMBRE
                       DISPLAY "  " ENT-DIRECCION " " ENT-CP " "
                           ENT-LOCALIDAD " TFNO " ENT-TELEFONO
                       DISPLAY "  ALTA: " ENT-FECHA-ALTA
                           " PEDIDA: " ENT-FECHA-PEDIDA
                           " RUTA: " ENT-FECHA-RUTA
                           " RESULTADO: " ENT-FECHA-RESULTADO
                           " ESTADO: " ENT-ESTADO
                           " INTENTOS: " ENT-INTENTOS
                       IF ENT-MOTIVO-FALLO NOT = SPACES
                           DISPLAY "  ULTIMO FALLO: " ENT-MOTIVO-FALLO
                               " " ENT-NOTA-FALLO
                       END-IF
                       PERFORM VARYING WS-L FROM 1 BY 1
                               UNTIL WS-L > ENT-N-LINEAS
                           DISPLAY "  " ENT-ITEM-ID (WS-L) " x "
                               ENT-QTY (WS-L)
                       END-PERFORM
               END-READ.

           HOJA-REPARTO.
      *>   HOJA DE REPARTO DE UNA TIENDA PARA UN DIA: LAS ENTREGAS
      *>   PENDIENTES PEDIDAS PARA ESE DIA Y LAS DE DIAS ANTERIORES
      *>   QUE SIGUEN SIN SALIR. TODAS QUEDAN EN RUTA HASTA QUE SE
      *>   CONFIRME SU RESULTADO
               DISPLAY "ID de tienda (5): " WITH NO ADVANCING.
               ACCEPT WS-TIENDA-ENT.
               DISPLAY "Dia de reparto (AAAAMMDD, 0 = hoy): "
                   WITH NO ADVANCING.
               ACCEPT WS-FECHA-ENT.
               IF WS-FECHA-ENT = ZERO
                   MOVE WS-HOY TO WS-FECHA-ENT
               END-IF.

               MOVE ZERO TO WS-HR-N.
               MOVE ZERO TO WS-ATRASADAS.
               MOVE ZEROS TO ENT-NUMERO.
               START ENTREGAS-FILE KEY IS NOT LESS THAN ENT-NUMERO
                   INVALID KEY
                       DISPLAY "No hay entregas registradas"
                       GO TO HOJA-REPARTO-EXIT
               END-START.
               MOVE 'N' TO EOF-SCAN.
               PERFORM UNTIL FIN-SCAN
                   READ ENTREGAS-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF ENT-TIENDA = WS-TIENDA-ENT
                               AND ENT-PENDIENTE
                               AND ENT-FECHA-PEDIDA <= WS-FECHA-ENT
                               AND WS-HR-N < 200
                               ADD 1 TO WS-HR-N
                               MOVE ENT-CP TO WS-HR-CP (WS-HR-N)
                               MOVE ENT-NUMERO
                                   TO WS-HR-NUMERO (WS-HR-N)
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-HR-N = ZERO
                   DISPLAY "Sin entregas pendientes para "
                       WS-TIENDA-ENT " el " WS-FECHA-ENT
                   GO TO HOJA-REPARTO-EXIT
               END-IF.

      *>   ORDENACION DE BURBUJA POR CODIGO POSTAL + NUMERO
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-HR-N
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-HR-N - WS-I
                       IF WS-HR-ENTRADA (WS-J) >
                           WS-HR-ENTRADA (WS-J + 1)
                           MOVE WS-HR-ENTRADA (WS-J) TO WS-HR-AUX
                           MOVE WS-HR-ENTRADA (WS-J + 1)
                               TO WS-HR-ENTRADA (WS-J)
                           MOVE WS-HR-AUX TO WS-HR-ENTRADA (WS-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

               OPEN OUTPUT HOJA-REPARTO-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "HOJA DE REPARTO TIENDA " WS-TIENDA-ENT
                   " DIA " WS-FECHA-ENT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HR-N
                   MOVE WS-HR-NUMERO (WS-I) TO ENT-NUMERO
                   READ ENTREGAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ESCRIBIR-ENTREGA-HOJA
                   END-READ
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               STRING "TOTAL ENTREGAS: " WS-HR-N
                   " (de dias anteriores: " WS-ATRASADAS ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               CLOSE HOJA-REPARTO-FILE.

               MOVE "hoja-reparto.dat" TO WS-SPOOL-NOMBRE.
               MOVE "ENTREGAS-DOMICILIO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           HOJA-REPARTO-EXIT.
               EXIT.

           ESCRIBIR-ENTREGA-HOJA.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               IF ENT-FECHA-PEDIDA < WS-FECHA-ENT
                   ADD 1 TO WS-ATRASADAS
                   STRING "ENTREGA " ENT-NUMERO " TICKET " ENT-TICKET
                       " PEDIDA " ENT-FECHA-PEDIDA " (ATRASADA)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "ENTREGA " ENT-NUMERO " TICKET " ENT-TICKET
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " ENT-NOMBRE " TFNO " ENT-TELEFONO
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " ENT-DIRECCION " " ENT-CP " " ENT-LOCALIDAD
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > ENT-N-LINEAS
                   MOVE SPACES TO ITEM-DESCRIPTION
                   IF ITEM-MASTER-DISPONIBLE
                       MOVE ENT-ITEM-ID (WS-L) TO ITEM-ID-KEY
                       READ ITEM-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO ITEM-DESCRIPTION
                       END-READ
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " ENT-ITEM-ID (WS-L) " "
                       ITEM-DESCRIPTION " x " ENT-QTY (WS-L)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-PERFORM.
               MOVE "  RESULTADO: [ ] ENTREGADA  [ ] FALLIDA  "
                   & "MOTIVO: ____  FIRMA: ______________"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE "R" TO ENT-ESTADO.
               MOVE WS-FECHA-ENT TO ENT-FECHA-RUTA.
               REWRITE ENTREGA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL PONER EN RUTA LA ENTREGA "
                           ENT-NUMERO " (" ST-ENTREGAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
               END-REWRITE.

           CONFIRMAR-ENTREGA.
      *>   RESULTADO DEL REPARTO: ENTREGADA CIERRA LA ENTREGA;
      *>   FALLIDA LA DEJA VIVA CON SU MOTIVO HASTA QUE SE REPROGRAME
               DISPLAY "Numero de entrega: " WITH NO ADVANCING.
               ACCEPT ENT-NUMERO.
               READ ENTREGAS-FILE
                   INVALID KEY
                       DISPLAY "Entrega no encontrada ("
                           ST-ENTREGAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO CONFIRMAR-ENTREGA-EXIT
               END-READ.
               IF NOT ENT-EN-RUTA AND NOT ENT-PENDIENTE
                   DISPLAY "ERROR: la entrega no esta pendiente ni en "
                       "ruta (estado " ENT-ESTADO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CONFIRMAR-ENTREGA-EXIT
               END-IF.

               DISPLAY "  " ENT-NOMBRE " " ENT-DIRECCION.
               DISPLAY "Resultado (E=entregada F=fallida): "
                   WITH NO ADVANCING.
               ACCEPT WS-RESULTADO-ENT.
               EVALUATE WS-RESULTADO-ENT
                   WHEN "E"
                       MOVE "E" TO ENT-ESTADO
                       MOVE SPACES TO ENT-MOTIVO-FALLO
                       MOVE SPACES TO ENT-NOTA-FALLO
                   WHEN "F"
                       DISPLAY "Motivo (AU=ausente DI=direccion "
                           "RE=rechazada DA=danada OT=otro): "
                           WITH NO ADVANCING
                       ACCEPT ENT-MOTIVO-FALLO
                       IF NOT FALLO-VALIDO
                           DISPLAY "Motivo no valido; se anota OT"
                           MOVE "OT" TO ENT-MOTIVO-FALLO
                       END-IF
                       DISPLAY "Observaciones: " WITH NO ADVANCING
                       ACCEPT ENT-NOTA-FALLO
                       MOVE "F" TO ENT-ESTADO
                   WHEN OTHER
                       DISPLAY "Resultado no valido"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO CONFIRMAR-ENTREGA-EXIT
               END-EVALUATE.
               ADD 1 TO ENT-INTENTOS.
               MOVE WS-HOY TO ENT-FECHA-RESULTADO.
               REWRITE ENTREGA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL CONFIRMAR LA ENTREGA ("
                           ST-ENTREGAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       DISPLAY "Entrega " ENT-NUMERO
                           " anotada como " ENT-ESTADO
               END-REWRITE.

           CONFIRMAR-ENTREGA-EXIT.
               EXIT.

           REPROGRAMAR-ENTREGA.
      *>   UNA ENTREGA FALLIDA, O AUN NO SALIDA, SE VUELVE A PEDIR
      *>   PARA OTRO DIA; EL MOTIVO DEL FALLO QUEDA COMO REFERENCIA
               DISPLAY "Numero de entrega: " WITH NO ADVANCING.
               ACCEPT ENT-NUMERO.
               READ ENTREGAS-FILE
                   INVALID KEY
                       DISPLAY "Entrega no encontrada ("
                           ST-ENTREGAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO REPROGRAMAR-ENTREGA-EXIT
               END-READ.
               IF NOT ENT-VIVA
                   DISPLAY "ERROR: la entrega ya esta cerrada "
                       "(estado " ENT-ESTADO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO REPROGRAMAR-ENTREGA-EXIT
               END-IF.

               DISPLAY "Nueva fecha de entrega (AAAAMMDD): "
                   WITH NO ADVANCING.
               ACCEPT WS-FECHA-ENT.
               IF WS-FECHA-ENT < WS-HOY
                   DISPLAY "ERROR: la fecha ya ha pasado"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO REPROGRAMAR-ENTREGA-EXIT
               END-IF.
               MOVE WS-FECHA-ENT TO ENT-FECHA-PEDIDA.
               MOVE ZEROS TO ENT-FECHA-RUTA.
               MOVE "P" TO ENT-ESTADO.
               REWRITE ENTREGA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL REPROGRAMAR LA ENTREGA ("
                           ST-ENTREGAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       DISPLAY "Entrega " ENT-NUMERO
                           " reprogramada para el " ENT-FECHA-PEDIDA
               END-REWRITE.

           REPROGRAMAR-ENTREGA-EXIT.
               EXIT.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "ENTREGAS-DOMICILIO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM ENTREGAS-DOMICILIO.
