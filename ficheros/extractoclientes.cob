                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT EXTRACTOS-FILE
                   ASSIGN TO "extractos-clientes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD EXTRACTOS-FILE.
                   01 EXTRACTO-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               77 ST-CLIENTES PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-DIRECCIONES PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-DIRECCIONES-OK PIC X VALUE 'N'.
                   88 DIRECCIONES-DISPONIBLE VALUE 'S'.
               COPY copyprvn.
      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico", QUE SOLO ABRE LOS ANOS DEL RANGO PEDIDO
               COPY copyhist.
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-DIRECCIONES-OK.
               OPEN INPUT DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "00"
                   SET DIRECCIONES-DISPONIBLE TO TRUE
               END-IF.

               OPEN OUTPUT EXTRACTOS-FILE.

               IF WS-CLI-SOLICITADO NOT = ZERO
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF DIRECCIONES-DISPONIBLE
                   CLOSE DIRECCIONES-FILE
               END-IF.

               DISPLAY "Extractos generados en extractos-clientes.dat".

               END-STRING.
               PERFORM ESCRIBIR-LINEA-EXTRACTO.

               PERFORM ESCRIBIR-DIRECCION-EXTRACTO.

               MOVE ZEROS TO WS-LINEAS-CLIENTE.
               MOVE ZEROS TO WS-TOTAL-COMPRAS.
               MOVE ZEROS TO WS-TOTAL-DESCUENTOS.

               PERFORM RECORRER-HISTORICO-CLIENTE.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   CLOSE EXTRACTOS-FILE
                   CLOSE CLIENTES-FILE
                   IF ITEM-MASTER-DISPONIBLE
                       CLOSE ITEM-MASTER-FILE
                   END-IF
                   IF DIRECCIONES-DISPONIBLE
                       CLOSE DIRECCIONES-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               IF WS-LINEAS-CLIENTE = ZERO
                   MOVE "  (sin compras registradas)"
                   PERFORM ESCRIBIR-LINEA-EXTRACTO
               END-IF.

           ESCRIBIR-DIRECCION-EXTRACTO.
      *>   DIRECCION POSTAL DE ENVIO BAJO LA CABECERA, SI LA HAY
               IF DIRECCIONES-DISPONIBLE
                   MOVE CLI-ID TO DIR-CLI-ID
                   READ DIRECCIONES-FILE
                       INVALID KEY
                           MOVE "  (sin direccion postal registrada)"
                               TO EXTRACTO-LINE
                           PERFORM ESCRIBIR-LINEA-EXTRACTO
                       NOT INVALID KEY
                           MOVE SPACES TO EXTRACTO-LINE
                           STRING "  " DIR-CALLE
                               DELIMITED BY SIZE INTO EXTRACTO-LINE
                           END-STRING
                           PERFORM ESCRIBIR-LINEA-EXTRACTO
                           MOVE SPACES TO EXTRACTO-LINE
                           IF DIR-NACIONAL
                              AND DIR-PROVINCIA >= 1
                              AND DIR-PROVINCIA <= 52
                               STRING "  " DIR-CP (1:5) " "
                                   DIR-LOCALIDAD
                                   " (" PRVN-NOMBRE (DIR-PROVINCIA) ")"
                                   DELIMITED BY SIZE INTO EXTRACTO-LINE
                               END-STRING
                           ELSE
                               STRING "  " DIR-CP " " DIR-LOCALIDAD
                                   " " DIR-PAIS
                                   DELIMITED BY SIZE INTO EXTRACTO-LINE
                               END-STRING
                           END-IF
                           PERFORM ESCRIBIR-LINEA-EXTRACTO
                   END-READ
               END-IF.

           RECORRER-HISTORICO-CLIENTE.
      *>   LINEAS DEL CLIENTE DEL EXTRACTO EN CURSO, LEIDAS POR EL
      *>   INDICE DE CLIENTES DEL LECTOR COMUN (SOLO LOS ANOS DEL
      *>   RANGO PEDIDO)
               MOVE 'N' TO EOF-HIST.
               MOVE CLI-ID TO HIST-CUST-ID.
               MOVE "K" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.
               PERFORM UNTIL FIN-HISTORICO
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       IF HIST-CUST-ID = CLI-ID
