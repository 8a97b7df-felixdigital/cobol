                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT OPTIONAL MANDATOS-FILE
                   ASSIGN TO "mandatos-sepa.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS MAND-REFERENCIA
                   ALTERNATE KEY MAND-CLI-ID WITH DUPLICATES
                   STATUS ST-MANDATOS.

                   SELECT OPTIONAL VENTAS-HISTORICO-FILE
                   ASSIGN TO "ventas-historico.dat"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CODIGO
                   STATUS ST-IDX.

                   SELECT OPTIONAL ENTREGAS-FILE
                   ASSIGN TO "entregas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ENT-NUMERO
                   STATUS ST-ENTREGAS.

                   SELECT OPTIONAL ANONIMIZACION-AUDIT-FILE
                   ASSIGN TO "anonimizacion-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD MANDATOS-FILE.
                   COPY copymand.

               FD VENTAS-HISTORICO-FILE.
                   COPY copyhist.

               FD CONTRATO-IDX-FILE.
                   COPY copycont.

               FD ENTREGAS-FILE.
                   COPY copyentr.

               FD ANONIMIZACION-AUDIT-FILE.
                   01 ANONIMIZACION-AUDIT-LINE PIC X(100).

               77 ST-PART PIC X(2).
               77 ST-XREF PIC X(2).
               77 ST-IDX PIC X(2).
               77 ST-MANDATOS PIC X(2).
               77 ST-DIRECCIONES PIC X(2).
               77 ST-ENTREGAS PIC X(2).

               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
                   88 XREF-DISPONIBLE VALUE 'S'.
               01 WS-CONTRATOS-OK PIC X VALUE 'N'.
                   88 CONTRATOS-DISPONIBLE VALUE 'S'.
               01 WS-MANDATOS-OK PIC X VALUE 'N'.
                   88 MANDATOS-DISPONIBLE VALUE 'S'.
               01 WS-DIRECCIONES-OK PIC X VALUE 'N'.
                   88 DIRECCIONES-DISPONIBLE VALUE 'S'.
               01 WS-ENTREGAS-OK PIC X VALUE 'N'.
                   88 ENTREGAS-DISPONIBLE VALUE 'S'.
               01 EOF-MAND PIC X VALUE 'N'.
                   88 FIN-MANDATOS VALUE 'S'.
               01 EOF-ENT PIC X VALUE 'N'.
                   88 FIN-ENTREGAS VALUE 'S'.

               01 WS-CLI-ID PIC 9(8).
               01 WS-HOY PIC 9(8).
                   88 FIN-HISTORICO VALUE 'S'.

               01 WS-HIST-ANONIMIZADOS PIC 9(6) VALUE ZERO.
               01 WS-ENT-ANONIMIZADAS PIC 9(6) VALUE ZERO.

      *>   RECORRIDO DE LAS PARTICIONES POR ANO, CON EL MISMO
      *>   ESQUEMA DE NOMBRES QUE USA EL LECTOR COMUN DEL HISTORICO
               01 EOF-PART PIC X VALUE 'N'.
                   88 FIN-PARTICION VALUE 'S'.
               01 WS-PART-ANONIMIZADOS PIC 9(6) VALUE ZERO.

      *>   LAS LINEAS DEL CLIENTE SE BUSCAN EN EL INDICE POR CLIENTE
      *>   DE CADA FICHERO ("indexarhistorico", ANO 0 = EL VIVO); SIN
      *>   INDICE SE RECORRE EL FICHERO ENTERO
               01 WS-IX-OPERACION PIC X(1).
               01 WS-IX-ANO PIC 9(4).
               01 WS-IX-ESTADO PIC X(2).
               01 WS-IX-CUENTA PIC 9(7).
               01 WS-IX-FECHA PIC 9(8).
               01 WS-CONTACTO-LIMPIO PIC X VALUE 'N'.
               01 WS-XREF-BORRADO PIC X VALUE 'N'.
               01 WS-DIRECCION-BORRADA PIC X VALUE 'N'.

               01 WS-CONFIRMACION PIC X(1).


               PERFORM ANONIMIZAR-CLIENTE-MAESTRO.
               PERFORM ANONIMIZAR-CONTACTO.
               PERFORM BORRAR-DIRECCION.
               PERFORM ANONIMIZAR-MANDATOS.
               PERFORM ANONIMIZAR-ENTREGAS.
               PERFORM ANONIMIZAR-HISTORICO
                   THRU ANONIMIZAR-HISTORICO-EXIT.
               PERFORM ANONIMIZAR-PARTICIONES.
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-DIRECCIONES-OK.
               OPEN I-O DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "00"
                   SET DIRECCIONES-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-MANDATOS-OK.
               OPEN I-O MANDATOS-FILE.
               IF ST-MANDATOS = "00"
                   SET MANDATOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-ENTREGAS-OK.
               OPEN I-O ENTREGAS-FILE.
               IF ST-ENTREGAS = "00"
                   SET ENTREGAS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-HISTORICO-OK.
               OPEN I-O VENTAS-HISTORICO-FILE.
               IF ST-HISTORICO = "00"
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF DIRECCIONES-DISPONIBLE
                   CLOSE DIRECCIONES-FILE
               END-IF.
               IF MANDATOS-DISPONIBLE
                   CLOSE MANDATOS-FILE
               END-IF.
               IF ENTREGAS-DISPONIBLE
                   CLOSE ENTREGAS-FILE
               END-IF.
               IF HISTORICO-DISPONIBLE
                   CLOSE VENTAS-HISTORICO-FILE
               END-IF.
               END-IF.

           VERIFICAR-BLOQUEOS.
      *>   CON SALDO ABIERTO, ENTREGA A DOMICILIO POR RESOLVER O
      *>   CONTRATO ACTIVO NO HAY SUPRESION: LA RELACION COMERCIAL
      *>   SIGUE VIVA
               MOVE SPACES TO WS-BLOQUEO-MOTIVO.

               IF CLIENTE-SALDO NOT = ZERO
                   GO TO VERIFICAR-BLOQUEOS-EXIT
               END-IF.

               IF ENTREGAS-DISPONIBLE
                   PERFORM BUSCAR-ENTREGA-VIVA
                   IF WS-BLOQUEO-MOTIVO NOT = SPACES
                       GO TO VERIFICAR-BLOQUEOS-EXIT
                   END-IF
               END-IF.

               PERFORM BUSCAR-NIF-CLIENTE
                   THRU BUSCAR-NIF-CLIENTE-EXIT.
               IF WS-NIF-CLIENTE = SPACES
           VERIFICAR-BLOQUEOS-EXIT.
               EXIT.

           BUSCAR-ENTREGA-VIVA.
               MOVE LOW-VALUES TO ENT-NUMERO.
               MOVE 'N' TO EOF-ENT.
               START ENTREGAS-FILE KEY IS NOT LESS THAN ENT-NUMERO
                   INVALID KEY
                       SET FIN-ENTREGAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-ENTREGAS
                   READ ENTREGAS-FILE NEXT RECORD
                       AT END
                           SET FIN-ENTREGAS TO TRUE
                       NOT AT END
                           IF ENT-CLI-ID = WS-CLI-ID AND ENT-VIVA
                               MOVE "EL CLIENTE TIENE ENTREGAS "
                                   & "PENDIENTES" TO WS-BLOQUEO-MOTIVO
                               SET FIN-ENTREGAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.

           BUSCAR-NIF-CLIENTE.
               MOVE SPACES TO WS-NIF-CLIENTE.
               IF NOT XREF-DISPONIBLE
                   END-READ
               END-IF.

           BORRAR-DIRECCION.
      *>   LA DIRECCION POSTAL NO TIENE NADA QUE CONSERVAR: SE BORRA
               MOVE 'N' TO WS-DIRECCION-BORRADA.
               IF DIRECCIONES-DISPONIBLE
                   MOVE WS-CLI-ID TO DIR-CLI-ID
                   READ DIRECCIONES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE DIRECCIONES-FILE
                           MOVE 'S' TO WS-DIRECCION-BORRADA
                           ADD 1 TO WS-JOB-ESCRITOS
                   END-READ
               END-IF.

           ANONIMIZAR-MANDATOS.
      *>   LOS MANDATOS SEPA DEL CLIENTE QUEDAN CANCELADOS Y SIN IBAN
               IF MANDATOS-DISPONIBLE
                   MOVE WS-CLI-ID TO MAND-CLI-ID
                   MOVE 'N' TO EOF-MAND
                   START MANDATOS-FILE KEY IS EQUAL TO MAND-CLI-ID
                       INVALID KEY
                           SET FIN-MANDATOS TO TRUE
                   END-START
                   PERFORM UNTIL FIN-MANDATOS
                       READ MANDATOS-FILE NEXT RECORD
                           AT END
                               SET FIN-MANDATOS TO TRUE
                           NOT AT END
                               IF MAND-CLI-ID NOT = WS-CLI-ID
                                   SET FIN-MANDATOS TO TRUE
                               ELSE
                                   MOVE SPACES TO MAND-IBAN
                                   IF NOT MANDATO-CANCELADO
                                       SET MANDATO-CANCELADO TO TRUE
                                       MOVE WS-HOY TO MAND-FECHA-BAJA
                                   END-IF
                                   REWRITE MANDATO-REG
                                   ADD 1 TO WS-JOB-ESCRITOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           ANONIMIZAR-ENTREGAS.
      *>   COMO EN LA FICHA: EL NOMBRE QUEDA ANONIMIZADO, LA DIRECCION
      *>   Y EL TELEFONO SE BORRAN Y LA ENTREGA SE DESVINCULA DEL
      *>   CLIENTE; TIENDA, TICKET, FECHAS Y ARTICULOS SE CONSERVAN
               MOVE ZERO TO WS-ENT-ANONIMIZADAS.
               IF ENTREGAS-DISPONIBLE
                   MOVE LOW-VALUES TO ENT-NUMERO
                   MOVE 'N' TO EOF-ENT
                   START ENTREGAS-FILE KEY IS NOT LESS THAN ENT-NUMERO
                       INVALID KEY
                           SET FIN-ENTREGAS TO TRUE
                   END-START
                   PERFORM UNTIL FIN-ENTREGAS
                       READ ENTREGAS-FILE NEXT RECORD
                           AT END
                               SET FIN-ENTREGAS TO TRUE
                           NOT AT END
                               IF ENT-CLI-ID = WS-CLI-ID
                                   MOVE "ANONIMIZADO" TO ENT-NOMBRE
                                   MOVE SPACES TO ENT-DIRECCION
                                   MOVE SPACES TO ENT-CP
                                   MOVE SPACES TO ENT-LOCALIDAD
                                   MOVE SPACES TO ENT-TELEFONO
                                   MOVE SPACES TO ENT-NOTA-FALLO
                                   MOVE ZERO TO ENT-CLI-ID
                                   REWRITE ENTREGA-REG
                                   ADD 1 TO WS-ENT-ANONIMIZADAS
                                   ADD 1 TO WS-JOB-ESCRITOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           ANONIMIZAR-HISTORICO.
      *>   LOS IMPORTES Y CANTIDADES SE CONSERVAN; SOLO SE ROMPE EL
      *>   VINCULO CON LA PERSONA
               IF NOT HISTORICO-DISPONIBLE
                   GO TO ANONIMIZAR-HISTORICO-EXIT
               END-IF.
               MOVE ZERO TO WS-IX-ANO.
               MOVE WS-CLI-ID TO HIST-CUST-ID.
               MOVE "K" TO WS-IX-OPERACION.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO HISTORICO-REG WS-IX-ESTADO WS-IX-CUENTA.
               IF WS-IX-ESTADO = "00" OR WS-IX-ESTADO = "10"
                   MOVE 'N' TO EOF-HIST
                   IF WS-IX-ESTADO NOT = "00"
                       SET FIN-HISTORICO TO TRUE
                   END-IF
                   PERFORM ANONIMIZAR-VIVO-INDICE UNTIL FIN-HISTORICO
                   MOVE "C" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   GO TO ANONIMIZAR-HISTORICO-EXIT
               END-IF.

               MOVE LOW-VALUES TO HIST-CLAVE.
               START VENTAS-HISTORICO-FILE
                   KEY IS NOT LESS THAN HIST-CLAVE
           ANONIMIZAR-HISTORICO-EXIT.
               EXIT.

           ANONIMIZAR-VIVO-INDICE.
      *>   CADA VUELTA DA DE BAJA LA PRIMERA ENTRADA DEL CLIENTE Y
      *>   VUELVE A SITUARSE, HASTA QUE NO LE QUEDA NINGUNA
               MOVE "S" TO WS-IX-OPERACION.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO HISTORICO-REG WS-IX-ESTADO WS-IX-CUENTA.
               IF WS-IX-ESTADO NOT = "00"
                   SET FIN-HISTORICO TO TRUE
               ELSE
                   MOVE HIST-SALE-DATE TO WS-IX-FECHA
                   MOVE "B" TO WS-IX-OPERACION
                   READ VENTAS-HISTORICO-FILE
                       INVALID KEY
                           MOVE ZEROS TO HIST-CUST-ID
                   END-READ
                   IF HIST-CUST-ID = WS-CLI-ID
                       CALL "indexarhistorico" USING WS-IX-OPERACION
                           WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                           WS-IX-CUENTA
                       MOVE ZERO TO HIST-CUST-ID
                       REWRITE HISTORICO-REG
                       ADD 1 TO WS-HIST-ANONIMIZADOS
                       ADD 1 TO WS-JOB-ESCRITOS
                       MOVE "A" TO WS-IX-OPERACION
                   ELSE
      *>   ENTRADA QUE YA NO CORRESPONDE A SU LINEA: SOLO SE QUITA LA
      *>   DEL CLIENTE (EL ARTICULO EN BLANCO NO TOCA EL OTRO INDICE)
                       MOVE WS-CLI-ID TO HIST-CUST-ID
                       MOVE WS-IX-FECHA TO HIST-SALE-DATE
                       MOVE SPACES TO HIST-ITEM-ID
                   END-IF
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   MOVE WS-CLI-ID TO HIST-CUST-ID
                   MOVE "K" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO NOT = "00"
                       SET FIN-HISTORICO TO TRUE
                   END-IF
               END-IF.

           ANONIMIZAR-PARTICIONES.
      *>   LOS ANOS CERRADOS QUE EL PARTICIONADOR MOVIO A
      *>   ventas-historico-AAAA.dat TAMBIEN LLEVAN EL CLI-ID
                   THRU ANONIMIZAR-UNA-PARTICION-EXIT
                   VARYING WS-ANO-PART FROM 2000 BY 1
                   UNTIL WS-ANO-PART > WS-ANO-TOPE.
               MOVE "C" TO WS-IX-OPERACION.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO PART-REG WS-IX-ESTADO WS-IX-CUENTA.

           ANONIMIZAR-UNA-PARTICION.
      *>   SE SONDEA PRIMERO EN LECTURA: ABRIR I-O UN OPTIONAL
                   CLOSE HIST-PART-FILE
                   GO TO ANONIMIZAR-UNA-PARTICION-EXIT
               END-IF.
               MOVE WS-ANO-PART TO WS-IX-ANO.
               MOVE WS-CLI-ID TO PART-CUST-ID.
               MOVE "K" TO WS-IX-OPERACION.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO PART-REG WS-IX-ESTADO WS-IX-CUENTA.
               IF WS-IX-ESTADO = "00" OR WS-IX-ESTADO = "10"
                   MOVE 'N' TO EOF-PART
                   IF WS-IX-ESTADO NOT = "00"
                       SET FIN-PARTICION TO TRUE
                   END-IF
                   PERFORM ANONIMIZAR-PARTICION-INDICE
                       UNTIL FIN-PARTICION
                   CLOSE HIST-PART-FILE
                   GO TO ANONIMIZAR-UNA-PARTICION-EXIT
               END-IF.

               MOVE LOW-VALUES TO PART-CLAVE.
               START HIST-PART-FILE
                   KEY IS NOT LESS THAN PART-CLAVE
           ANONIMIZAR-UNA-PARTICION-EXIT.
               EXIT.

           ANONIMIZAR-PARTICION-INDICE.
      *>   LO MISMO QUE ANONIMIZAR-VIVO-INDICE SOBRE LA PARTICION
               MOVE "S" TO WS-IX-OPERACION.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO PART-REG WS-IX-ESTADO WS-IX-CUENTA.
               IF WS-IX-ESTADO NOT = "00"
                   SET FIN-PARTICION TO TRUE
               ELSE
                   MOVE PART-SALE-DATE TO WS-IX-FECHA
                   MOVE "B" TO WS-IX-OPERACION
                   READ HIST-PART-FILE
                       INVALID KEY
                           MOVE ZEROS TO PART-CUST-ID
                   END-READ
                   IF PART-CUST-ID = WS-CLI-ID
                       CALL "indexarhistorico" USING WS-IX-OPERACION
                           WS-IX-ANO PART-REG WS-IX-ESTADO
                           WS-IX-CUENTA
                       MOVE ZERO TO PART-CUST-ID
                       REWRITE PART-REG
                       ADD 1 TO WS-PART-ANONIMIZADOS
                       ADD 1 TO WS-JOB-ESCRITOS
                       MOVE "A" TO WS-IX-OPERACION
                   ELSE
                       MOVE WS-CLI-ID TO PART-CUST-ID
                       MOVE WS-IX-FECHA TO PART-SALE-DATE
                       MOVE SPACES TO PART-ITEM-ID
                   END-IF
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO PART-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   MOVE WS-CLI-ID TO PART-CUST-ID
                   MOVE "K" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO PART-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO NOT = "00"
                       SET FIN-PARTICION TO TRUE
                   END-IF
               END-IF.

           BORRAR-XREF.
               MOVE 'N' TO WS-XREF-BORRADO.
               IF XREF-DISPONIBLE AND WS-NIF-CLIENTE NOT = SPACES
                   WRITE ANONIMIZACION-AUDIT-LINE
               END-IF.

               IF WS-DIRECCION-BORRADA = 'S'
                   MOVE "  direcciones-clientes.dat: direccion postal "
                       & "borrada"
                       TO ANONIMIZACION-AUDIT-LINE
                   WRITE ANONIMIZACION-AUDIT-LINE
               END-IF.

               IF WS-ENT-ANONIMIZADAS > ZERO
                   MOVE SPACES TO ANONIMIZACION-AUDIT-LINE
                   STRING "  entregas.dat: " WS-ENT-ANONIMIZADAS
                       " entrega(s) sin nombre, direccion ni telefono"
                       DELIMITED BY SIZE
                       INTO ANONIMIZACION-AUDIT-LINE
                   END-STRING
                   WRITE ANONIMIZACION-AUDIT-LINE
               END-IF.

               MOVE SPACES TO ANONIMIZACION-AUDIT-LINE.
               STRING "  ventas-historico.dat: "
                   WS-HIST-ANONIMIZADOS
