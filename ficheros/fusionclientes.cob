                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT OPTIONAL VENTAS-HISTORICO-FILE
                   ASSIGN TO "ventas-historico.dat"
                   ORGANIZATION IS INDEXED
               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD VENTAS-HISTORICO-FILE.
                   COPY copyhist.

               77 ST-CLIENTES PIC X(2).
               77 ST-FIDELIDAD PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-DIRECCIONES PIC X(2).
               77 ST-HISTORICO PIC X(2).
               77 ST-XREF PIC X(2).

                   88 FIDELIDAD-DISPONIBLE VALUE 'S'.
               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-DIRECCIONES-OK PIC X VALUE 'N'.
                   88 DIRECCIONES-DISPONIBLE VALUE 'S'.
               01 WS-HISTORICO-OK PIC X VALUE 'N'.
                   88 HISTORICO-DISPONIBLE VALUE 'S'.
               01 WS-XREF-OK PIC X VALUE 'N'.
               01 WS-SUP-TIENE-CONTACTO PIC X VALUE 'N'.
               01 WS-CONTACTO-DUP.
                   05 FILLER PIC X(91).
               01 WS-DUP-TIENE-DIRECCION PIC X VALUE 'N'.
               01 WS-SUP-TIENE-DIRECCION PIC X VALUE 'N'.
               01 WS-DIRECCION-DUP.
                   05 FILLER PIC X(95).

               01 EOF-SCAN PIC X VALUE 'N'.
                   88 FIN-SCAN VALUE 'S'.

      *>   LAS LINEAS DEL DUPLICADO SE BUSCAN EN EL INDICE POR
      *>   CLIENTE DEL HISTORICO VIVO ("indexarhistorico"); SIN
      *>   INDICE SE RECORRE EL HISTORICO ENTERO
               01 WS-IX-OPERACION PIC X(1).
               01 WS-IX-ANO PIC 9(4) VALUE ZERO.
               01 WS-IX-ESTADO PIC X(2).
               01 WS-IX-CUENTA PIC 9(7).
               01 WS-IX-FECHA PIC 9(8).

               01 WS-SALDO-ED PIC -Z.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-DIRECCIONES-OK.
               OPEN I-O DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "00"
                   SET DIRECCIONES-DISPONIBLE TO TRUE
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
               IF HISTORICO-DISPONIBLE
                   CLOSE VENTAS-HISTORICO-FILE
               END-IF.
                   END-READ
               END-IF.

               MOVE 'N' TO WS-SUP-TIENE-DIRECCION.
               MOVE 'N' TO WS-DUP-TIENE-DIRECCION.
               IF DIRECCIONES-DISPONIBLE
                   MOVE WS-ID-SUPERVIVIENTE TO DIR-CLI-ID
                   READ DIRECCIONES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-SUP-TIENE-DIRECCION
                   END-READ
                   MOVE WS-ID-DUPLICADO TO DIR-CLI-ID
                   READ DIRECCIONES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-DUP-TIENE-DIRECCION
                           MOVE DIRECCION-REG TO WS-DIRECCION-DUP
                   END-READ
               END-IF.

               MOVE ZEROS TO WS-HIST-REPUNTADOS.
               IF HISTORICO-DISPONIBLE
                   MOVE WS-ID-DUPLICADO TO HIST-CUST-ID
                   MOVE "K" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO = "00" OR WS-IX-ESTADO = "10"
                       PERFORM CONTAR-HISTORICO-INDICE
                   ELSE
                       PERFORM CONTAR-HISTORICO-SCAN
                   END-IF
                   MOVE "C" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
               END-IF.

               MOVE ZEROS TO WS-XREF-REPUNTADOS.
                   DISPLAY "  El contacto del duplicado pasara al "
                       "superviviente"
               END-IF.
               IF WS-DUP-TIENE-DIRECCION = 'S'
                   AND WS-SUP-TIENE-DIRECCION = 'N'
                   DISPLAY "  La direccion postal del duplicado "
                       "pasara al superviviente"
               END-IF.

           CONTAR-HISTORICO-INDICE.
               MOVE 'N' TO EOF-SCAN.
               IF WS-IX-ESTADO NOT = "00"
                   SET FIN-SCAN TO TRUE
               END-IF.
               PERFORM UNTIL FIN-SCAN
                   MOVE "S" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO NOT = "00"
                       SET FIN-SCAN TO TRUE
                   ELSE
                       READ VENTAS-HISTORICO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF HIST-CUST-ID = WS-ID-DUPLICADO
                                   ADD 1 TO WS-HIST-REPUNTADOS
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM.

           CONTAR-HISTORICO-SCAN.
               MOVE LOW-VALUES TO HIST-CLAVE.
               MOVE 'N' TO EOF-SCAN.
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
                           IF HIST-CUST-ID = WS-ID-DUPLICADO
                               ADD 1 TO WS-HIST-REPUNTADOS
                           END-IF
                   END-READ
               END-PERFORM.

           EJECUTAR-FUSION.
               PERFORM FUSIONAR-SALDO.
               PERFORM FUSIONAR-FIDELIDAD.
               PERFORM FUSIONAR-CONTACTO.
               PERFORM FUSIONAR-DIRECCION.
               PERFORM REPUNTAR-HISTORICO.
               PERFORM REPUNTAR-XREF.
               PERFORM BORRAR-DUPLICADO.
                   END-IF
               END-IF.

           FUSIONAR-DIRECCION.
               IF DIRECCIONES-DISPONIBLE
                   AND WS-DUP-TIENE-DIRECCION = 'S'
                   MOVE WS-ID-DUPLICADO TO DIR-CLI-ID
                   READ DIRECCIONES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE DIRECCIONES-FILE
                   END-READ
                   IF WS-SUP-TIENE-DIRECCION = 'N'
                       MOVE WS-DIRECCION-DUP TO DIRECCION-REG
                       MOVE WS-ID-SUPERVIVIENTE TO DIR-CLI-ID
                       WRITE DIRECCION-REG
                   END-IF
               END-IF.

           REPUNTAR-HISTORICO.
               IF HISTORICO-DISPONIBLE
                   MOVE WS-ID-DUPLICADO TO HIST-CUST-ID
                   MOVE "K" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO = "00" OR WS-IX-ESTADO = "10"
                       PERFORM REPUNTAR-HISTORICO-INDICE
                   ELSE
                       PERFORM REPUNTAR-HISTORICO-SCAN
                   END-IF
                   MOVE "C" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
               END-IF.

           REPUNTAR-HISTORICO-INDICE.
      *>   CADA VUELTA DA DE BAJA LA PRIMERA ENTRADA DEL DUPLICADO Y
      *>   VUELVE A SITUARSE, HASTA QUE NO LE QUEDA NINGUNA
               MOVE 'N' TO EOF-SCAN.
               IF WS-IX-ESTADO NOT = "00"
                   SET FIN-SCAN TO TRUE
               END-IF.
               PERFORM UNTIL FIN-SCAN
                   MOVE "S" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO NOT = "00"
                       SET FIN-SCAN TO TRUE
                   ELSE
                       PERFORM REPUNTAR-ENTRADA
                       MOVE WS-ID-DUPLICADO TO HIST-CUST-ID
                       MOVE "K" TO WS-IX-OPERACION
                       CALL "indexarhistorico" USING WS-IX-OPERACION
                           WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                           WS-IX-CUENTA
                       IF WS-IX-ESTADO NOT = "00"
                           SET FIN-SCAN TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

           REPUNTAR-ENTRADA.
               MOVE HIST-SALE-DATE TO WS-IX-FECHA.
               MOVE "B" TO WS-IX-OPERACION.
               READ VENTAS-HISTORICO-FILE
                   INVALID KEY
                       MOVE ZEROS TO HIST-CUST-ID
               END-READ.
               IF HIST-CUST-ID = WS-ID-DUPLICADO
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   MOVE WS-ID-SUPERVIVIENTE TO HIST-CUST-ID
                   REWRITE HISTORICO-REG
                   MOVE "A" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
               ELSE
      *>   ENTRADA QUE YA NO CORRESPONDE A SU LINEA: SOLO SE QUITA LA
      *>   DEL CLIENTE (EL ARTICULO EN BLANCO NO TOCA EL OTRO INDICE)
                   MOVE WS-ID-DUPLICADO TO HIST-CUST-ID
                   MOVE WS-IX-FECHA TO HIST-SALE-DATE
                   MOVE SPACES TO HIST-ITEM-ID
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
               END-IF.

           REPUNTAR-HISTORICO-SCAN.
               MOVE LOW-VALUES TO HIST-CLAVE.
               MOVE 'N' TO EOF-SCAN.
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
                           IF HIST-CUST-ID = WS-ID-DUPLICADO
                               MOVE WS-ID-SUPERVIVIENTE
                                   TO HIST-CUST-ID
                               REWRITE HISTORICO-REG
                           END-IF
                   END-READ
               END-PERFORM.

           REPUNTAR-XREF.
               IF XREF-DISPONIBLE
                   MOVE LOW-VALUES TO XREF-NIF
