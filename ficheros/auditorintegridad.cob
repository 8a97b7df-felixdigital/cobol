               PERFORM ABRIR-MAESTROS.

               PERFORM CHEQUEAR-HISTORICO.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   PERFORM CERRAR-MAESTROS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               PERFORM CHEQUEAR-CABECERAS-TIENDA
                   THRU CHEQUEAR-CABECERAS-TIENDA-EXIT.
               PERFORM CARGAR-NIFS.
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
