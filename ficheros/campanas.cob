                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

               CLOSE ITEM-MASTER-FILE.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; la "
                       "extraccion de la campana queda incompleta"
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.

           SELECCION-POR-ARTICULO-EXIT.
               EXIT.
