      *>   CADA CAMBIO PARA LOS GERENTES DE TIENDA
               PERFORM INICIALIZAR-PARAMETROS.
               PERFORM CARGAR-COMPRAS-HISTORICO.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       IF HIST-CUST-ID NOT = ZERO
