
               PERFORM CARGAR-TRAMOS.
               PERFORM ACUMULAR-VENTAS-MES.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               IF WS-VTA-N = ZERO
                   DISPLAY "Sin ventas con vendedor en el mes "
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
