               END-IF.

               PERFORM RESUMIR-ANO-TIENDAS.
               IF WS-LH-FIN = 'E'
                   MOVE SPACES TO REPORT-LINE
                   STRING "CIERRE RECHAZADO: el historico de ventas "
                       "no se puede leer entero"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   CLOSE CIERRE-ANUAL-REPORT-FILE
                   ADD 1 TO WS-JOB-RECHAZADOS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               PERFORM RESUMIR-ANO-CUENTAS
                   THRU RESUMIR-ANO-CUENTAS-EXIT.
               PERFORM ARRASTRAR-APERTURA.
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
