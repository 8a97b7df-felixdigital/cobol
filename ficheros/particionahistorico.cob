
               01 WS-DUPLICADOS PIC 9(6) VALUE ZERO.

      *>   AL TERMINAR SE REGENERAN LOS INDICES POR CLIENTE Y POR
      *>   ARTICULO ("indexarhistorico") DE CADA PARTICION TOCADA,
      *>   TAMBIEN LAS DE LOS DUPLICADOS DE UNA EJECUCION CORTADA, Y
      *>   LOS DEL VIVO, QUE YA SOLO TIENE EL ANO EN CURSO
               01 WS-IX-OPERACION PIC X(1).
               01 WS-IX-ANO PIC 9(4).
               01 WS-IX-ESTADO PIC X(2).
               01 WS-IX-CUENTA PIC 9(7) VALUE ZERO.
               01 WS-IX-TOTAL PIC 9(7) VALUE ZERO.
               01 WS-RX-TABLA.
                   05 WS-RX-ANO PIC 9(4) OCCURS 30 TIMES.
               77 WS-RX-N PIC 9(2) VALUE 0.
               77 WS-RX PIC 9(2) VALUE 0.
               01 WS-RX-ANOTADO PIC X.
                   88 RX-ANOTADO VALUE 'S'.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
               END-IF.
               CLOSE VENTAS-HISTORICO-FILE.

               MOVE "R" TO WS-IX-OPERACION.
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RX-N
                   MOVE WS-RX-ANO (WS-RX) TO WS-IX-ANO
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   ADD WS-IX-CUENTA TO WS-IX-TOTAL
               END-PERFORM.
               MOVE ZERO TO WS-IX-ANO.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO HISTORICO-REG WS-IX-ESTADO WS-IX-CUENTA.

               PERFORM ESCRIBIR-INFORME.

               PERFORM REGISTRAR-JOB-LOG.
                       PERFORM CONTAR-ANO
                           THRU CONTAR-ANO-EXIT
               END-WRITE.
               PERFORM ANOTAR-ANO-INDICES.

               DELETE VENTAS-HISTORICO-FILE
                   INVALID KEY
                       ADD 1 TO WS-JOB-RECHAZADOS
               END-DELETE.

           ANOTAR-ANO-INDICES.
               MOVE 'N' TO WS-RX-ANOTADO.
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RX-N
                   IF WS-RX-ANO (WS-RX) = WS-ANO-REGISTRO
                       SET RX-ANOTADO TO TRUE
                   END-IF
               END-PERFORM.
               IF NOT RX-ANOTADO AND WS-RX-N < 30
                   ADD 1 TO WS-RX-N
                   MOVE WS-ANO-REGISTRO TO WS-RX-ANO (WS-RX-N)
               END-IF.

           ABRIR-PARTICION.
               IF WS-ANO-ABIERTO NOT = ZERO
                   CLOSE HIST-PART-FILE
                   WRITE REPORT-LINE
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               STRING "  indices regenerados: " WS-RX-N
                   " particion(es) con " WS-IX-TOTAL
                   " linea(s); vivo con " WS-IX-CUENTA " linea(s)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

               IF WS-NUM-ANOS = ZERO AND WS-DUPLICADOS = ZERO
                   MOVE "  Nada que trasladar: el vivo solo tiene "
                       & "el ano en curso." TO REPORT-LINE
