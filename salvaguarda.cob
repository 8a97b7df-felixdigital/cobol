               01 OPCION PIC X(1).
                   88 OPCION-VOLCAR VALUE "U".
                   88 OPCION-RECONSTRUIR VALUE "R".
                   88 OPCION-INDICES VALUE "I".
                   88 OPCION-SALIR VALUE "S".

               01 WS-FICHERO PIC X(1).
               01 WS-VERIFICACION-OK PIC X.
                   88 VERIFICACION-OK VALUE 'S'.

      *>   REGENERACION DE LOS INDICES POR CLIENTE Y POR ARTICULO
      *>   DEL HISTORICO DE VENTAS: EL VIVO (ANO 0) Y CADA PARTICION
      *>   DESDE 2000 HASTA EL ANO PASADO; LOS ANOS SIN PARTICION
      *>   DEVUELVEN "35" Y NO SE TOCAN
               01 WS-IX-OPERACION PIC X(1).
               01 WS-IX-ANO PIC 9(4).
               01 WS-IX-ANO-TOPE PIC 9(4).
               01 WS-IX-ESTADO PIC X(2).
               01 WS-IX-CUENTA PIC 9(7).
               COPY copyhist
                   REPLACING ==HISTORICO-REG== BY ==RIX-REG==
                   LEADING ==HIST-== BY ==RIX-==.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
                   DISPLAY "SALVAGUARDA DE FICHEROS INDEXADOS"
                   DISPLAY "  U - Volcar a copia de seguridad"
                   DISPLAY "  R - Reconstruir desde la copia"
                   DISPLAY "  I - Regenerar indices del historico"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                       ACCEPT WS-FICHERO
                       PERFORM DESPACHAR-FICHEROS
                   ELSE
                       IF OPCION-INDICES
                           PERFORM REGENERAR-INDICES-HISTORICO
                       ELSE
                           IF NOT OPCION-SALIR
                               DISPLAY "Opcion no valida"
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           VERIFICAR-BACKUP-EXIT.
               EXIT.

           REGENERAR-INDICES-HISTORICO.
               MOVE "R" TO WS-IX-OPERACION.
               MOVE ZERO TO WS-IX-ANO.
               PERFORM REGENERAR-INDICES-ANO.
               MOVE FUNCTION CURRENT-DATE (1:4) TO WS-IX-ANO-TOPE.
               SUBTRACT 1 FROM WS-IX-ANO-TOPE.
               PERFORM REGENERAR-INDICES-ANO
                   VARYING WS-IX-ANO FROM 2000 BY 1
                   UNTIL WS-IX-ANO > WS-IX-ANO-TOPE.

           REGENERAR-INDICES-ANO.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO RIX-REG WS-IX-ESTADO WS-IX-CUENTA.
               IF WS-IX-ESTADO = "00"
                   ADD WS-IX-CUENTA TO WS-JOB-LEIDOS
                   ADD 1 TO WS-JOB-ESCRITOS
                   IF WS-IX-ANO = ZERO
                       DISPLAY "Indices de ventas-historico.dat "
                           "regenerados: " WS-IX-CUENTA " linea(s)"
                   ELSE
                       DISPLAY "Indices de la particion " WS-IX-ANO
                           " regenerados: " WS-IX-CUENTA " linea(s)"
                   END-IF
               ELSE
                   IF WS-IX-ESTADO NOT = "35"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       DISPLAY "ERROR: historico del ano " WS-IX-ANO
                           " (0 = vivo) no abre (" WS-IX-ESTADO
                           "); indices sin regenerar"
                   ELSE
                       IF WS-IX-ANO = ZERO
                           DISPLAY "No hay ventas-historico.dat que "
                               "indexar (" WS-IX-ESTADO ")"
                       END-IF
                   END-IF
               END-IF.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "SALVAGUARDA" TO JOB-LOG-PROGRAMA.
