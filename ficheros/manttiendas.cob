                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT NIVELES-TIENDA-FILE
                   ASSIGN TO "niveles-tienda.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NIVT-CLAVE
                   STATUS ST-NIVELES.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD TIENDAS-FILE.
                   COPY copytien.

               FD NIVELES-TIENDA-FILE.
                   COPY copynivt.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD KITS-FILE.
                   COPY copykit.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-TIENDA PIC X(2).
               77 ST-NIVELES PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-KITS PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-CAMBIO VALUE "C".
                   88 OPCION-CIERRE VALUE "B".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-NIVELES VALUE "N".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-TIENDA PIC X VALUE 'N'.
                   88 FIN-TIENDAS VALUE 'S'.
               01 EOF-NIVELES PIC X VALUE 'N'.
                   88 FIN-NIVELES VALUE 'S'.

      *>   NIVELES DE REPOSICION DE LA TIENDA PARA LA PROPUESTA
      *>   NOCTURNA; MINIMO Y MAXIMO A CERO QUITAN EL ARTICULO
               01 WS-NIVEL-TIENDA PIC X(5).
               01 WS-NIVEL-ITEM PIC X(8).
               01 WS-MINIMO-NUEVO PIC 9(5).
               01 WS-MAXIMO-NUEVO PIC 9(5).
               01 WS-NIVEL-EXISTE PIC X VALUE 'N'.
                   88 NIVEL-EXISTE VALUE 'S'.
               01 WS-ES-KIT PIC X VALUE 'N'.
                   88 ARTICULO-ES-KIT VALUE 'S'.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
                   OPEN I-O TIENDAS-FILE
               END-IF.

               OPEN I-O NIVELES-TIENDA-FILE.
               IF ST-NIVELES = "35"
                   OPEN OUTPUT NIVELES-TIENDA-FILE
                   CLOSE NIVELES-TIENDA-FILE
                   OPEN I-O NIVELES-TIENDA-FILE
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "MANTENIMIENTO DE TIENDAS"
                   DISPLAY "  C - Cambio de tienda"
                   DISPLAY "  B - Cierre de tienda"
                   DISPLAY "  L - Listado de tiendas"
                   DISPLAY "  N - Niveles de reposicion"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                           PERFORM CIERRE-TIENDA
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-TIENDAS
                       WHEN OPCION-NIVELES
                           PERFORM NIVELES-REPOSICION
                               THRU NIVELES-REPOSICION-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
               END-PERFORM.

               CLOSE TIENDAS-FILE.
               CLOSE NIVELES-TIENDA-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

                   END-READ
               END-PERFORM.

           NIVELES-REPOSICION.
      *>   MINIMO Y MAXIMO DE UN ARTICULO EN UNA TIENDA: POR DEBAJO DEL
      *>   MINIMO LA PROPUESTA NOCTURNA LA REPONE HASTA EL MAXIMO, Y LO
      *>   QUE TENGA POR ENCIMA DEL MAXIMO PUEDE CEDERSE A OTRA TIENDA
               DISPLAY "ID de tienda: " WITH NO ADVANCING.
               MOVE SPACES TO WS-NIVEL-TIENDA.
               ACCEPT WS-NIVEL-TIENDA.
               MOVE WS-NIVEL-TIENDA TO TIENDA-ID.
               READ TIENDAS-FILE
                   INVALID KEY
                       DISPLAY "Tienda no encontrada (" ST-TIENDA ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO NIVELES-REPOSICION-EXIT
               END-READ.
               IF TIENDA-CERRADA
                   DISPLAY "ERROR: la tienda esta cerrada"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO NIVELES-REPOSICION-EXIT
               END-IF.
               PERFORM LISTAR-NIVELES-TIENDA.

               DISPLAY "ID articulo (en blanco = volver): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-NIVEL-ITEM.
               ACCEPT WS-NIVEL-ITEM.
               IF WS-NIVEL-ITEM = SPACES
                   GO TO NIVELES-REPOSICION-EXIT
               END-IF.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE WS-NIVEL-ITEM TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "ERROR: articulo desconocido: "
                               WS-NIVEL-ITEM
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO NIVELES-REPOSICION-EXIT
                   END-READ
                   PERFORM COMPROBAR-KIT
                   IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                       OR ARTICULO-ES-KIT
                       DISPLAY "ERROR: el articulo no lleva stock "
                           "propio y no se repone"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO NIVELES-REPOSICION-EXIT
                   END-IF
               END-IF.

               MOVE WS-NIVEL-TIENDA TO NIVT-TIENDA-ID.
               MOVE WS-NIVEL-ITEM TO NIVT-ITEM-ID.
               MOVE 'N' TO WS-NIVEL-EXISTE.
               READ NIVELES-TIENDA-FILE
                   INVALID KEY
                       MOVE ZERO TO NIVT-MINIMO
                       MOVE ZERO TO NIVT-MAXIMO
                   NOT INVALID KEY
                       SET NIVEL-EXISTE TO TRUE
                       DISPLAY "Niveles actuales: minimo " NIVT-MINIMO
                           " maximo " NIVT-MAXIMO
               END-READ.

               DISPLAY "Stock minimo: " WITH NO ADVANCING.
               ACCEPT WS-MINIMO-NUEVO.
               DISPLAY "Stock maximo: " WITH NO ADVANCING.
               ACCEPT WS-MAXIMO-NUEVO.

               IF WS-MINIMO-NUEVO = ZERO AND WS-MAXIMO-NUEVO = ZERO
                   IF NIVEL-EXISTE
                       DELETE NIVELES-TIENDA-FILE
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR ("
                                   ST-NIVELES ")"
                               ADD 1 TO WS-JOB-RECHAZADOS
                           NOT INVALID KEY
                               DISPLAY "El articulo deja de reponerse "
                                   "en la tienda"
                               ADD 1 TO WS-JOB-ESCRITOS
                       END-DELETE
                   END-IF
                   GO TO NIVELES-REPOSICION-EXIT
               END-IF.
               IF WS-MAXIMO-NUEVO = ZERO
                   OR WS-MAXIMO-NUEVO < WS-MINIMO-NUEVO
                   DISPLAY "ERROR: el maximo debe ser mayor que cero "
                       "y no menor que el minimo"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO NIVELES-REPOSICION-EXIT
               END-IF.

               MOVE WS-MINIMO-NUEVO TO NIVT-MINIMO.
               MOVE WS-MAXIMO-NUEVO TO NIVT-MAXIMO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO NIVT-FECHA-CAMBIO.
               IF NIVEL-EXISTE
                   REWRITE NIVEL-TIENDA-REG
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR ("
                               ST-NIVELES ")"
                           ADD 1 TO WS-JOB-RECHAZADOS
                       NOT INVALID KEY
                           DISPLAY "Niveles actualizados"
                           ADD 1 TO WS-JOB-ESCRITOS
                   END-REWRITE
               ELSE
                   WRITE NIVEL-TIENDA-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR ("
                               ST-NIVELES ")"
                           ADD 1 TO WS-JOB-RECHAZADOS
                       NOT INVALID KEY
                           DISPLAY "Niveles dados de alta"
                           ADD 1 TO WS-JOB-ESCRITOS
                   END-WRITE
               END-IF.

           NIVELES-REPOSICION-EXIT.
               EXIT.

           LISTAR-NIVELES-TIENDA.
               MOVE WS-NIVEL-TIENDA TO NIVT-TIENDA-ID.
               MOVE LOW-VALUES TO NIVT-ITEM-ID.
               MOVE 'N' TO EOF-NIVELES.
               START NIVELES-TIENDA-FILE KEY IS NOT LESS THAN NIVT-CLAVE
                   INVALID KEY
                       SET FIN-NIVELES TO TRUE
               END-START.
               PERFORM UNTIL FIN-NIVELES
                   READ NIVELES-TIENDA-FILE NEXT RECORD
                       AT END
                           SET FIN-NIVELES TO TRUE
                       NOT AT END
                           IF NIVT-TIENDA-ID NOT = WS-NIVEL-TIENDA
                               SET FIN-NIVELES TO TRUE
                           ELSE
                               DISPLAY "  " NIVT-ITEM-ID
                                   " MINIMO: " NIVT-MINIMO
                                   " MAXIMO: " NIVT-MAXIMO
                                   " DESDE: " NIVT-FECHA-CAMBIO
                               ADD 1 TO WS-JOB-LEIDOS
                           END-IF
                   END-READ
               END-PERFORM.

           COMPROBAR-KIT.
               MOVE 'N' TO WS-ES-KIT.
               IF KITS-DISPONIBLE
                   MOVE ITEM-ID-KEY TO KIT-ITEM-ID
                   MOVE LOW-VALUES TO KIT-COMPONENTE-ID
                   START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ KITS-FILE NEXT RECORD
                               NOT AT END
                                   IF KIT-ITEM-ID = ITEM-ID-KEY
                                       SET ARTICULO-ES-KIT TO TRUE
                                   END-IF
                           END-READ
                   END-START
               END-IF.

           MOSTRAR-TIENDA.
               DISPLAY "ID: " TIENDA-ID
                   " LOCALIDAD: " TIENDA-LOCALIDAD
