       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-KITS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD KITS-FILE.
                   COPY copykit.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-KITS PIC X(2).
               77 ST-ITEM PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-BAJA VALUE "B".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).

               01 WS-KIT-ID PIC X(8).
               01 WS-COMPONENTE-ID PIC X(8).
               01 WS-CANTIDAD PIC 9(3).
               01 WS-KIT-PRECIO PIC 9(3)V99.

               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.
               01 WS-KIT-N PIC 9(3).
               01 WS-ES-KIT PIC X VALUE 'N'.
                   88 ARTICULO-ES-KIT VALUE 'S'.
               01 WS-ES-COMPONENTE PIC X VALUE 'N'.
                   88 ARTICULO-ES-COMPONENTE VALUE 'S'.

               01 WS-COSTE-LINEA PIC 9(7)V99.
               01 WS-KIT-COSTE PIC 9(7)V99.
               01 WS-COSTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-CANTIDAD-ED PIC ZZ9.
               01 WS-STOCK-ED PIC -ZZZZ9.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   ESCANDALLO DE KITS: QUE COMPONENTES Y CUANTAS UNIDADES DE
      *>   CADA UNO FORMAN UN ARTICULO QUE SE VENDE COMO LOTE A PRECIO
      *>   PROPIO. EL CIERRE DE VENTAS MUEVE EL STOCK DE LOS
      *>   COMPONENTES, NO EL DEL KIT
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.

               OPEN I-O KITS-FILE.
               IF ST-KITS = "35"
                   OPEN OUTPUT KITS-FILE
                   CLOSE KITS-FILE
                   OPEN I-O KITS-FILE
               END-IF.

               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos ("
                       ST-ITEM ")"
                   CLOSE KITS-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "KITS Y LOTES DE VENTA"
                   DISPLAY "  A - Anadir componente a un kit"
                   DISPLAY "  B - Quitar componente de un kit"
                   DISPLAY "  C - Consulta de un kit"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-COMPONENTE
                               THRU ALTA-COMPONENTE-EXIT
                       WHEN OPCION-BAJA
                           PERFORM BAJA-COMPONENTE
                               THRU BAJA-COMPONENTE-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-KIT
                               THRU CONSULTA-KIT-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE KITS-FILE.
               CLOSE ITEM-MASTER-FILE.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-COMPONENTE.
      *>   UN COMPONENTE NO PUEDE SER A SU VEZ UN KIT NI UN KIT SER
      *>   COMPONENTE DE OTRO: EL ESCANDALLO TIENE UN SOLO NIVEL
               DISPLAY "ID articulo kit: " WITH NO ADVANCING.
               ACCEPT WS-KIT-ID.
               MOVE WS-KIT-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: articulo desconocido: "
                           WS-KIT-ID
                       GO TO ALTA-COMPONENTE-RECHAZO
               END-READ.
               IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                   DISPLAY "ERROR: una tarjeta regalo o un servicio "
                       "no puede ser kit"
                   GO TO ALTA-COMPONENTE-RECHAZO
               END-IF.
               IF ITEM-CON-SERIE
                   DISPLAY "ERROR: un articulo con numero de serie no "
                       "puede ser kit"
                   GO TO ALTA-COMPONENTE-RECHAZO
               END-IF.
               DISPLAY "  " ITEM-DESCRIPTION.
               MOVE WS-KIT-ID TO WS-COMPONENTE-ID.
               PERFORM COMPROBAR-COMPONENTE.
               IF ARTICULO-ES-COMPONENTE
                   DISPLAY "ERROR: " WS-KIT-ID " es componente de "
                       "otro kit"
                   GO TO ALTA-COMPONENTE-RECHAZO
               END-IF.
               PERFORM COMPROBAR-KIT.
               IF NOT ARTICULO-ES-KIT AND ITEM-STOCK-QTY NOT = ZERO
                   MOVE ITEM-STOCK-QTY TO WS-STOCK-ED
                   DISPLAY "AVISO: el kit tiene " WS-STOCK-ED
                       " unidades de stock propio que dejaran de "
                       "moverse; regularicelas por inventario"
               END-IF.

               DISPLAY "ID componente: " WITH NO ADVANCING.
               ACCEPT WS-COMPONENTE-ID.
               IF WS-COMPONENTE-ID = WS-KIT-ID
                   DISPLAY "ERROR: un kit no puede contenerse a si "
                       "mismo"
                   GO TO ALTA-COMPONENTE-RECHAZO
               END-IF.
               MOVE WS-COMPONENTE-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: articulo desconocido: "
                           WS-COMPONENTE-ID
                       GO TO ALTA-COMPONENTE-RECHAZO
               END-READ.
               IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                   DISPLAY "ERROR: una tarjeta regalo o un servicio "
                       "no puede ser componente"
                   GO TO ALTA-COMPONENTE-RECHAZO
               END-IF.
               DISPLAY "  " ITEM-DESCRIPTION.
               MOVE WS-COMPONENTE-ID TO KIT-ITEM-ID.
               MOVE LOW-VALUES TO KIT-COMPONENTE-ID.
               START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KITS-FILE NEXT RECORD
                           NOT AT END
                               IF KIT-ITEM-ID = WS-COMPONENTE-ID
                                   DISPLAY "ERROR: "
                                       WS-COMPONENTE-ID
                                       " es a su vez un kit"
                                   GO TO ALTA-COMPONENTE-RECHAZO
                               END-IF
                       END-READ
               END-START.

               DISPLAY "Unidades por kit: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CANTIDAD.
               ACCEPT WS-CANTIDAD.
               IF WS-CANTIDAD = ZERO
                   DISPLAY "ERROR: la cantidad no puede ser cero"
                   GO TO ALTA-COMPONENTE-RECHAZO
               END-IF.

               MOVE WS-KIT-ID TO KIT-ITEM-ID.
               MOVE WS-COMPONENTE-ID TO KIT-COMPONENTE-ID.
               MOVE WS-CANTIDAD TO KIT-CANTIDAD.
               WRITE KIT-COMPONENTE-REG
                   INVALID KEY
                       REWRITE KIT-COMPONENTE-REG
                       DISPLAY "Cantidad del componente actualizada"
                   NOT INVALID KEY
                       DISPLAY "Componente anadido al kit"
               END-WRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               GO TO ALTA-COMPONENTE-EXIT.

           ALTA-COMPONENTE-RECHAZO.
               ADD 1 TO WS-JOB-RECHAZADOS.

           ALTA-COMPONENTE-EXIT.
               EXIT.

           BAJA-COMPONENTE.
               DISPLAY "ID articulo kit: " WITH NO ADVANCING.
               ACCEPT WS-KIT-ID.
               DISPLAY "ID componente: " WITH NO ADVANCING.
               ACCEPT WS-COMPONENTE-ID.
               MOVE WS-KIT-ID TO KIT-ITEM-ID.
               MOVE WS-COMPONENTE-ID TO KIT-COMPONENTE-ID.
               DELETE KITS-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR: el componente no esta en el kit"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO BAJA-COMPONENTE-EXIT
               END-DELETE.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Componente quitado del kit".
               PERFORM COMPROBAR-KIT.
               IF NOT ARTICULO-ES-KIT
                   DISPLAY "AVISO: " WS-KIT-ID " ya no tiene "
                       "componentes y vuelve a llevar stock propio"
               END-IF.

           BAJA-COMPONENTE-EXIT.
               EXIT.

           CONSULTA-KIT.
      *>   COMPONENTES CON SU STOCK Y COSTE, Y EL COSTE DEL KIT FRENTE
      *>   A SU PRECIO DE VENTA
               DISPLAY "ID articulo kit: " WITH NO ADVANCING.
               ACCEPT WS-KIT-ID.
               MOVE WS-KIT-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: articulo desconocido: "
                           WS-KIT-ID
                       GO TO CONSULTA-KIT-EXIT
               END-READ.
               MOVE ITEM-PRECIO-REF TO WS-KIT-PRECIO.
               DISPLAY "KIT " WS-KIT-ID " " ITEM-DESCRIPTION.

               MOVE ZERO TO WS-KIT-N.
               MOVE ZERO TO WS-KIT-COSTE.
               MOVE WS-KIT-ID TO KIT-ITEM-ID.
               MOVE LOW-VALUES TO KIT-COMPONENTE-ID.
               MOVE 'N' TO EOF-KIT.
               START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                   INVALID KEY
                       SET FIN-KIT TO TRUE
               END-START.
               PERFORM UNTIL FIN-KIT
                   READ KITS-FILE NEXT RECORD
                       AT END
                           SET FIN-KIT TO TRUE
                       NOT AT END
                           IF KIT-ITEM-ID NOT = WS-KIT-ID
                               SET FIN-KIT TO TRUE
                           ELSE
                               ADD 1 TO WS-JOB-LEIDOS
                               ADD 1 TO WS-KIT-N
                               PERFORM MOSTRAR-COMPONENTE
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-KIT-N = ZERO
                   DISPLAY "  El articulo no tiene componentes"
               ELSE
                   MOVE WS-KIT-COSTE TO WS-COSTE-ED
                   MOVE WS-KIT-PRECIO TO WS-PRECIO-ED
                   DISPLAY "  Coste del kit " WS-COSTE-ED
                       "  precio de venta " WS-PRECIO-ED
               END-IF.

           CONSULTA-KIT-EXIT.
               EXIT.

           MOSTRAR-COMPONENTE.
               MOVE KIT-COMPONENTE-ID TO ITEM-ID-KEY.
               MOVE KIT-CANTIDAD TO WS-CANTIDAD-ED.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "  " KIT-COMPONENTE-ID " x"
                           WS-CANTIDAD-ED " ARTICULO DESCONOCIDO"
                   NOT INVALID KEY
                       COMPUTE WS-COSTE-LINEA =
                           ITEM-COSTE * KIT-CANTIDAD
                       ADD WS-COSTE-LINEA TO WS-KIT-COSTE
                       MOVE WS-COSTE-LINEA TO WS-COSTE-ED
                       MOVE ITEM-STOCK-QTY TO WS-STOCK-ED
                       DISPLAY "  " KIT-COMPONENTE-ID " "
                           ITEM-DESCRIPTION " x" WS-CANTIDAD-ED
                           " stock " WS-STOCK-ED
                           " coste " WS-COSTE-ED
               END-READ.

           COMPROBAR-KIT.
      *>   WS-KIT-ID TIENE AL MENOS UN COMPONENTE
               MOVE 'N' TO WS-ES-KIT.
               MOVE WS-KIT-ID TO KIT-ITEM-ID.
               MOVE LOW-VALUES TO KIT-COMPONENTE-ID.
               START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KITS-FILE NEXT RECORD
                           NOT AT END
                               IF KIT-ITEM-ID = WS-KIT-ID
                                   SET ARTICULO-ES-KIT TO TRUE
                               END-IF
                       END-READ
               END-START.

           COMPROBAR-COMPONENTE.
      *>   WS-COMPONENTE-ID FIGURA COMO COMPONENTE DE ALGUN KIT
               MOVE 'N' TO WS-ES-COMPONENTE.
               MOVE LOW-VALUES TO KIT-CLAVE.
               MOVE 'N' TO EOF-KIT.
               START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                   INVALID KEY
                       SET FIN-KIT TO TRUE
               END-START.
               PERFORM UNTIL FIN-KIT OR ARTICULO-ES-COMPONENTE
                   READ KITS-FILE NEXT RECORD
                       AT END
                           SET FIN-KIT TO TRUE
                       NOT AT END
                           IF KIT-COMPONENTE-ID = WS-COMPONENTE-ID
                               SET ARTICULO-ES-COMPONENTE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "MANT-KITS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM MANT-KITS.
