       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-PEDIDOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL PEDIDOS-COMPRA-FILE
                   ASSIGN TO "pedidos-compra.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PC-NUMERO
                   STATUS ST-PEDIDO.

                   SELECT OPTIONAL PEDIDOS-OLD-FILE
                   ASSIGN TO "pedidos-compra-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OLD-PC-NUMERO
                   STATUS ST-OLD.

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
               FD PEDIDOS-COMPRA-FILE.
                   COPY copypedc.

      *>   LAYOUT ANTERIOR: UN ARTICULO POR PEDIDO, SIN PROVEEDOR
               FD PEDIDOS-OLD-FILE.
                   01 PEDIDO-OLD-REG.
                       05 OLD-PC-NUMERO PIC 9(8).
                       05 OLD-PC-FECHA PIC 9(8).
                       05 OLD-PC-ITEM-ID PIC X(8).
                       05 OLD-PC-QTY-PEDIDA PIC 9(5).
                       05 OLD-PC-QTY-RECIBIDA PIC 9(5).
                       05 OLD-PC-ESTADO PIC X(1).

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-PEDIDO PIC X(2).
               77 ST-OLD PIC X(2).
               77 ST-ITEM PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.

               01 EOF-OLD PIC X VALUE 'N'.
                   88 FIN-OLD VALUE 'S'.

               01 WS-CONTADORES.
                   05 WS-LEIDOS PIC 9(6) VALUE ZERO.
                   05 WS-CARGADOS PIC 9(6) VALUE ZERO.
                   05 WS-DUPLICADOS PIC 9(6) VALUE ZERO.
                   05 WS-SIN-PROVEEDOR PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CONVERSION UNICA DE LOS PEDIDOS DE COMPRA AL LAYOUT DE
      *>   CABECERA Y LINEAS: CADA PEDIDO ANTIGUO PASA A SER UN
      *>   PEDIDO DE UNA SOLA LINEA CON EL MISMO NUMERO, EL PROVEEDOR
      *>   Y EL COSTE DEL MAESTRO DE ARTICULOS Y ENTREGA EN EL
      *>   ALMACEN CENTRAL. COMO EN LAS DEMAS CONVERSIONES, EL FICHERO
      *>   VIEJO SE RENOMBRA A pedidos-compra-old.dat Y SE RELEE CON
      *>   SU LAYOUT. REPETIBLE: SI EL FICHERO YA ABRE LIMPIO NO SE
      *>   TOCA NADA
               OPEN INPUT PEDIDOS-COMPRA-FILE.
               EVALUATE ST-PEDIDO
                   WHEN "00"
                       CLOSE PEDIDOS-COMPRA-FILE
                       DISPLAY "pedidos-compra.dat ya tiene el layout "
                           "nuevo; nada que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   WHEN "35"
                       DISPLAY "No hay pedidos-compra.dat que "
                           "convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
               END-EVALUATE.

               MOVE ZERO TO RETURN-CODE.
               CALL "CBL_RENAME_FILE" USING
                   "pedidos-compra.dat" "pedidos-compra-old.dat".
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ERROR: no se pudo renombrar "
                       "pedidos-compra.dat (" RETURN-CODE ")"
                   MOVE ZERO TO RETURN-CODE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               MOVE ZERO TO RETURN-CODE.

               OPEN INPUT PEDIDOS-OLD-FILE.
               IF ST-OLD NOT = "00"
                   DISPLAY "ERROR: pedidos-compra-old.dat no abre con "
                       "el layout viejo (" ST-OLD "); revisar a mano"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               OPEN OUTPUT PEDIDOS-COMPRA-FILE.
               CLOSE PEDIDOS-COMPRA-FILE.
               OPEN I-O PEDIDOS-COMPRA-FILE.

               MOVE ZEROS TO OLD-PC-NUMERO.
               START PEDIDOS-OLD-FILE
                   KEY IS NOT LESS THAN OLD-PC-NUMERO
                   INVALID KEY
                       SET FIN-OLD TO TRUE
               END-START.
               PERFORM UNTIL FIN-OLD
                   READ PEDIDOS-OLD-FILE NEXT RECORD
                       AT END
                           SET FIN-OLD TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-PEDIDO
                   END-READ
               END-PERFORM.

               CLOSE PEDIDOS-OLD-FILE.
               CLOSE PEDIDOS-COMPRA-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.

               DISPLAY "Conversion de pedidos de compra terminada; "
                   "el original queda en pedidos-compra-old.dat.".
               DISPLAY "Leidos:         " WS-LEIDOS.
               DISPLAY "Cargados:       " WS-CARGADOS.
               DISPLAY "Duplicados:     " WS-DUPLICADOS.
               DISPLAY "Sin proveedor:  " WS-SIN-PROVEEDOR.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PEDIDO.
      *>   UN ARTICULO QUE YA NO ESTA EN EL MAESTRO DEJA EL PEDIDO SIN
      *>   PROVEEDOR NI COSTE; SE CARGA IGUAL PARA NO PERDER LO
      *>   RECIBIDO Y SE CUENTA APARTE
               INITIALIZE PEDIDO-COMPRA-REG.
               MOVE OLD-PC-NUMERO TO PC-NUMERO.
               MOVE OLD-PC-FECHA TO PC-FECHA.
               MOVE SPACES TO PC-PROV-ID.
               MOVE SPACES TO PC-TIENDA.
               MOVE OLD-PC-ESTADO TO PC-ESTADO.
               MOVE 1 TO PC-N-LINEAS.
               MOVE OLD-PC-ITEM-ID TO PC-ITEM-ID (1).
               MOVE OLD-PC-QTY-PEDIDA TO PC-QTY-PEDIDA (1).
               MOVE OLD-PC-QTY-RECIBIDA TO PC-QTY-RECIBIDA (1).
               MOVE ZERO TO PC-COSTE (1).
               IF ITEM-MASTER-DISPONIBLE
                   MOVE OLD-PC-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ITEM-PROVEEDOR TO PC-PROV-ID
                           MOVE ITEM-COSTE TO PC-COSTE (1)
                   END-READ
               END-IF.
               IF PC-PROV-ID = SPACES
                   ADD 1 TO WS-SIN-PROVEEDOR
               END-IF.
               WRITE PEDIDO-COMPRA-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONVERSION-PEDIDOS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-CARGADOS TO JOB-LOG-ESCRITOS.
               MOVE WS-DUPLICADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONVERSION-PEDIDOS.
