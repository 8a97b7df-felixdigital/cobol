                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL CONSIGNA-FILE
                   ASSIGN TO "acuerdos-consigna.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CSG-ITEM-ID
                   STATUS ST-CONSIGNA.

                   SELECT VALORACION-REPORT-FILE
                   ASSIGN TO "valoracion-stock.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL BAJAS-LOTES-FILE
                   ASSIGN TO "bajas-lotes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD CONSIGNA-FILE.
                   COPY copycsg.

               FD VALORACION-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD BAJAS-LOTES-FILE.
                   COPY copyblot.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-CONSIGNA PIC X(2).
               01 WS-CONSIGNA-OK PIC X VALUE 'N'.
                   88 CONSIGNA-DISPONIBLE VALUE 'S'.
               01 WS-EN-CONSIGNA PIC X VALUE 'N'.
                   88 ARTICULO-EN-CONSIGNA VALUE 'S'.
               01 EOF-ITEM PIC X VALUE 'N'.
                   88 FIN-ITEMS VALUE 'S'.


               01 TOTAL-VALOR PIC S9(11)V99 VALUE ZERO.

      *>   MERCANCIA DEL PROVEEDOR EN CONSIGNA: SE INFORMA APARTE A
      *>   PRECIO DE LIQUIDACION Y NO SUMA AL VALOR DE EXISTENCIAS
               01 WS-CONSIGNA-UNIDADES PIC S9(7) VALUE ZERO.
               01 WS-CONSIGNA-VALOR PIC S9(9)V99 VALUE ZERO.

      *>   BAJAS DE LOTES CADUCADOS EN EL MES EN CURSO
               01 EOF-BAJA PIC X VALUE 'N'.
                   88 FIN-BAJAS VALUE 'S'.
               01 WS-BAJAS-UNIDADES PIC S9(7) VALUE ZERO.
               01 WS-BAJAS-VALOR PIC S9(9)V99 VALUE ZERO.

               01 WS-STOCK-ED PIC -ZZZZ9.
               01 WS-COSTE-ED PIC ZZ9,99.
               01 WS-VALOR-ED PIC -ZZZ.ZZZ.ZZ9,99.
           MAIN.
      *>   VALORACION DE EXISTENCIAS A COSTE MEDIO: CANTIDAD POR COSTE
      *>   DEL MAESTRO PARA CADA ARTICULO, CON SUBTOTAL POR CATEGORIA
      *>   Y TOTAL PARA EL BALANCE; EL STOCK NEGATIVO RESTA Y SE MARCA.
      *>   LO QUE ESTA EN CONSIGNA ES DEL PROVEEDOR Y QUEDA FUERA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN INPUT ITEM-MASTER-FILE.
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-CONSIGNA-OK.
               OPEN INPUT CONSIGNA-FILE.
               IF ST-CONSIGNA = "00"
                   SET CONSIGNA-DISPONIBLE TO TRUE
               END-IF.

               OPEN OUTPUT VALORACION-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "VALORACION DE EXISTENCIAS A " WS-HOY
               END-PERFORM.

               PERFORM ESCRIBIR-SUBTOTALES.
               PERFORM ESCRIBIR-CONSIGNA.
               PERFORM ESCRIBIR-BAJAS-CADUCIDAD.

               CLOSE ITEM-MASTER-FILE.
               IF CONSIGNA-DISPONIBLE
                   CLOSE CONSIGNA-FILE
               END-IF.
               CLOSE VALORACION-REPORT-FILE.

               PERFORM REGISTRAR-JOB-LOG.
               GOBACK.

           VALORAR-ARTICULO.
               PERFORM COMPROBAR-CONSIGNA.
               IF ARTICULO-EN-CONSIGNA
                   PERFORM ANOTAR-CONSIGNA
               ELSE
                   PERFORM VALORAR-ARTICULO-PROPIO
               END-IF.

           COMPROBAR-CONSIGNA.
               MOVE 'N' TO WS-EN-CONSIGNA.
               IF CONSIGNA-DISPONIBLE
                   MOVE ITEM-ID-KEY TO CSG-ITEM-ID
                   READ CONSIGNA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CSG-ACTIVO
                               SET ARTICULO-EN-CONSIGNA TO TRUE
                           END-IF
                   END-READ
               END-IF.

           ANOTAR-CONSIGNA.
               COMPUTE WS-VALOR-ITEM ROUNDED =
                   ITEM-STOCK-QTY * CSG-PRECIO.
               MOVE ITEM-STOCK-QTY TO WS-STOCK-ED.
               MOVE CSG-PRECIO TO WS-COSTE-ED.
               MOVE WS-VALOR-ITEM TO WS-VALOR-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " ITEM-ID-KEY " " ITEM-DESCRIPTION
                   " (" ITEM-CATEGORY ") " WS-STOCK-ED
                   " x " WS-COSTE-ED " = " WS-VALOR-ED
                   " CONSIGNA " CSG-PROV-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               ADD 1 TO WS-JOB-ESCRITOS.
               ADD ITEM-STOCK-QTY TO WS-CONSIGNA-UNIDADES.
               ADD WS-VALOR-ITEM TO WS-CONSIGNA-VALOR.

           VALORAR-ARTICULO-PROPIO.
               COMPUTE WS-VALOR-ITEM ROUNDED =
                   ITEM-STOCK-QTY * ITEM-COSTE.

               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           ESCRIBIR-CONSIGNA.
               IF WS-CONSIGNA-UNIDADES NOT = ZERO
                   MOVE WS-CONSIGNA-UNIDADES TO WS-STOCK-ED
                   MOVE WS-CONSIGNA-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "EN CONSIGNA, PROPIEDAD DEL PROVEEDOR Y NO "
                       "VALORADO: " WS-STOCK-ED " unidades, "
                       WS-VALOR-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           ESCRIBIR-BAJAS-CADUCIDAD.
      *>   LOS LOTES CADUCADOS YA HAN SALIDO DEL STOCK VALORADO; SE
      *>   INFORMA DE LO RETIRADO EN EL MES COMO PERDIDA DE EXISTENCIAS
               OPEN INPUT BAJAS-LOTES-FILE.
               PERFORM UNTIL FIN-BAJAS
                   READ BAJAS-LOTES-FILE
                       AT END
                           SET FIN-BAJAS TO TRUE
                       NOT AT END
                           IF BJL-FECHA (1:6) = WS-HOY (1:6)
                               ADD BJL-QTY TO WS-BAJAS-UNIDADES
                               ADD BJL-IMPORTE TO WS-BAJAS-VALOR
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE BAJAS-LOTES-FILE.

               IF WS-BAJAS-UNIDADES NOT = ZERO
                   MOVE WS-BAJAS-UNIDADES TO WS-STOCK-ED
                   MOVE WS-BAJAS-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "BAJAS POR CADUCIDAD DEL MES: " WS-STOCK-ED
                       " unidades, " WS-VALOR-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
