                   RECORD KEY IS OLD-ITEM-ID
                   STATUS ST-OLD.

      *>   EL MISMO FICHERO RENOMBRADO, LEIDO CON EL LAYOUT QUE YA
      *>   LLEVABA UNIDAD DE COMPRA PERO NO CLASE ABC
                   SELECT OPTIONAL ITEM-UNI-FILE
                   ASSIGN TO "item-master-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS UNI-ITEM-ID
                   STATUS ST-UNI.

      *>   EL MISMO FICHERO RENOMBRADO, LEIDO CON EL LAYOUT QUE YA
      *>   LLEVABA NUMERO DE SERIE Y GARANTIA PERO NO UNIDAD DE COMPRA
                   SELECT OPTIONAL ITEM-SER-FILE
                   ASSIGN TO "item-master-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SER-ITEM-ID
                   STATUS ST-SER.

      *>   EL MISMO FICHERO RENOMBRADO, LEIDO CON EL LAYOUT QUE YA
      *>   LLEVABA PROVEEDOR, EAN-13 Y ESTADO PERO NO NUMERO DE SERIE
                   SELECT OPTIONAL ITEM-ANT-FILE
                   ASSIGN TO "item-master-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ANT-ITEM-ID
                   STATUS ST-ANT.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 OLD-ITEM-COSTE PIC 9(3)V99.
                       05 OLD-ITEM-PRECIO-REF PIC 9(3)V99.

      *>   LAYOUT INTERMEDIO, SIN NUMERO DE SERIE NI GARANTIA
               FD ITEM-ANT-FILE.
                   01 ITEM-ANT-REG.
                       05 ANT-ITEM-ID PIC X(8).
                       05 ANT-ITEM-DESCRIPTION PIC X(20).
                       05 ANT-ITEM-CATEGORY PIC X(2).
                       05 ANT-ITEM-STOCK-QTY PIC S9(5).
                       05 ANT-ITEM-REORDER PIC 9(5).
                       05 ANT-ITEM-COSTE PIC 9(3)V99.
                       05 ANT-ITEM-PRECIO-REF PIC 9(3)V99.
                       05 ANT-ITEM-PROVEEDOR PIC X(5).
                       05 ANT-ITEM-BARCODE PIC X(13).
                       05 ANT-ITEM-ESTADO PIC X(1).

      *>   LAYOUT CON NUMERO DE SERIE, SIN UNIDAD DE COMPRA NI BULTO
               FD ITEM-SER-FILE.
                   01 ITEM-SER-REG.
                       05 SER-ITEM-ID PIC X(8).
                       05 SER-ITEM-DESCRIPTION PIC X(20).
                       05 SER-ITEM-CATEGORY PIC X(2).
                       05 SER-ITEM-STOCK-QTY PIC S9(5).
                       05 SER-ITEM-REORDER PIC 9(5).
                       05 SER-ITEM-COSTE PIC 9(3)V99.
                       05 SER-ITEM-PRECIO-REF PIC 9(3)V99.
                       05 SER-ITEM-PROVEEDOR PIC X(5).
                       05 SER-ITEM-BARCODE PIC X(13).
                       05 SER-ITEM-ESTADO PIC X(1).
                       05 SER-ITEM-NUMERO-SERIE PIC X(1).
                       05 SER-ITEM-GARANTIA-MESES PIC 9(2).

      *>   LAYOUT CON UNIDAD DE COMPRA, SIN CLASE ABC
               FD ITEM-UNI-FILE.
                   01 ITEM-UNI-REG.
                       05 UNI-ITEM-ID PIC X(8).
                       05 UNI-ITEM-DESCRIPTION PIC X(20).
                       05 UNI-ITEM-CATEGORY PIC X(2).
                       05 UNI-ITEM-STOCK-QTY PIC S9(5).
                       05 UNI-ITEM-REORDER PIC 9(5).
                       05 UNI-ITEM-COSTE PIC 9(3)V99.
                       05 UNI-ITEM-PRECIO-REF PIC 9(3)V99.
                       05 UNI-ITEM-PROVEEDOR PIC X(5).
                       05 UNI-ITEM-BARCODE PIC X(13).
                       05 UNI-ITEM-ESTADO PIC X(1).
                       05 UNI-ITEM-NUMERO-SERIE PIC X(1).
                       05 UNI-ITEM-GARANTIA-MESES PIC 9(2).
                       05 UNI-ITEM-UNIDAD-COMPRA PIC X(3).
                       05 UNI-ITEM-UNIDADES-PACK PIC 9(3).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-OLD PIC X(2).
               77 ST-ANT PIC X(2).
               77 ST-SER PIC X(2).
               77 ST-UNI PIC X(2).

               01 EOF-OLD PIC X VALUE 'N'.
                   88 FIN-OLD VALUE 'S'.
               01 EOF-ANT PIC X VALUE 'N'.
                   88 FIN-ANT VALUE 'S'.
               01 EOF-SER PIC X VALUE 'N'.
                   88 FIN-SER VALUE 'S'.
               01 EOF-UNI PIC X VALUE 'N'.
                   88 FIN-UNI VALUE 'S'.

               01 WS-CONTADORES.
                   05 WS-LEIDOS PIC 9(6) VALUE ZERO.

           MAIN.
      *>   CONVERSION UNICA DEL MAESTRO DE ARTICULOS AL LAYOUT
      *>   AMPLIADO (PROVEEDOR, EAN-13, ESTADO, NUMERO DE SERIE,
      *>   GARANTIA, UNIDAD DE COMPRA Y CLASE ABC): UN FICHERO CON UN
      *>   LAYOUT ANTERIOR ABRE CON ESTADO 39 CONTRA EL FD NUEVO, ASI
      *>   QUE SE RENOMBRA A item-master-old.dat, SE RELEE CON EL
      *>   LAYOUT MAS RECIENTE QUE ABRA (CON UNIDAD DE COMPRA, CON
      *>   SERIE, INTERMEDIO O EL VIEJO) Y SE RECARGA CAMPO A CAMPO.
      *>   REPETIBLE: SI EL FICHERO YA ABRE LIMPIO NO SE TOCA NADA
               OPEN INPUT ITEM-MASTER-FILE.
               EVALUATE ST-ITEM
                   WHEN "00"
               END-IF.
               MOVE ZERO TO RETURN-CODE.

               OPEN INPUT ITEM-UNI-FILE.
               IF ST-UNI = "00"
                   PERFORM CONVERTIR-DESDE-UNIDAD
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT ITEM-SER-FILE.
               IF ST-SER = "00"
                   PERFORM CONVERTIR-DESDE-SERIE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT ITEM-ANT-FILE.
               IF ST-ANT = "00"
                   PERFORM CONVERTIR-DESDE-INTERMEDIO
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT ITEM-OLD-FILE.
               IF ST-OLD NOT = "00"
                   DISPLAY "ERROR: item-master-old.dat no abre con "

               GOBACK.

           CONVERTIR-DESDE-UNIDAD.
               OPEN OUTPUT ITEM-MASTER-FILE.
               CLOSE ITEM-MASTER-FILE.
               OPEN I-O ITEM-MASTER-FILE.

               MOVE LOW-VALUES TO UNI-ITEM-ID.
               START ITEM-UNI-FILE KEY IS NOT LESS THAN UNI-ITEM-ID
                   INVALID KEY
                       SET FIN-UNI TO TRUE
               END-START.
               PERFORM UNTIL FIN-UNI
                   READ ITEM-UNI-FILE NEXT RECORD
                       AT END
                           SET FIN-UNI TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-ARTICULO-UNI
                   END-READ
               END-PERFORM.

               CLOSE ITEM-UNI-FILE.
               CLOSE ITEM-MASTER-FILE.

               DISPLAY "Conversion del maestro de articulos "
                   "terminada; el original queda en "
                   "item-master-old.dat.".
               DISPLAY "Leidos:     " WS-LEIDOS.
               DISPLAY "Cargados:   " WS-CARGADOS.
               DISPLAY "Duplicados: " WS-DUPLICADOS.

           CARGAR-ARTICULO-UNI.
      *>   SIN CLASE HASTA LA PRIMERA CLASIFICACION ABC
               MOVE UNI-ITEM-ID TO ITEM-ID-KEY.
               MOVE UNI-ITEM-DESCRIPTION TO ITEM-DESCRIPTION.
               MOVE UNI-ITEM-CATEGORY TO ITEM-CATEGORY.
               MOVE UNI-ITEM-STOCK-QTY TO ITEM-STOCK-QTY.
               MOVE UNI-ITEM-REORDER TO ITEM-REORDER-POINT.
               MOVE UNI-ITEM-COSTE TO ITEM-COSTE.
               MOVE UNI-ITEM-PRECIO-REF TO ITEM-PRECIO-REF.
               MOVE UNI-ITEM-PROVEEDOR TO ITEM-PROVEEDOR.
               MOVE UNI-ITEM-BARCODE TO ITEM-BARCODE.
               MOVE UNI-ITEM-ESTADO TO ITEM-ESTADO.
               MOVE UNI-ITEM-NUMERO-SERIE TO ITEM-NUMERO-SERIE.
               MOVE UNI-ITEM-GARANTIA-MESES TO ITEM-GARANTIA-MESES.
               MOVE UNI-ITEM-UNIDAD-COMPRA TO ITEM-UNIDAD-COMPRA.
               MOVE UNI-ITEM-UNIDADES-PACK TO ITEM-UNIDADES-PACK.
               MOVE SPACE TO ITEM-CLASE-ABC.
               WRITE ITEM-MASTER-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           CONVERTIR-DESDE-SERIE.
               OPEN OUTPUT ITEM-MASTER-FILE.
               CLOSE ITEM-MASTER-FILE.
               OPEN I-O ITEM-MASTER-FILE.

               MOVE LOW-VALUES TO SER-ITEM-ID.
               START ITEM-SER-FILE KEY IS NOT LESS THAN SER-ITEM-ID
                   INVALID KEY
                       SET FIN-SER TO TRUE
               END-START.
               PERFORM UNTIL FIN-SER
                   READ ITEM-SER-FILE NEXT RECORD
                       AT END
                           SET FIN-SER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-ARTICULO-SER
                   END-READ
               END-PERFORM.

               CLOSE ITEM-SER-FILE.
               CLOSE ITEM-MASTER-FILE.

               DISPLAY "Conversion del maestro de articulos "
                   "terminada; el original queda en "
                   "item-master-old.dat.".
               DISPLAY "Leidos:     " WS-LEIDOS.
               DISPLAY "Cargados:   " WS-CARGADOS.
               DISPLAY "Duplicados: " WS-DUPLICADOS.

           CARGAR-ARTICULO-SER.
      *>   HASTA QUE SE CARGUE EL CATALOGO O SE MANTENGA EL ARTICULO
      *>   SE SIGUE COMPRANDO POR UNIDAD
               MOVE SER-ITEM-ID TO ITEM-ID-KEY.
               MOVE SER-ITEM-DESCRIPTION TO ITEM-DESCRIPTION.
               MOVE SER-ITEM-CATEGORY TO ITEM-CATEGORY.
               MOVE SER-ITEM-STOCK-QTY TO ITEM-STOCK-QTY.
               MOVE SER-ITEM-REORDER TO ITEM-REORDER-POINT.
               MOVE SER-ITEM-COSTE TO ITEM-COSTE.
               MOVE SER-ITEM-PRECIO-REF TO ITEM-PRECIO-REF.
               MOVE SER-ITEM-PROVEEDOR TO ITEM-PROVEEDOR.
               MOVE SER-ITEM-BARCODE TO ITEM-BARCODE.
               MOVE SER-ITEM-ESTADO TO ITEM-ESTADO.
               MOVE SER-ITEM-NUMERO-SERIE TO ITEM-NUMERO-SERIE.
               MOVE SER-ITEM-GARANTIA-MESES TO ITEM-GARANTIA-MESES.
               MOVE "UD " TO ITEM-UNIDAD-COMPRA.
               MOVE 1 TO ITEM-UNIDADES-PACK.
               MOVE SPACE TO ITEM-CLASE-ABC.
               WRITE ITEM-MASTER-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           CONVERTIR-DESDE-INTERMEDIO.
               OPEN OUTPUT ITEM-MASTER-FILE.
               CLOSE ITEM-MASTER-FILE.
               OPEN I-O ITEM-MASTER-FILE.

               MOVE LOW-VALUES TO ANT-ITEM-ID.
               START ITEM-ANT-FILE KEY IS NOT LESS THAN ANT-ITEM-ID
                   INVALID KEY
                       SET FIN-ANT TO TRUE
               END-START.
               PERFORM UNTIL FIN-ANT
                   READ ITEM-ANT-FILE NEXT RECORD
                       AT END
                           SET FIN-ANT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-ARTICULO-ANT
                   END-READ
               END-PERFORM.

               CLOSE ITEM-ANT-FILE.
               CLOSE ITEM-MASTER-FILE.

               DISPLAY "Conversion del maestro de articulos "
                   "terminada; el original queda en "
                   "item-master-old.dat.".
               DISPLAY "Leidos:     " WS-LEIDOS.
               DISPLAY "Cargados:   " WS-CARGADOS.
               DISPLAY "Duplicados: " WS-DUPLICADOS.

           CARGAR-ARTICULO-ANT.
      *>   LOS ARTICULOS ANTERIORES AL CONTROL DE NUMEROS DE SERIE NO
      *>   LO EXIGEN; SE MARCAN DESPUES EN EL MANTENIMIENTO
               MOVE ANT-ITEM-ID TO ITEM-ID-KEY.
               MOVE ANT-ITEM-DESCRIPTION TO ITEM-DESCRIPTION.
               MOVE ANT-ITEM-CATEGORY TO ITEM-CATEGORY.
               MOVE ANT-ITEM-STOCK-QTY TO ITEM-STOCK-QTY.
               MOVE ANT-ITEM-REORDER TO ITEM-REORDER-POINT.
               MOVE ANT-ITEM-COSTE TO ITEM-COSTE.
               MOVE ANT-ITEM-PRECIO-REF TO ITEM-PRECIO-REF.
               MOVE ANT-ITEM-PROVEEDOR TO ITEM-PROVEEDOR.
               MOVE ANT-ITEM-BARCODE TO ITEM-BARCODE.
               MOVE ANT-ITEM-ESTADO TO ITEM-ESTADO.
               MOVE "N" TO ITEM-NUMERO-SERIE.
               MOVE ZERO TO ITEM-GARANTIA-MESES.
               MOVE "UD " TO ITEM-UNIDAD-COMPRA.
               MOVE 1 TO ITEM-UNIDADES-PACK.
               MOVE SPACE TO ITEM-CLASE-ABC.
               WRITE ITEM-MASTER-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           CARGAR-ARTICULO.
      *>   LOS CAMPOS NUEVOS NACEN NEUTROS: SIN PROVEEDOR NI CODIGO
      *>   DE BARRAS, EN ESTADO ACTIVO Y SIN NUMERO DE SERIE
               MOVE OLD-ITEM-ID TO ITEM-ID-KEY.
               MOVE OLD-ITEM-DESCRIPTION TO ITEM-DESCRIPTION.
               MOVE OLD-ITEM-CATEGORY TO ITEM-CATEGORY.
               MOVE SPACES TO ITEM-PROVEEDOR.
               MOVE SPACES TO ITEM-BARCODE.
               MOVE "A" TO ITEM-ESTADO.
               MOVE "N" TO ITEM-NUMERO-SERIE.
               MOVE ZERO TO ITEM-GARANTIA-MESES.
               MOVE "UD " TO ITEM-UNIDAD-COMPRA.
               MOVE 1 TO ITEM-UNIDADES-PACK.
               MOVE SPACE TO ITEM-CLASE-ABC.
               WRITE ITEM-MASTER-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
