       PROGRAM-ID. GENERA-PEDIDOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ITEM-MASTER-FILE
                   RECORD KEY IS PC-NUMERO
                   STATUS ST-PEDIDO.

                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT OPTIONAL CATALOGO-FILE
                   ASSIGN TO "catalogo-proveedor.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CATALOGO.

                   SELECT OPTIONAL COMPRAS-PARAMETROS-FILE
                   ASSIGN TO "compras-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PEDIDOS-REPORT-FILE
                   ASSIGN TO "pedidos-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PEDIDOS-DOC-FILE
                   ASSIGN TO "pedidos-compra-doc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD PEDIDOS-COMPRA-FILE.
                   COPY copypedc.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD CATALOGO-FILE.
                   01 CATALOGO-REG.
                       05 CAT-ITEM-ID PIC X(8).
                       05 CAT-DESCRIPCION PIC X(20).
                       05 CAT-CATEGORIA PIC X(2).
                       05 CAT-COSTE PIC 9(3)V99.
                       05 CAT-PROVEEDOR PIC X(5).
                       05 CAT-UNIDAD-COMPRA PIC X(3).
                       05 CAT-UNIDADES-PACK PIC X(3).

      *>   PRIMERA LINEA DE compras-parametros.dat: LA TOLERANCIA DEL
      *>   CASE DE FACTURAS Y, TRAS UN BLANCO, LA TIENDA A LA QUE SE
      *>   ENTREGAN LOS PEDIDOS; EN BLANCO, EL ALMACEN CENTRAL
               FD COMPRAS-PARAMETROS-FILE.
                   01 COMPRAS-PARAMETROS-LINE PIC X(12).
                   01 COMPRAS-PARAMETROS-REG
                       REDEFINES COMPRAS-PARAMETROS-LINE.
                       05 PARM-TOLERANCIA-LINEA PIC X(5).
                       05 FILLER PIC X(1).
                       05 PARM-TIENDA-LINEA PIC X(5).
                       05 FILLER PIC X(1).

               FD PEDIDOS-REPORT-FILE.
                   01 REPORT-LINE PIC X(80).

               FD PEDIDOS-DOC-FILE.
                   01 DOC-LINE PIC X(80).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-PEDIDO PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-CATALOGO PIC X(2).

               01 WS-PROVEEDORES-OK PIC X VALUE 'N'.
                   88 PROVEEDORES-DISPONIBLE VALUE 'S'.

               01 EOF-ITEM PIC X VALUE 'N'.
                   88 FIN-ITEMS VALUE 'S'.
               01 EOF-PEDIDO PIC X VALUE 'N'.
                   88 FIN-PEDIDOS VALUE 'S'.
               01 EOF-CATALOGO PIC X VALUE 'N'.
                   88 FIN-CATALOGO VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 PARM-TIENDA-ENTREGA PIC X(5) VALUE SPACES.

               01 WS-ITEM-PENDIENTE PIC 9(7) VALUE ZERO.
               01 WS-QTY-PEDIR PIC S9(7) VALUE ZERO.
               01 WS-BULTOS PIC 9(5) VALUE ZERO.
               01 WS-UNIDADES-PACK PIC 9(3) VALUE 1.

      *>   UNIDADES PENDIENTES DE RECIBIR EN PEDIDOS ABIERTOS, POR
      *>   ARTICULO, PARA NO PEDIR DOS VECES LO MISMO
               01 WS-PEN-TABLA.
                   05 WS-PEN-ENTRADA OCCURS 400 TIMES.
                       10 WS-PEN-ITEM-ID PIC X(8).
                       10 WS-PEN-UNIDADES PIC 9(7).
               77 WS-NUM-PEN PIC 9(3) VALUE 0.
               77 WS-D PIC 9(3) VALUE 0.
               77 WS-L PIC 9(2) VALUE 0.

      *>   ARTICULOS A REPONER, CON SU PROVEEDOR Y COSTE DE
      *>   REFERENCIA; SE AGRUPAN DESPUES EN UN PEDIDO POR PROVEEDOR
               01 WS-SUG-TABLA.
                   05 WS-SUG-ENTRADA OCCURS 500 TIMES.
                       10 WS-SUG-PROV PIC X(5).
                       10 WS-SUG-ITEM PIC X(8).
                       10 WS-SUG-DESC PIC X(20).
                       10 WS-SUG-STOCK PIC S9(5).
                       10 WS-SUG-QTY PIC 9(5).
                       10 WS-SUG-COSTE PIC 9(3)V99.
                       10 WS-SUG-UNIDAD PIC X(3).
                       10 WS-SUG-PACK PIC 9(3).
                       10 WS-SUG-HECHA PIC X(1).
               77 WS-NUM-SUG PIC 9(3) VALUE 0.
               77 WS-S PIC 9(3) VALUE 0.
               77 WS-T PIC 9(3) VALUE 0.

               01 WS-PROV-ACTUAL PIC X(5).
               01 WS-PROV-VALOR PIC 9(9)V99.
               01 WS-PROV-ARTICULOS PIC 9(3).
               01 WS-COSTE-REF PIC 9(3)V99.

      *>   DESCRIPCIONES DE LAS LINEAS DEL PEDIDO EN CURSO, PARA EL
      *>   DOCUMENTO QUE SE ENVIA AL PROVEEDOR
               01 WS-DOC-DESC PIC X(20) OCCURS 30 TIMES.
               01 WS-DOC-UNIDAD PIC X(3) OCCURS 30 TIMES.
               01 WS-DOC-PACK PIC 9(3) OCCURS 30 TIMES.
               01 WS-PEDIDO-VALOR PIC 9(9)V99.
               01 WS-LINEA-VALOR PIC 9(9)V99.

               01 WS-PEDIDOS-EMITIDOS PIC 9(5) VALUE ZERO.
               01 WS-PROV-RETENIDOS PIC 9(5) VALUE ZERO.

               01 WS-STOCK-ED PIC -ZZZZ9.
               01 WS-QTY-ED PIC ZZZZ9.
               01 WS-BULTOS-ED PIC ZZZZ9.
               01 WS-IMPORTE-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-MINIMO-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-LINEAS-ED PIC ZZ9.

               01 WS-LINEA-DOC.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 DOC-ITEM PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 DOC-DESC PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 DOC-QTY PIC ZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 DOC-UNIDAD PIC X(3).
                   05 DOC-POR PIC X(2).
                   05 DOC-PACK PIC ZZZ.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 DOC-COSTE PIC ZZ.ZZ9,99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 DOC-IMPORTE PIC ZZZ.ZZZ.ZZ9,99.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "PEDIDO".
               01 WS-SECUENCIA-VALOR  PIC 9(8).

           MAIN.
      *>   CONVIERTE LA LISTA DE REORDEN EN PEDIDOS DE COMPRA
      *>   NUMERADOS: UN PEDIDO POR PROVEEDOR CON TODOS SUS ARTICULOS
      *>   BAJO EL PUNTO DE PEDIDO, DESCONTANDO LO YA PEDIDO Y AUN NO
      *>   RECIBIDO PARA NO PEDIR DOS VECES LO MISMO. EL PEDIDO QUE NO
      *>   LLEGA AL MINIMO DEL PROVEEDOR NO SE EMITE: SUS ARTICULOS
      *>   SIGUEN BAJO MINIMOS Y VUELVEN A PROPONERSE EN LA SIGUIENTE
      *>   EJECUCION, SUMADOS A LO QUE ENTONCES HAYA QUE REPONER.
      *>   LAS CANTIDADES SE REDONDEAN A BULTOS ENTEROS DEL PROVEEDOR
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN INPUT ITEM-MASTER-FILE.
                   OPEN I-O PEDIDOS-COMPRA-FILE
               END-IF.

               MOVE 'N' TO WS-PROVEEDORES-OK.
               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR = "00"
                   SET PROVEEDORES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM CARGAR-PARAMETROS-COMPRAS.
               PERFORM CARGAR-PEDIDOS-ABIERTOS.

               OPEN OUTPUT PEDIDOS-REPORT-FILE.
               OPEN OUTPUT PEDIDOS-DOC-FILE.

               MOVE "GENERACION DE PEDIDOS DE COMPRA" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
                           IF ITEM-ACTIVO
                               AND ITEM-STOCK-QTY NOT >
                                   ITEM-REORDER-POINT
                               PERFORM ANOTAR-SUGERENCIA
                                   THRU ANOTAR-SUGERENCIA-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-NUM-SUG
                   IF WS-SUG-HECHA (WS-S) = 'N'
                       PERFORM PEDIR-A-PROVEEDOR
                           THRU PEDIR-A-PROVEEDOR-EXIT
                   END-IF
               END-PERFORM.

               IF WS-PEDIDOS-EMITIDOS = ZERO
                   MOVE "Ningun pedido generado." TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Pedidos emitidos: " WS-PEDIDOS-EMITIDOS
                       "  Proveedores retenidos: " WS-PROV-RETENIDOS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               CLOSE ITEM-MASTER-FILE.
               CLOSE PEDIDOS-COMPRA-FILE.
               IF PROVEEDORES-DISPONIBLE
                   CLOSE PROVEEDORES-FILE
               END-IF.
               CLOSE PEDIDOS-REPORT-FILE.
               CLOSE PEDIDOS-DOC-FILE.

               IF WS-PEDIDOS-EMITIDOS > ZERO
                   MOVE "pedidos-compra-doc.dat" TO WS-SPOOL-NOMBRE
                   MOVE "GENERA-PEDIDOS" TO WS-SPOOL-PROGRAMA
                   MOVE WS-HOY TO WS-SPOOL-FECHA
                   CALL "registrarspool" USING WS-SPOOL-NOMBRE
                       WS-SPOOL-PROGRAMA WS-SPOOL-FECHA
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PARAMETROS-COMPRAS.
               MOVE SPACES TO PARM-TIENDA-ENTREGA.
               OPEN INPUT COMPRAS-PARAMETROS-FILE.
               MOVE SPACES TO COMPRAS-PARAMETROS-LINE.
               READ COMPRAS-PARAMETROS-FILE
                   NOT AT END
                       MOVE PARM-TIENDA-LINEA TO PARM-TIENDA-ENTREGA
                   AT END
                       CONTINUE
               END-READ.
               CLOSE COMPRAS-PARAMETROS-FILE.

           CARGAR-PEDIDOS-ABIERTOS.
      *>   RECORRE UNA VEZ LOS PEDIDOS ABIERTOS Y ACUMULA POR ARTICULO
      *>   LO PEDIDO Y AUN NO RECIBIDO
               MOVE ZERO TO WS-NUM-PEN.
               MOVE ZEROS TO PC-NUMERO.
               START PEDIDOS-COMPRA-FILE
                   KEY IS NOT LESS THAN PC-NUMERO
                       AT END
                           SET FIN-PEDIDOS TO TRUE
                       NOT AT END
                           IF PEDIDO-ABIERTO
                               PERFORM ANOTAR-LINEAS-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM.

           ANOTAR-LINEAS-PEDIDO.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                   IF PC-QTY-PEDIDA (WS-L) > PC-QTY-RECIBIDA (WS-L)
                       PERFORM ANOTAR-PEDIDO-PENDIENTE
                           THRU ANOTAR-PEDIDO-PENDIENTE-EXIT
                   END-IF
               END-PERFORM.

           ANOTAR-PEDIDO-PENDIENTE.
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-NUM-PEN
                   IF WS-PEN-ITEM-ID (WS-D) = PC-ITEM-ID (WS-L)
                       COMPUTE WS-PEN-UNIDADES (WS-D) =
                           WS-PEN-UNIDADES (WS-D)
                           + PC-QTY-PEDIDA (WS-L)
                           - PC-QTY-RECIBIDA (WS-L)
                       GO TO ANOTAR-PEDIDO-PENDIENTE-EXIT
                   END-IF
               END-PERFORM.
               IF WS-NUM-PEN < 400
                   ADD 1 TO WS-NUM-PEN
                   MOVE PC-ITEM-ID (WS-L)
                       TO WS-PEN-ITEM-ID (WS-NUM-PEN)
                   COMPUTE WS-PEN-UNIDADES (WS-NUM-PEN) =
                       PC-QTY-PEDIDA (WS-L) - PC-QTY-RECIBIDA (WS-L)
               END-IF.

           ANOTAR-PEDIDO-PENDIENTE-EXIT.
               EXIT.

           ANOTAR-SUGERENCIA.
               MOVE ZERO TO WS-ITEM-PENDIENTE.
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-NUM-PEN
                   IF WS-PEN-ITEM-ID (WS-D) = ITEM-ID-KEY
                       MOVE WS-PEN-UNIDADES (WS-D) TO WS-ITEM-PENDIENTE
                   END-IF
               END-PERFORM.

      *>   SE REPONE HASTA EL DOBLE DEL PUNTO DE PEDIDO, NETO DE LO
      *>   QUE YA ESTA PEDIDO Y PENDIENTE DE RECIBIR
               COMPUTE WS-QTY-PEDIR =
                   (ITEM-REORDER-POINT * 2) - ITEM-STOCK-QTY -
                   WS-ITEM-PENDIENTE.
               IF WS-QTY-PEDIR NOT > ZERO
                   GO TO ANOTAR-SUGERENCIA-EXIT
               END-IF.

      *>   EL PROVEEDOR SOLO SIRVE BULTOS ENTEROS: LO QUE FALTA SE
      *>   REDONDEA AL BULTO SIGUIENTE. EL PEDIDO SIGUE EN UNIDADES
      *>   DE VENTA, MULTIPLO DEL BULTO
               MOVE 1 TO WS-UNIDADES-PACK.
               IF ITEM-UNIDADES-PACK > 1
                   MOVE ITEM-UNIDADES-PACK TO WS-UNIDADES-PACK
               END-IF.
               DIVIDE WS-QTY-PEDIR BY WS-UNIDADES-PACK
                   GIVING WS-BULTOS.
               IF WS-BULTOS * WS-UNIDADES-PACK < WS-QTY-PEDIR
                   ADD 1 TO WS-BULTOS
               END-IF.
               COMPUTE WS-QTY-PEDIR = WS-BULTOS * WS-UNIDADES-PACK.
               IF WS-QTY-PEDIR > 99999
                   DISPLAY "AVISO: " ITEM-ID-KEY " pide " WS-BULTOS
                       " bultos, mas de lo que admite una linea"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANOTAR-SUGERENCIA-EXIT
               END-IF.

               IF ITEM-PROVEEDOR = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  SIN PROVEEDOR " ITEM-ID-KEY " "
                       ITEM-DESCRIPTION "; no se pide"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANOTAR-SUGERENCIA-EXIT
               END-IF.

               IF WS-NUM-SUG NOT < 500
                   DISPLAY "AVISO: tabla de reposicion llena; "
                       ITEM-ID-KEY " queda para la siguiente ejecucion"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANOTAR-SUGERENCIA-EXIT
               END-IF.

               PERFORM LEER-COSTE-REFERENCIA.

               ADD 1 TO WS-NUM-SUG.
               MOVE ITEM-PROVEEDOR TO WS-SUG-PROV (WS-NUM-SUG).
               MOVE ITEM-ID-KEY TO WS-SUG-ITEM (WS-NUM-SUG).
               MOVE ITEM-DESCRIPTION TO WS-SUG-DESC (WS-NUM-SUG).
               MOVE ITEM-STOCK-QTY TO WS-SUG-STOCK (WS-NUM-SUG).
               MOVE WS-QTY-PEDIR TO WS-SUG-QTY (WS-NUM-SUG).
               MOVE WS-COSTE-REF TO WS-SUG-COSTE (WS-NUM-SUG).
               MOVE WS-UNIDADES-PACK TO WS-SUG-PACK (WS-NUM-SUG).
               IF WS-UNIDADES-PACK > 1
                   MOVE ITEM-UNIDAD-COMPRA TO WS-SUG-UNIDAD (WS-NUM-SUG)
               ELSE
                   MOVE "UD " TO WS-SUG-UNIDAD (WS-NUM-SUG)
               END-IF.
               MOVE 'N' TO WS-SUG-HECHA (WS-NUM-SUG).

           ANOTAR-SUGERENCIA-EXIT.
               EXIT.

           LEER-COSTE-REFERENCIA.
      *>   MANDA EL COSTE DEL CATALOGO DEL PROPIO PROVEEDOR; SIN
      *>   LINEA DE CATALOGO SE USA EL COSTE DEL MAESTRO DE ARTICULOS
               MOVE ITEM-COSTE TO WS-COSTE-REF.
               OPEN INPUT CATALOGO-FILE.
               IF ST-CATALOGO = "00"
                   MOVE 'N' TO EOF-CATALOGO
                   PERFORM UNTIL FIN-CATALOGO
                       READ CATALOGO-FILE
                           AT END
                               SET FIN-CATALOGO TO TRUE
                           NOT AT END
                               IF CAT-ITEM-ID = ITEM-ID-KEY
                                   AND CAT-PROVEEDOR = ITEM-PROVEEDOR
                                   MOVE CAT-COSTE TO WS-COSTE-REF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE CATALOGO-FILE.

           PEDIR-A-PROVEEDOR.
      *>   VALORA TODO LO QUE HAY QUE PEDIR AL PROVEEDOR DE LA
      *>   ENTRADA WS-S Y LO DA POR TRATADO, SE EMITA O NO
               MOVE WS-SUG-PROV (WS-S) TO WS-PROV-ACTUAL.
               MOVE ZERO TO WS-PROV-VALOR.
               MOVE ZERO TO WS-PROV-ARTICULOS.
               PERFORM VARYING WS-T FROM WS-S BY 1
                       UNTIL WS-T > WS-NUM-SUG
                   IF WS-SUG-PROV (WS-T) = WS-PROV-ACTUAL
                       COMPUTE WS-PROV-VALOR = WS-PROV-VALOR +
                           WS-SUG-QTY (WS-T) * WS-SUG-COSTE (WS-T)
                       ADD 1 TO WS-PROV-ARTICULOS
                       MOVE 'S' TO WS-SUG-HECHA (WS-T)
                   END-IF
               END-PERFORM.
               MOVE WS-PROV-VALOR TO WS-IMPORTE-ED.
               MOVE WS-PROV-ARTICULOS TO WS-LINEAS-ED.

               MOVE WS-PROV-ACTUAL TO PROV-ID.
               MOVE SPACES TO PROV-NOMBRE.
               MOVE SPACES TO PROV-NIF.
               MOVE ZERO TO PROV-PLAZO-PAGO.
               MOVE ZERO TO PROV-PEDIDO-MINIMO.
               IF PROVEEDORES-DISPONIBLE
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           MOVE SPACES TO REPORT-LINE
                           STRING "  PROVEEDOR " WS-PROV-ACTUAL
                               " NO EXISTE: " WS-LINEAS-ED
                               " articulo(s) sin pedir"
                               DELIMITED BY SIZE INTO REPORT-LINE
                           END-STRING
                           PERFORM REGISTRAR-LINEA-REPORTE
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO PEDIR-A-PROVEEDOR-EXIT
                   END-READ
                   IF PROVEEDOR-BAJA
                       MOVE SPACES TO REPORT-LINE
                       STRING "  PROVEEDOR " WS-PROV-ACTUAL
                           " DE BAJA: " WS-LINEAS-ED
                           " articulo(s) sin pedir"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       PERFORM REGISTRAR-LINEA-REPORTE
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO PEDIR-A-PROVEEDOR-EXIT
                   END-IF
               END-IF.

               IF WS-PROV-VALOR < PROV-PEDIDO-MINIMO
                   MOVE PROV-PEDIDO-MINIMO TO WS-MINIMO-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RETENIDO " WS-PROV-ACTUAL " "
                       WS-LINEAS-ED " art. por " WS-IMPORTE-ED
                       " < minimo " WS-MINIMO-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   ADD 1 TO WS-PROV-RETENIDOS
                   GO TO PEDIR-A-PROVEEDOR-EXIT
               END-IF.

      *>   UN PEDIDO ADMITE 30 LINEAS; LO QUE EXCEDA ABRE OTRO PEDIDO
      *>   AL MISMO PROVEEDOR
               MOVE ZERO TO PC-N-LINEAS.
               PERFORM VARYING WS-T FROM WS-S BY 1
                       UNTIL WS-T > WS-NUM-SUG
                   IF WS-SUG-PROV (WS-T) = WS-PROV-ACTUAL
                       IF PC-N-LINEAS = ZERO
                           PERFORM INICIAR-PEDIDO
                       END-IF
                       PERFORM ANADIR-LINEA-PEDIDO
                       IF PC-N-LINEAS = 30
                           PERFORM GRABAR-PEDIDO
                           MOVE ZERO TO PC-N-LINEAS
                       END-IF
                   END-IF
               END-PERFORM.
               IF PC-N-LINEAS > ZERO
                   PERFORM GRABAR-PEDIDO
               END-IF.

           PEDIR-A-PROVEEDOR-EXIT.
               EXIT.

           INICIAR-PEDIDO.
               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.
               INITIALIZE PEDIDO-COMPRA-REG.
               MOVE WS-SECUENCIA-VALOR TO PC-NUMERO.
               MOVE WS-HOY TO PC-FECHA.
               MOVE WS-PROV-ACTUAL TO PC-PROV-ID.
               MOVE PARM-TIENDA-ENTREGA TO PC-TIENDA.
               SET PEDIDO-ABIERTO TO TRUE.
               MOVE ZERO TO PC-N-LINEAS.

           ANADIR-LINEA-PEDIDO.
               ADD 1 TO PC-N-LINEAS.
               MOVE PC-N-LINEAS TO WS-L.
               MOVE WS-SUG-ITEM (WS-T) TO PC-ITEM-ID (WS-L).
               MOVE WS-SUG-QTY (WS-T) TO PC-QTY-PEDIDA (WS-L).
               MOVE ZERO TO PC-QTY-RECIBIDA (WS-L).
               MOVE WS-SUG-COSTE (WS-T) TO PC-COSTE (WS-L).
               MOVE WS-SUG-DESC (WS-T) TO WS-DOC-DESC (WS-L).
               MOVE WS-SUG-UNIDAD (WS-T) TO WS-DOC-UNIDAD (WS-L).
               MOVE WS-SUG-PACK (WS-T) TO WS-DOC-PACK (WS-L).

               MOVE WS-SUG-STOCK (WS-T) TO WS-STOCK-ED.
               MOVE WS-SUG-QTY (WS-T) TO WS-QTY-ED.
               MOVE SPACES TO REPORT-LINE.
               IF WS-SUG-PACK (WS-T) > 1
                   COMPUTE WS-BULTOS-ED =
                       WS-SUG-QTY (WS-T) / WS-SUG-PACK (WS-T)
                   STRING "    " WS-SUG-ITEM (WS-T)
                       " " WS-SUG-DESC (WS-T)
                       " stock " WS-STOCK-ED
                       " pedir " WS-QTY-ED
                       " (" WS-BULTOS-ED " " WS-SUG-UNIDAD (WS-T) ")"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "    " WS-SUG-ITEM (WS-T)
                       " " WS-SUG-DESC (WS-T)
                       " stock " WS-STOCK-ED
                       " pedir " WS-QTY-ED
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

           GRABAR-PEDIDO.
               WRITE PEDIDO-COMPRA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR PEDIDO ("
                           ST-PEDIDO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       ADD 1 TO WS-PEDIDOS-EMITIDOS
                       PERFORM IMPRIMIR-PEDIDO
               END-WRITE.

           IMPRIMIR-PEDIDO.
      *>   DOCUMENTO DEL PEDIDO PARA EL PROVEEDOR: CABECERA CON LOS
      *>   DATOS DEL PROVEEDOR Y EL LUGAR DE ENTREGA, UNA LINEA POR
      *>   ARTICULO VALORADA AL COSTE DE REFERENCIA Y EL TOTAL
               MOVE ZERO TO WS-PEDIDO-VALOR.
               MOVE ALL "=" TO DOC-LINE.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               STRING "PEDIDO DE COMPRA N. " PC-NUMERO
                   "                    FECHA " PC-FECHA
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               STRING "PROVEEDOR: " PC-PROV-ID " " PROV-NOMBRE
                   " NIF " PROV-NIF
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               IF PC-TIENDA = SPACES
                   MOVE "ENTREGAR EN: ALMACEN CENTRAL" TO DOC-LINE
               ELSE
                   STRING "ENTREGAR EN: TIENDA " PC-TIENDA
                       DELIMITED BY SIZE INTO DOC-LINE
                   END-STRING
               END-IF.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               WRITE DOC-LINE.
               MOVE "  ARTICULO DESCRIPCION           CANT. UNIDAD"
                   & "       COSTE         IMPORTE"
                   TO DOC-LINE.
               WRITE DOC-LINE.

               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                   PERFORM IMPRIMIR-LINEA-PEDIDO
               END-PERFORM.

               MOVE WS-PEDIDO-VALOR TO WS-IMPORTE-ED.
               MOVE SPACES TO WS-LINEA-DOC.
               MOVE "TOTAL PEDIDO" TO DOC-DESC.
               MOVE WS-PEDIDO-VALOR TO DOC-IMPORTE.
               MOVE WS-LINEA-DOC TO DOC-LINE.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               STRING "  Condiciones de pago: " PROV-PLAZO-PAGO
                   " dias desde la recepcion de la factura"
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.

               MOVE PC-N-LINEAS TO WS-LINEAS-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PEDIDO " PC-NUMERO " PROVEEDOR " PC-PROV-ID
                   " " WS-LINEAS-ED " linea(s) por " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           IMPRIMIR-LINEA-PEDIDO.
               COMPUTE WS-LINEA-VALOR =
                   PC-QTY-PEDIDA (WS-L) * PC-COSTE (WS-L).
               ADD WS-LINEA-VALOR TO WS-PEDIDO-VALOR.
               MOVE PC-ITEM-ID (WS-L) TO DOC-ITEM.
               MOVE WS-DOC-DESC (WS-L) TO DOC-DESC.
      *>   AL PROVEEDOR SE LE PIDEN BULTOS AL COSTE DEL BULTO; EL
      *>   IMPORTE ES EL MISMO QUE EN UNIDADES
               MOVE WS-DOC-UNIDAD (WS-L) TO DOC-UNIDAD.
               IF WS-DOC-PACK (WS-L) > 1
                   COMPUTE DOC-QTY =
                       PC-QTY-PEDIDA (WS-L) / WS-DOC-PACK (WS-L)
                   MOVE " x" TO DOC-POR
                   MOVE WS-DOC-PACK (WS-L) TO DOC-PACK
                   COMPUTE DOC-COSTE =
                       PC-COSTE (WS-L) * WS-DOC-PACK (WS-L)
               ELSE
                   MOVE PC-QTY-PEDIDA (WS-L) TO DOC-QTY
                   MOVE SPACES TO DOC-POR
                   MOVE ZERO TO DOC-PACK
                   MOVE PC-COSTE (WS-L) TO DOC-COSTE
               END-IF.
               MOVE WS-LINEA-VALOR TO DOC-IMPORTE.
               MOVE WS-LINEA-DOC TO DOC-LINE.
               WRITE DOC-LINE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
