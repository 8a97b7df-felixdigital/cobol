       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAS-PROVEEDOR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT FACTURAS-PROVEEDOR-FILE
                   ASSIGN TO "facturas-proveedor.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FPRV-CLAVE
                   STATUS ST-FACTURAS.

                   SELECT PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT PEDIDOS-COMPRA-FILE
                   ASSIGN TO "pedidos-compra.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PC-NUMERO
                   STATUS ST-PEDIDO.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL CATALOGO-FILE
                   ASSIGN TO "catalogo-proveedor.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CATALOGO.

                   SELECT OPTIONAL COMPRAS-PARAMETROS-FILE
                   ASSIGN TO "compras-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL IVA-SOPORTADO-FILE
                   ASSIGN TO "iva-soportado.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PARAMETROS-AUDIT-FILE
                   ASSIGN TO "parametros-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD FACTURAS-PROVEEDOR-FILE.
                   COPY copyfprv.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD PEDIDOS-COMPRA-FILE.
                   COPY copypedc.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD CATALOGO-FILE.
                   01 CATALOGO-REG.
                       05 CAT-ITEM-ID PIC X(8).
                       05 CAT-DESCRIPCION PIC X(20).
                       05 CAT-CATEGORIA PIC X(2).
                       05 CAT-COSTE PIC 9(3)V99.
                       05 CAT-PROVEEDOR PIC X(5).
                       05 CAT-UNIDAD-COMPRA PIC X(3).
                       05 CAT-UNIDADES-PACK PIC X(3).

               FD COMPRAS-PARAMETROS-FILE.
                   01 COMPRAS-PARAMETROS-LINE PIC X(6).
                   01 COMPRAS-PARAMETROS-REG
                       REDEFINES COMPRAS-PARAMETROS-LINE.
                       05 PARM-TOLERANCIA-LINEA PIC 9(2),99.
                       05 FILLER PIC X(1).

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD IVA-SOPORTADO-FILE.
                   COPY copyisop.

               FD PARAMETROS-AUDIT-FILE.
                   01 PARAMETROS-AUDIT-REG.
                       05 PAUD-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-HORA PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-OPERADOR PIC X(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-FICHERO PIC X(24).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-CLAVE PIC X(10).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-VALOR-ANTERIOR PIC X(14).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-VALOR-NUEVO PIC X(14).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-FACTURAS PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-PEDIDO PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-CATALOGO PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-REVISION VALUE "R".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).

               01 EOF-FACTURA PIC X VALUE 'N'.
                   88 FIN-FACTURAS VALUE 'S'.
               01 EOF-CATALOGO PIC X VALUE 'N'.
                   88 FIN-CATALOGO VALUE 'S'.
               01 WS-FIN-LINEAS PIC X VALUE 'N'.
                   88 FIN-LINEAS VALUE 'S'.

      *>   DESVIACION ADMITIDA ENTRE EL COSTE FACTURADO Y EL DE
      *>   REFERENCIA, EN PORCENTAJE; LA PRIMERA LINEA DE
      *>   compras-parametros.dat LA SUSTITUYE
               01 PARM-TOLERANCIA PIC 9(2)V99 VALUE 2,00.

               01 WS-PROV-ID PIC X(5).
               01 WS-NUMERO PIC X(15).
               01 WS-FECHA PIC 9(8).
               01 WS-TASA-IVA PIC 9(2)V99.
               01 WS-PEDIDO PIC 9(8).
               01 WS-ITEM PIC X(8).
               01 WS-QTY PIC 9(5).
               01 WS-COSTE PIC 9(3)V99.
               01 WS-RESPUESTA PIC X(1).
               77 WS-I PIC 9(2).
               77 WS-K PIC 9(2).
               77 WS-L PIC 9(2).
               01 WS-RECIBIDO PIC 9(5).

      *>   EL CASE RECORRE EL FICHERO DE FACTURAS PARA SABER LO YA
      *>   FACTURADO DE CADA LINEA DE PEDIDO; LA FACTURA EN CURSO SE
      *>   GUARDA APARTE MIENTRAS TANTO
               01 WS-FACTURA-GUARDADA PIC X(508).
               01 WS-CLAVE-ACTUAL PIC X(20).
               01 WS-CASE-TABLA.
                   05 WS-CASE-ENTRADA OCCURS 10 TIMES.
                       10 WS-CASE-PEDIDO PIC 9(8).
                       10 WS-CASE-ITEM PIC X(8).
                       10 WS-CASE-PREVIO PIC 9(7).
               01 WS-CASADA PIC X VALUE 'S'.
                   88 FACTURA-CASADA VALUE 'S'.
               01 WS-MOTIVO PIC X(40).
               01 WS-DISCREPANCIAS PIC 9(2).

               01 WS-COSTE-REF PIC 9(3)V99.
               01 WS-DESVIACION PIC S9(3)V99.
               01 WS-MARGEN PIC 9(3)V99.
               01 WS-FACTURADO PIC 9(7).

               01 WS-LISTADOS PIC 9(5).
               01 WS-RETENIDAS PIC 9(5).

               01 WS-IMPORTE-ED PIC -ZZZ.ZZZ.ZZ9,99.
               01 WS-COSTE-ED PIC ZZ9,99.
               01 WS-TASA-ED PIC Z9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   REGISTRO DE FACTURAS DE PROVEEDOR CON CASE A TRES BANDAS:
      *>   CADA LINEA FACTURA UN PEDIDO DE COMPRA, SU CANTIDAD SE CASA
      *>   CON LO RECIBIDO Y AUN NO FACTURADO Y SU COSTE CON EL DEL
      *>   CATALOGO DEL PROVEEDOR DENTRO DE LA TOLERANCIA. LA FACTURA
      *>   QUE CASA SE CONTABILIZA CONTRA LA CUENTA DEL PROVEEDOR Y SU
      *>   IVA PASA AL REGISTRO DE SOPORTADO; LA QUE NO, QUEDA
      *>   RETENIDA CON EL MOTIVO HASTA SU REVISION
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               PERFORM CARGAR-PARAMETROS-COMPRAS.

               OPEN I-O FACTURAS-PROVEEDOR-FILE.
               IF ST-FACTURAS = "35"
                   OPEN OUTPUT FACTURAS-PROVEEDOR-FILE
                   CLOSE FACTURAS-PROVEEDOR-FILE
                   OPEN I-O FACTURAS-PROVEEDOR-FILE
               END-IF.

               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR NOT = "00"
                   DISPLAY "No se puede abrir proveedores.dat ("
                       ST-PROVEEDOR ")"
                   CLOSE FACTURAS-PROVEEDOR-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT PEDIDOS-COMPRA-FILE.
               IF ST-PEDIDO NOT = "00"
                   DISPLAY "No se puede abrir pedidos-compra.dat ("
                       ST-PEDIDO ")"
                   CLOSE FACTURAS-PROVEEDOR-FILE
                   CLOSE PROVEEDORES-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "FACTURAS DE PROVEEDOR"
                   DISPLAY "  A - Alta de factura"
                   DISPLAY "  R - Revision de factura retenida"
                   DISPLAY "  C - Consulta de factura"
                   DISPLAY "  L - Listado de facturas"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-FACTURA
                               THRU ALTA-FACTURA-EXIT
                       WHEN OPCION-REVISION
                           PERFORM REVISAR-RETENIDA
                               THRU REVISAR-RETENIDA-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-FACTURA
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-FACTURAS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE FACTURAS-PROVEEDOR-FILE.
               CLOSE PROVEEDORES-FILE.
               CLOSE PEDIDOS-COMPRA-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PARAMETROS-COMPRAS.
               MOVE 2,00 TO PARM-TOLERANCIA.
               OPEN INPUT COMPRAS-PARAMETROS-FILE.
               READ COMPRAS-PARAMETROS-FILE
                   NOT AT END
                       MOVE PARM-TOLERANCIA-LINEA TO PARM-TOLERANCIA
                   AT END
                       CONTINUE
               END-READ.
               CLOSE COMPRAS-PARAMETROS-FILE.

           ALTA-FACTURA.
               DISPLAY "Proveedor: " WITH NO ADVANCING.
               MOVE SPACES TO WS-PROV-ID.
               ACCEPT WS-PROV-ID.
               MOVE WS-PROV-ID TO PROV-ID.
               READ PROVEEDORES-FILE
                   INVALID KEY
                       DISPLAY "Proveedor no encontrado ("
                           ST-PROVEEDOR ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-FACTURA-EXIT
               END-READ.
               IF NOT PROVEEDOR-ACTIVO
                   DISPLAY "ERROR: el proveedor esta dado de baja"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-FACTURA-EXIT
               END-IF.

               DISPLAY "Numero de factura del proveedor: "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-NUMERO.
               ACCEPT WS-NUMERO.
               IF WS-NUMERO = SPACES
                   DISPLAY "ERROR: el numero de factura no puede ir "
                       "en blanco"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-FACTURA-EXIT
               END-IF.

               MOVE WS-PROV-ID TO FPRV-PROV-ID.
               MOVE WS-NUMERO TO FPRV-NUMERO.
               READ FACTURAS-PROVEEDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ERROR: la factura ya esta registrada "
                           "(estado " FPRV-ESTADO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-FACTURA-EXIT
               END-READ.

               DISPLAY "Fecha de la factura (AAAAMMDD, 0 = hoy): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA.
               ACCEPT WS-FECHA.
               IF WS-FECHA = ZERO
                   MOVE WS-HOY TO WS-FECHA
               END-IF.
               IF WS-FECHA > WS-HOY
                   DISPLAY "ERROR: fecha de factura posterior a hoy"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-FACTURA-EXIT
               END-IF.

               DISPLAY "Tipo de IVA (%): " WITH NO ADVANCING.
               MOVE ZERO TO WS-TASA-IVA.
               ACCEPT WS-TASA-IVA.

               INITIALIZE FACTURA-PROV-REG.
               MOVE WS-PROV-ID TO FPRV-PROV-ID.
               MOVE WS-NUMERO TO FPRV-NUMERO.
               MOVE WS-FECHA TO FPRV-FECHA.
               MOVE WS-OPERADOR TO FPRV-OPERADOR.
               MOVE WS-TASA-IVA TO FPRV-TASA-IVA.
      *>   EL VENCIMIENTO SE CUENTA DESDE LA FECHA DE LA FACTURA CON
      *>   EL PLAZO DE PAGO PACTADO CON EL PROVEEDOR
               COMPUTE FPRV-VENCIMIENTO =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-FECHA)
                        + PROV-PLAZO-PAGO).

               MOVE 'N' TO WS-FIN-LINEAS.
               PERFORM UNTIL FIN-LINEAS OR FPRV-N-LINEAS = 10
                   PERFORM PEDIR-LINEA THRU PEDIR-LINEA-EXIT
               END-PERFORM.

               IF FPRV-N-LINEAS = ZERO
                   DISPLAY "Factura sin lineas; no se registra"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-FACTURA-EXIT
               END-IF.

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > FPRV-N-LINEAS
                   ADD FPRV-IMPORTE (WS-I) TO FPRV-BASE
               END-PERFORM.
               COMPUTE FPRV-CUOTA ROUNDED =
                   FPRV-BASE * FPRV-TASA-IVA / 100.
               COMPUTE FPRV-TOTAL = FPRV-BASE + FPRV-CUOTA.

               PERFORM CASAR-FACTURA.

               IF FACTURA-CASADA
                   PERFORM MARCAR-CONTABILIZADA
               ELSE
                   SET FPRV-RETENIDA TO TRUE
                   MOVE WS-MOTIVO TO FPRV-MOTIVO
               END-IF.

               WRITE FACTURA-PROV-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA FACTURA ("
                           ST-FACTURAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-FACTURA-EXIT
               END-WRITE.
               ADD 1 TO WS-JOB-ESCRITOS.

               PERFORM MOSTRAR-FACTURA.
               IF FPRV-CONTABILIZADA
                   PERFORM EMITIR-ASIENTO-FACTURA
                   PERFORM REGISTRAR-IVA-SOPORTADO
                   DISPLAY "Factura casada y contabilizada"
               ELSE
                   DISPLAY "FACTURA RETENIDA: " FPRV-MOTIVO
               END-IF.

           ALTA-FACTURA-EXIT.
               EXIT.

           PEDIR-LINEA.
               DISPLAY "Pedido de compra (0 = fin): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-PEDIDO.
               ACCEPT WS-PEDIDO.
               IF WS-PEDIDO = ZERO
                   SET FIN-LINEAS TO TRUE
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

               MOVE WS-PEDIDO TO PC-NUMERO.
               READ PEDIDOS-COMPRA-FILE
                   INVALID KEY
                       DISPLAY "Pedido no encontrado (" ST-PEDIDO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO PEDIR-LINEA-EXIT
               END-READ.
               IF PEDIDO-CANCELADO
                   DISPLAY "ERROR: el pedido esta cancelado"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

               IF PC-PROV-ID NOT = FPRV-PROV-ID
                   DISPLAY "ERROR: el pedido " PC-NUMERO
                       " no es de este proveedor"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

               DISPLAY "  Articulo del pedido: " WITH NO ADVANCING.
               MOVE SPACES TO WS-ITEM.
               ACCEPT WS-ITEM.
               PERFORM LOCALIZAR-LINEA-PEDIDO.
               IF WS-L > PC-N-LINEAS
                   DISPLAY "ERROR: el articulo " WS-ITEM
                       " no esta en el pedido " PC-NUMERO
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

               DISPLAY "  Articulo " PC-ITEM-ID (WS-L)
                   " pedido " PC-QTY-PEDIDA (WS-L)
                   " recibido " PC-QTY-RECIBIDA (WS-L).
               DISPLAY "  Cantidad facturada: " WITH NO ADVANCING.
               MOVE ZERO TO WS-QTY.
               ACCEPT WS-QTY.
               DISPLAY "  Coste unitario facturado: "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-COSTE.
               ACCEPT WS-COSTE.
               IF WS-QTY = ZERO
                   DISPLAY "Linea sin cantidad; no se anota"
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

               ADD 1 TO FPRV-N-LINEAS.
               MOVE FPRV-N-LINEAS TO WS-I.
               MOVE PC-NUMERO TO FPRV-PEDIDO (WS-I).
               MOVE WS-ITEM TO FPRV-ITEM-ID (WS-I).
               MOVE WS-QTY TO FPRV-QTY (WS-I).
               MOVE WS-COSTE TO FPRV-COSTE (WS-I).
               COMPUTE FPRV-IMPORTE (WS-I) = WS-QTY * WS-COSTE.

           PEDIR-LINEA-EXIT.
               EXIT.

           LOCALIZAR-LINEA-PEDIDO.
      *>   DEJA EN WS-L LA LINEA DEL PEDIDO LEIDO CON EL ARTICULO
      *>   WS-ITEM; SI NO LA HAY, WS-L QUEDA FUERA DE LAS LINEAS
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                          OR PC-ITEM-ID (WS-L) = WS-ITEM
                   CONTINUE
               END-PERFORM.

           CASAR-FACTURA.
      *>   LO FACTURADO DE UN PEDIDO (EN ESTA Y EN LAS DEMAS FACTURAS)
      *>   NO PUEDE PASAR DE LO RECIBIDO, Y EL COSTE NO PUEDE
      *>   DESVIARSE DEL DE REFERENCIA MAS DE LA TOLERANCIA. SE ANOTA
      *>   EL PRIMER MOTIVO DE DISCREPANCIA Y EL NUMERO DE ELLAS
               MOVE FACTURA-PROV-REG TO WS-FACTURA-GUARDADA.
               MOVE FPRV-CLAVE TO WS-CLAVE-ACTUAL.

               INITIALIZE WS-CASE-TABLA.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > FPRV-N-LINEAS
                   MOVE FPRV-PEDIDO (WS-I) TO WS-CASE-PEDIDO (WS-I)
                   MOVE FPRV-ITEM-ID (WS-I) TO WS-CASE-ITEM (WS-I)
                   MOVE ZERO TO WS-CASE-PREVIO (WS-I)
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K >= WS-I
                       IF FPRV-PEDIDO (WS-K) = FPRV-PEDIDO (WS-I)
                           AND FPRV-ITEM-ID (WS-K) = FPRV-ITEM-ID (WS-I)
                           ADD FPRV-QTY (WS-K) TO WS-CASE-PREVIO (WS-I)
                       END-IF
                   END-PERFORM
               END-PERFORM.

               MOVE LOW-VALUES TO FPRV-CLAVE.
               MOVE 'N' TO EOF-FACTURA.
               START FACTURAS-PROVEEDOR-FILE
                   KEY IS NOT LESS THAN FPRV-CLAVE
                   INVALID KEY
                       SET FIN-FACTURAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-FACTURAS
                   READ FACTURAS-PROVEEDOR-FILE NEXT RECORD
                       AT END
                           SET FIN-FACTURAS TO TRUE
                       NOT AT END
                           IF FPRV-CLAVE NOT = WS-CLAVE-ACTUAL
                               PERFORM SUMAR-FACTURADO-PREVIO
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE WS-FACTURA-GUARDADA TO FACTURA-PROV-REG.

               MOVE 'S' TO WS-CASADA.
               MOVE SPACES TO WS-MOTIVO.
               MOVE ZERO TO WS-DISCREPANCIAS.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > FPRV-N-LINEAS
                   PERFORM CASAR-LINEA
               END-PERFORM.

           SUMAR-FACTURADO-PREVIO.
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > FPRV-N-LINEAS
                   MOVE FPRV-QTY (WS-K) TO WS-QTY
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > 10
                       IF WS-CASE-PEDIDO (WS-I) = FPRV-PEDIDO (WS-K)
                           AND WS-CASE-ITEM (WS-I) = FPRV-ITEM-ID (WS-K)
                           ADD WS-QTY TO WS-CASE-PREVIO (WS-I)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           CASAR-LINEA.
               MOVE ZERO TO WS-RECIBIDO.
               MOVE FPRV-PEDIDO (WS-I) TO PC-NUMERO.
               READ PEDIDOS-COMPRA-FILE
                   NOT INVALID KEY
                       MOVE FPRV-ITEM-ID (WS-I) TO WS-ITEM
                       PERFORM LOCALIZAR-LINEA-PEDIDO
                       IF WS-L NOT > PC-N-LINEAS
                           MOVE PC-QTY-RECIBIDA (WS-L) TO WS-RECIBIDO
                       END-IF
               END-READ.
               COMPUTE WS-FACTURADO =
                   WS-CASE-PREVIO (WS-I) + FPRV-QTY (WS-I).
               IF WS-FACTURADO > WS-RECIBIDO
                   MOVE 'N' TO WS-CASADA
                   ADD 1 TO WS-DISCREPANCIAS
                   IF WS-MOTIVO = SPACES
                       STRING "PEDIDO " FPRV-PEDIDO (WS-I)
                           ": FACTURADO MAS QUE RECIBIDO"
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-IF.

               PERFORM LEER-COSTE-REFERENCIA.
               IF WS-COSTE-REF = ZERO
                   MOVE 'N' TO WS-CASADA
                   ADD 1 TO WS-DISCREPANCIAS
                   IF WS-MOTIVO = SPACES
                       STRING "PEDIDO " FPRV-PEDIDO (WS-I)
                           ": SIN COSTE DE REFERENCIA"
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
               ELSE
                   COMPUTE WS-DESVIACION =
                       FPRV-COSTE (WS-I) - WS-COSTE-REF
                   IF WS-DESVIACION < ZERO
                       COMPUTE WS-DESVIACION = ZERO - WS-DESVIACION
                   END-IF
                   COMPUTE WS-MARGEN ROUNDED =
                       WS-COSTE-REF * PARM-TOLERANCIA / 100
                   IF WS-DESVIACION > WS-MARGEN
                       MOVE 'N' TO WS-CASADA
                       ADD 1 TO WS-DISCREPANCIAS
                       IF WS-MOTIVO = SPACES
                           STRING "PEDIDO " FPRV-PEDIDO (WS-I)
                               ": COSTE FUERA DE TOLERANCIA"
                               DELIMITED BY SIZE INTO WS-MOTIVO
                           END-STRING
                       END-IF
                   END-IF
               END-IF.

           LEER-COSTE-REFERENCIA.
      *>   MANDA EL COSTE DEL CATALOGO DEL PROPIO PROVEEDOR; SIN
      *>   LINEA DE CATALOGO SE USA EL COSTE DEL MAESTRO DE ARTICULOS
               MOVE ZERO TO WS-COSTE-REF.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE FPRV-ITEM-ID (WS-I) TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ITEM-COSTE TO WS-COSTE-REF
                   END-READ
               END-IF.

               OPEN INPUT CATALOGO-FILE.
               IF ST-CATALOGO = "00"
                   MOVE 'N' TO EOF-CATALOGO
                   PERFORM UNTIL FIN-CATALOGO
                       READ CATALOGO-FILE
                           AT END
                               SET FIN-CATALOGO TO TRUE
                           NOT AT END
                               IF CAT-ITEM-ID = FPRV-ITEM-ID (WS-I)
                                   AND CAT-PROVEEDOR = FPRV-PROV-ID
                                   MOVE CAT-COSTE TO WS-COSTE-REF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE CATALOGO-FILE.

           MARCAR-CONTABILIZADA.
               SET FPRV-CONTABILIZADA TO TRUE.
               MOVE WS-HOY TO FPRV-FECHA-CONTABLE.

           EMITIR-ASIENTO-FACTURA.
      *>   COMPRAS (60000000) E IVA SOPORTADO (47200000) AL DEBE
      *>   CONTRA LA CUENTA DE PROVEEDORES (40000000) AL HABER
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE SPACES TO ASI-CONCEPTO.
               STRING "FRA " FPRV-PROV-ID " " FPRV-NUMERO
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               END-STRING.

               MOVE "60000000" TO ASI-CUENTA.
               MOVE FPRV-BASE TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               IF FPRV-CUOTA NOT = ZERO
                   MOVE "47200000" TO ASI-CUENTA
                   MOVE FPRV-CUOTA TO ASI-DEBE
                   MOVE ZERO TO ASI-HABER
                   WRITE ASIENTO-REG
               END-IF.

               MOVE "40000000" TO ASI-CUENTA.
               MOVE ZERO TO ASI-DEBE.
               MOVE FPRV-TOTAL TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

           REGISTRAR-IVA-SOPORTADO.
      *>   EL IVA SE DEDUCE EN EL PERIODO EN QUE SE CONTABILIZA
               MOVE FPRV-FECHA-CONTABLE TO ISOP-FECHA.
               MOVE FPRV-PROV-ID TO ISOP-PROV-ID.
               MOVE FPRV-NUMERO TO ISOP-FACTURA.
               MOVE FPRV-TASA-IVA TO ISOP-TASA.
               MOVE FPRV-BASE TO ISOP-BASE.
               MOVE FPRV-CUOTA TO ISOP-CUOTA.
               OPEN EXTEND IVA-SOPORTADO-FILE.
               WRITE IVA-SOPORTADO-REG.
               CLOSE IVA-SOPORTADO-FILE.

           REVISAR-RETENIDA.
      *>   UNA FACTURA RETENIDA SE VUELVE A CASAR (PUEDE HABER
      *>   LLEGADO LA MERCANCIA QUE FALTABA); SI SIGUE SIN CASAR EL
      *>   OPERADOR PUEDE LIBERARLA IGUALMENTE, Y LA LIBERACION QUEDA
      *>   AUDITADA
               PERFORM LEER-FACTURA-PEDIDA.
               IF ST-FACTURAS NOT = "00"
                   GO TO REVISAR-RETENIDA-EXIT
               END-IF.
               IF NOT FPRV-RETENIDA
                   DISPLAY "La factura no esta retenida (estado "
                       FPRV-ESTADO ")"
                   GO TO REVISAR-RETENIDA-EXIT
               END-IF.

               PERFORM MOSTRAR-FACTURA.
               PERFORM CASAR-FACTURA.

               IF FACTURA-CASADA
                   PERFORM MARCAR-CONTABILIZADA
                   DISPLAY "La factura ya casa"
               ELSE
                   MOVE WS-MOTIVO TO FPRV-MOTIVO
                   DISPLAY "Sigue sin casar (" WS-DISCREPANCIAS
                       " discrepancia(s)): " WS-MOTIVO
                   DISPLAY "Liberar y contabilizar igualmente (S/N): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                       PERFORM MARCAR-CONTABILIZADA
                       MOVE SPACES TO FPRV-MOTIVO
                       STRING "LIBERADA POR " WS-OPERADOR
                           DELIMITED BY SIZE INTO FPRV-MOTIVO
                       END-STRING
                   END-IF
               END-IF.

               REWRITE FACTURA-PROV-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA FACTURA ("
                           ST-FACTURAS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO REVISAR-RETENIDA-EXIT
               END-REWRITE.
               ADD 1 TO WS-JOB-ESCRITOS.

               IF FPRV-CONTABILIZADA
                   PERFORM EMITIR-ASIENTO-FACTURA
                   PERFORM REGISTRAR-IVA-SOPORTADO
                   MOVE SPACES TO PAUD-CLAVE
                   STRING FPRV-PROV-ID FPRV-NUMERO
                       DELIMITED BY SIZE INTO PAUD-CLAVE
                   END-STRING
                   MOVE "RETENIDA" TO PAUD-VALOR-ANTERIOR
                   IF FACTURA-CASADA
                       MOVE "CASADA" TO PAUD-VALOR-NUEVO
                   ELSE
                       MOVE "LIBERADA" TO PAUD-VALOR-NUEVO
                   END-IF
                   PERFORM REGISTRAR-CAMBIO
                   DISPLAY "Factura contabilizada"
               END-IF.

           REVISAR-RETENIDA-EXIT.
               EXIT.

           LEER-FACTURA-PEDIDA.
               DISPLAY "Proveedor: " WITH NO ADVANCING.
               MOVE SPACES TO FPRV-PROV-ID.
               ACCEPT FPRV-PROV-ID.
               DISPLAY "Numero de factura del proveedor: "
                   WITH NO ADVANCING.
               MOVE SPACES TO FPRV-NUMERO.
               ACCEPT FPRV-NUMERO.
               READ FACTURAS-PROVEEDOR-FILE
                   INVALID KEY
                       DISPLAY "Factura no encontrada ("
                           ST-FACTURAS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-LEIDOS
               END-READ.

           CONSULTA-FACTURA.
               PERFORM LEER-FACTURA-PEDIDA.
               IF ST-FACTURAS = "00"
                   PERFORM MOSTRAR-FACTURA
               END-IF.

           MOSTRAR-FACTURA.
               DISPLAY "Proveedor " FPRV-PROV-ID
                   " factura " FPRV-NUMERO
                   " fecha " FPRV-FECHA
                   " vence " FPRV-VENCIMIENTO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > FPRV-N-LINEAS
                   MOVE FPRV-COSTE (WS-I) TO WS-COSTE-ED
                   MOVE FPRV-IMPORTE (WS-I) TO WS-IMPORTE-ED
                   DISPLAY "  Pedido " FPRV-PEDIDO (WS-I)
                       " " FPRV-ITEM-ID (WS-I)
                       " cant " FPRV-QTY (WS-I)
                       " coste " WS-COSTE-ED
                       " importe " WS-IMPORTE-ED
               END-PERFORM.
               MOVE FPRV-BASE TO WS-IMPORTE-ED.
               DISPLAY "  Base     " WS-IMPORTE-ED.
               MOVE FPRV-TASA-IVA TO WS-TASA-ED.
               MOVE FPRV-CUOTA TO WS-IMPORTE-ED.
               DISPLAY "  IVA " WS-TASA-ED "% " WS-IMPORTE-ED.
               MOVE FPRV-TOTAL TO WS-IMPORTE-ED.
               DISPLAY "  Total    " WS-IMPORTE-ED.
               EVALUATE TRUE
                   WHEN FPRV-CONTABILIZADA
                       DISPLAY "  Contabilizada el "
                           FPRV-FECHA-CONTABLE " " FPRV-MOTIVO
                   WHEN FPRV-RETENIDA
                       DISPLAY "  RETENIDA: " FPRV-MOTIVO
                   WHEN FPRV-PAGADA
                       DISPLAY "  Pagada el " FPRV-FECHA-PAGO
                           " orden de pago " FPRV-ORDEN-PAGO
               END-EVALUATE.

           LISTADO-FACTURAS.
               MOVE ZERO TO WS-LISTADOS.
               MOVE ZERO TO WS-RETENIDAS.
               MOVE LOW-VALUES TO FPRV-CLAVE.
               MOVE 'N' TO EOF-FACTURA.
               START FACTURAS-PROVEEDOR-FILE
                   KEY IS NOT LESS THAN FPRV-CLAVE
                   INVALID KEY
                       SET FIN-FACTURAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-FACTURAS
                   READ FACTURAS-PROVEEDOR-FILE NEXT RECORD
                       AT END
                           SET FIN-FACTURAS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           ADD 1 TO WS-LISTADOS
                           MOVE FPRV-TOTAL TO WS-IMPORTE-ED
                           DISPLAY "  " FPRV-PROV-ID
                               " " FPRV-NUMERO
                               " " FPRV-FECHA
                               " vence " FPRV-VENCIMIENTO
                               " " WS-IMPORTE-ED
                               " " FPRV-ESTADO
                           IF FPRV-RETENIDA
                               ADD 1 TO WS-RETENIDAS
                               DISPLAY "      " FPRV-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM.
               DISPLAY "Facturas: " WS-LISTADOS
                   "  retenidas: " WS-RETENIDAS.

           REGISTRAR-CAMBIO.
      *>   ESPERA PAUD-CLAVE Y LOS DOS VALORES YA CARGADOS POR EL
      *>   CALLER, COMO EN EL MANTENIMIENTO DE PARAMETROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO PAUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO PAUD-HORA.
               MOVE WS-OPERADOR TO PAUD-OPERADOR.
               MOVE "facturas-proveedor.dat" TO PAUD-FICHERO.
               OPEN EXTEND PARAMETROS-AUDIT-FILE.
               WRITE PARAMETROS-AUDIT-REG.
               CLOSE PARAMETROS-AUDIT-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "FACTURAS-PROVEEDOR" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM FACTURAS-PROVEEDOR.
