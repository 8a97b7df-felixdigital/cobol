       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-LOTES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT LOTES-FILE
                   ASSIGN TO "lotes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS LOTE-CLAVE
                   ALTERNATE KEY LOTE-NUMERO WITH DUPLICATES
                   STATUS ST-LOTE.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL STOCK-TIENDAS-FILE
                   ASSIGN TO "stock-tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS STKT-CLAVE
                   STATUS ST-STOCK-TIENDA.

                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT OPTIONAL LOTES-MOVIMIENTOS-FILE
                   ASSIGN TO "lotes-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL BAJAS-LOTES-FILE
                   ASSIGN TO "bajas-lotes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CADUCIDAD-REPORT-FILE
                   ASSIGN TO "lotes-caducidad.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT TRAZABILIDAD-REPORT-FILE
                   ASSIGN TO "trazabilidad-lote.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD LOTES-FILE.
                   COPY copylote.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD LOTES-MOVIMIENTOS-FILE.
                   COPY copylmov.

               FD BAJAS-LOTES-FILE.
                   COPY copyblot.

               FD CADUCIDAD-REPORT-FILE.
                   01 REPORT-LINE PIC X(120).

               FD TRAZABILIDAD-REPORT-FILE.
                   01 TRAZA-LINE PIC X(120).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-LOTE PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-PROVEEDOR PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-STOCK-TIENDAS-OK PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-PROVEEDORES-OK PIC X VALUE 'N'.
                   88 PROVEEDORES-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-CADUCIDAD VALUE "C".
                   88 OPCION-BAJAS VALUE "B".
                   88 OPCION-TRAZABILIDAD VALUE "T".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC 9(8).
               01 WS-DIAS PIC S9(5).
               01 WS-RESPUESTA PIC X(1).

      *>   DIAS DE ANTELACION DEL AVISO DE CADUCIDAD POR DEFECTO
               01 PARM-DIAS-CADUCIDAD PIC 9(3) VALUE 7.
               01 WS-DIAS-AVISO PIC 9(3).

               01 EOF-LOTE PIC X VALUE 'N'.
                   88 FIN-LOTES VALUE 'S'.
               01 EOF-MOVIMIENTO PIC X VALUE 'N'.
                   88 FIN-MOVIMIENTOS VALUE 'S'.

               01 WS-ITEM-DESC PIC X(20).
               01 WS-SITUACION PIC X(12).
               01 WS-COSTE PIC 9(3)V99.
               01 WS-IMPORTE PIC 9(7)V99.

               01 WS-LOTE-BUSCADO PIC X(15).
               01 WS-PROV-BUSCADO PIC X(5).
               01 WS-PROV-NOMBRE PIC X(30).

      *>   ARTICULOS DEL LOTE BUSCADO: UN MISMO NUMERO DE LOTE PUEDE
      *>   REPETIRSE EN ARTICULOS DE OTROS PROVEEDORES
               01 WS-TRAZA-TABLA.
                   05 WS-TRAZA-ITEM PIC X(8) OCCURS 20 TIMES.
               01 WS-TRAZA-N PIC 9(2) VALUE ZERO.
               77 WS-I PIC 9(2).
               01 WS-ITEM-TRAZADO PIC X VALUE 'N'.
                   88 ITEM-TRAZADO VALUE 'S'.

               01 WS-N-LOTES PIC 9(5).
               01 WS-N-CADUCADOS PIC 9(5).
               01 WS-N-BAJAS PIC 9(5).
               01 WS-UDS-BAJA PIC 9(7).
               01 WS-TOTAL-BAJAS PIC 9(9)V99.
               01 WS-UDS-RECIBIDAS PIC 9(7).
               01 WS-UDS-EXISTENCIAS PIC S9(7).
               01 WS-UDS-VENDIDAS PIC S9(7).
               01 WS-UDS-BAJA-LOTE PIC 9(7).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-QTY-ED PIC -ZZZZ9.
               01 WS-UDS-ED PIC -Z.ZZZ.ZZ9.
               01 WS-DIAS-ED PIC -ZZZ9.
               01 WS-RECIBIDO-ED PIC ZZZZ9.
               01 WS-IMPORTE-ED PIC -ZZZ.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

               COPY copykpet.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   GESTION DE LOTES DE PERECEDEROS: AVISO DIARIO DE LOTES QUE
      *>   CADUCAN EN LOS PROXIMOS DIAS, BAJA DE LOS YA CADUCADOS (QUE
      *>   SALEN DEL STOCK Y QUEDAN EN bajas-lotes.dat PARA LA
      *>   VALORACION DE EXISTENCIAS) Y TRAZABILIDAD DE UN LOTE HASTA
      *>   SU PROVEEDOR Y LAS VENTAS QUE LO CONSUMIERON
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).

               OPEN I-O LOTES-FILE.
               IF ST-LOTE = "35"
                   OPEN OUTPUT LOTES-FILE
                   CLOSE LOTES-FILE
                   OPEN I-O LOTES-FILE
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN I-O ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: maestro de articulos no disponible ("
                       ST-ITEM "); no se pueden dar bajas"
               END-IF.

               MOVE 'N' TO WS-STOCK-TIENDAS-OK.
               OPEN I-O STOCK-TIENDAS-FILE.
               IF ST-STOCK-TIENDA = "00"
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-PROVEEDORES-OK.
               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR = "00"
                   SET PROVEEDORES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "LOTES Y CADUCIDADES"
                   DISPLAY "  C - Lotes proximos a caducar"
                   DISPLAY "  B - Baja de lotes caducados"
                   DISPLAY "  T - Trazabilidad de un lote"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-CADUCIDAD
                           PERFORM LISTADO-CADUCIDADES
                       WHEN OPCION-BAJAS
                           PERFORM BAJA-CADUCADOS
                               THRU BAJA-CADUCADOS-EXIT
                       WHEN OPCION-TRAZABILIDAD
                           PERFORM TRAZAR-LOTE
                               THRU TRAZAR-LOTE-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE LOTES-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF STOCK-TIENDAS-DISPONIBLE
                   CLOSE STOCK-TIENDAS-FILE
               END-IF.
               IF PROVEEDORES-DISPONIBLE
                   CLOSE PROVEEDORES-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           LISTADO-CADUCIDADES.
      *>   LOTES CON EXISTENCIAS QUE CADUCAN DENTRO DE LOS DIAS
      *>   INDICADOS, Y LOS YA CADUCADOS PENDIENTES DE DAR DE BAJA,
      *>   POR ARTICULO, TIENDA Y CADUCIDAD
               DISPLAY "Dias de antelacion (0 = " PARM-DIAS-CADUCIDAD
                   "): " WITH NO ADVANCING.
               MOVE ZERO TO WS-DIAS-AVISO.
               ACCEPT WS-DIAS-AVISO.
               IF WS-DIAS-AVISO = ZERO
                   MOVE PARM-DIAS-CADUCIDAD TO WS-DIAS-AVISO
               END-IF.

               OPEN OUTPUT CADUCIDAD-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "LOTES QUE CADUCAN EN " WS-DIAS-AVISO
                   " DIAS O MENOS A " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  ARTICULO DESCRIPCION          TIENDA LOTE       "
                   & "     CADUCIDAD  DIAS CANTIDAD SITUACION"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZERO TO WS-N-LOTES.
               MOVE ZERO TO WS-N-CADUCADOS.
               MOVE LOW-VALUES TO LOTE-CLAVE.
               MOVE 'N' TO EOF-LOTE.
               START LOTES-FILE KEY IS NOT LESS THAN LOTE-CLAVE
                   INVALID KEY
                       SET FIN-LOTES TO TRUE
               END-START.
               PERFORM UNTIL FIN-LOTES
                   READ LOTES-FILE NEXT RECORD
                       AT END
                           SET FIN-LOTES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF LOTE-ACTIVO AND LOTE-QTY > ZERO
                               PERFORM LISTAR-CADUCIDAD
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               STRING "Lotes a vigilar: " WS-N-LOTES
                   "  de ellos ya caducados: " WS-N-CADUCADOS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               CLOSE CADUCIDAD-REPORT-FILE.

               MOVE "lotes-caducidad.dat" TO WS-SPOOL-NOMBRE.
               MOVE "GESTION-LOTES" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           LISTAR-CADUCIDAD.
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (LOTE-CADUCIDAD)
                   - WS-HOY-ENTERO.
               IF WS-DIAS NOT > WS-DIAS-AVISO
                   ADD 1 TO WS-N-LOTES
                   IF WS-DIAS < ZERO
                       ADD 1 TO WS-N-CADUCADOS
                       MOVE "CADUCADO" TO WS-SITUACION
                   ELSE
                       MOVE "POR CADUCAR" TO WS-SITUACION
                   END-IF
                   PERFORM LEER-DESCRIPCION
                   MOVE WS-DIAS TO WS-DIAS-ED
                   MOVE LOTE-QTY TO WS-QTY-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " LOTE-ITEM-ID " " WS-ITEM-DESC " "
                       LOTE-TIENDA "  " LOTE-NUMERO " "
                       LOTE-CADUCIDAD " " WS-DIAS-ED " "
                       WS-QTY-ED "   " WS-SITUACION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           BAJA-CADUCADOS.
      *>   LOS LOTES CADUCADOS ANTES DE HOY SALEN DEL STOCK DEL MAESTRO
      *>   Y DEL DE SU TIENDA; CADA BAJA SE VALORA AL COSTE MEDIO Y SE
      *>   DEJA EN bajas-lotes.dat, QUE LA VALORACION DE EXISTENCIAS
      *>   TOTALIZA POR MES
               IF NOT ITEM-MASTER-DISPONIBLE
                   DISPLAY "ERROR: sin maestro de articulos no se "
                       "pueden dar bajas"
                   GO TO BAJA-CADUCADOS-EXIT
               END-IF.

               DISPLAY "Se daran de baja los lotes caducados antes de "
                   WS-HOY ". Confirmar (S/N): " WITH NO ADVANCING.
               MOVE SPACE TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Baja cancelada"
                   GO TO BAJA-CADUCADOS-EXIT
               END-IF.

               MOVE ZERO TO WS-N-BAJAS.
               MOVE ZERO TO WS-UDS-BAJA.
               MOVE ZERO TO WS-TOTAL-BAJAS.
               OPEN EXTEND BAJAS-LOTES-FILE.
               OPEN EXTEND LOTES-MOVIMIENTOS-FILE.

               MOVE LOW-VALUES TO LOTE-CLAVE.
               MOVE 'N' TO EOF-LOTE.
               START LOTES-FILE KEY IS NOT LESS THAN LOTE-CLAVE
                   INVALID KEY
                       SET FIN-LOTES TO TRUE
               END-START.
               PERFORM UNTIL FIN-LOTES
                   READ LOTES-FILE NEXT RECORD
                       AT END
                           SET FIN-LOTES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF LOTE-ACTIVO AND LOTE-QTY > ZERO
                                   AND LOTE-CADUCIDAD < WS-HOY
                               PERFORM DAR-DE-BAJA-LOTE
                           END-IF
                   END-READ
               END-PERFORM.

               CLOSE BAJAS-LOTES-FILE.
               CLOSE LOTES-MOVIMIENTOS-FILE.

               MOVE WS-UDS-BAJA TO WS-UDS-ED.
               MOVE WS-TOTAL-BAJAS TO WS-IMPORTE-ED.
               DISPLAY "Lotes dados de baja: " WS-N-BAJAS
                   "  unidades: " WS-UDS-ED
                   "  importe: " WS-IMPORTE-ED.

           BAJA-CADUCADOS-EXIT.
               EXIT.

           REGISTRAR-KARDEX-BAJA.
      *>   LA BAJA DEL LOTE CADUCADO ES UNA MERMA EN EL KARDEX
               MOVE WS-HOY TO KPT-FECHA.
               MOVE LOTE-ITEM-ID TO KPT-ITEM-ID.
               MOVE "MR" TO KPT-TIPO.
               COMPUTE KPT-CANTIDAD = ZERO - LOTE-QTY.
               MOVE "GESTION-LOTES" TO KPT-PROGRAMA.
               MOVE SPACES TO KPT-REFERENCIA.
               STRING "BAJA LOTE " LOTE-NUMERO
                   DELIMITED BY SIZE INTO KPT-REFERENCIA
               END-STRING.
               CALL "registrarkardex" USING KARDEX-PETICION.

           DAR-DE-BAJA-LOTE.
               MOVE LOTE-COSTE TO WS-COSTE.
               MOVE LOTE-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "AVISO: articulo " LOTE-ITEM-ID
                           " no existe en el maestro"
                   NOT INVALID KEY
                       MOVE ITEM-COSTE TO WS-COSTE
                       SUBTRACT LOTE-QTY FROM ITEM-STOCK-QTY
                       REWRITE ITEM-MASTER-REG
                       MOVE SPACES TO KPT-TIENDA
                       MOVE ITEM-STOCK-QTY TO KPT-SALDO
                       PERFORM REGISTRAR-KARDEX-BAJA
               END-READ.

               IF LOTE-TIENDA NOT = SPACES
                       AND STOCK-TIENDAS-DISPONIBLE
                   MOVE LOTE-TIENDA TO STKT-TIENDA-ID
                   MOVE LOTE-ITEM-ID TO STKT-ITEM-ID
                   READ STOCK-TIENDAS-FILE
                       INVALID KEY
                           DISPLAY "AVISO: sin stock de tienda "
                               LOTE-TIENDA " para " LOTE-ITEM-ID
                       NOT INVALID KEY
                           SUBTRACT LOTE-QTY FROM STKT-QTY
                           REWRITE STOCK-TIENDA-REG
                           MOVE LOTE-TIENDA TO KPT-TIENDA
                           MOVE STKT-QTY TO KPT-SALDO
                           PERFORM REGISTRAR-KARDEX-BAJA
                   END-READ
               END-IF.

               COMPUTE WS-IMPORTE ROUNDED = LOTE-QTY * WS-COSTE.
               MOVE SPACES TO BAJA-LOTE-REG.
               MOVE WS-HOY TO BJL-FECHA.
               MOVE LOTE-ITEM-ID TO BJL-ITEM-ID.
               MOVE LOTE-TIENDA TO BJL-TIENDA.
               MOVE LOTE-NUMERO TO BJL-LOTE.
               MOVE LOTE-CADUCIDAD TO BJL-CADUCIDAD.
               MOVE LOTE-QTY TO BJL-QTY.
               MOVE WS-COSTE TO BJL-COSTE.
               MOVE WS-IMPORTE TO BJL-IMPORTE.
               MOVE WS-OPERADOR TO BJL-OPERADOR.
               WRITE BAJA-LOTE-REG.

               MOVE SPACES TO LOTE-MOV-REG.
               MOVE WS-HOY TO LMV-FECHA.
               SET LMV-BAJA TO TRUE.
               MOVE LOTE-NUMERO TO LMV-LOTE.
               MOVE LOTE-ITEM-ID TO LMV-ITEM-ID.
               MOVE LOTE-TIENDA TO LMV-TIENDA.
               MOVE LOTE-CADUCIDAD TO LMV-CADUCIDAD.
               MOVE LOTE-QTY TO LMV-QTY.
               STRING "BAJA CADUCADO " WS-OPERADOR
                   DELIMITED BY SIZE INTO LMV-REFERENCIA
               END-STRING.
               WRITE LOTE-MOV-REG.

               ADD 1 TO WS-N-BAJAS.
               ADD LOTE-QTY TO WS-UDS-BAJA.
               ADD WS-IMPORTE TO WS-TOTAL-BAJAS.

               MOVE ZERO TO LOTE-QTY.
               SET LOTE-DE-BAJA TO TRUE.
               REWRITE LOTE-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LOTE ("
                           ST-LOTE ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
               END-REWRITE.

           TRAZAR-LOTE.
      *>   TRAZABILIDAD HACIA ATRAS DE UN LOTE RETIRADO POR EL
      *>   PROVEEDOR: DE QUE PEDIDO ENTRO, EN QUE TIENDAS QUEDA, Y QUE
      *>   VENTAS, TRASLADOS Y BAJAS LO HAN MOVIDO
               DISPLAY "Numero de lote: " WITH NO ADVANCING.
               MOVE SPACES TO WS-LOTE-BUSCADO.
               ACCEPT WS-LOTE-BUSCADO.
               IF WS-LOTE-BUSCADO = SPACES
                   GO TO TRAZAR-LOTE-EXIT
               END-IF.
               DISPLAY "Proveedor (en blanco = todos): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-PROV-BUSCADO.
               ACCEPT WS-PROV-BUSCADO.

               OPEN OUTPUT TRAZABILIDAD-REPORT-FILE.
               MOVE SPACES TO TRAZA-LINE.
               STRING "TRAZABILIDAD DEL LOTE " WS-LOTE-BUSCADO
                   " A " WS-HOY
                   DELIMITED BY SIZE INTO TRAZA-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-TRAZA.
               MOVE "  ARTICULO DESCRIPCION          TIENDA CADUCIDAD "
                   & "PROV. PEDIDO   ENTRADA  RECIBIDO EXISTENC. EST"
                   TO TRAZA-LINE.
               PERFORM REGISTRAR-LINEA-TRAZA.

               MOVE ZERO TO WS-TRAZA-N.
               MOVE ZERO TO WS-UDS-EXISTENCIAS.
               MOVE WS-LOTE-BUSCADO TO LOTE-NUMERO.
               MOVE 'N' TO EOF-LOTE.
               START LOTES-FILE KEY IS = LOTE-NUMERO
                   INVALID KEY
                       SET FIN-LOTES TO TRUE
               END-START.
               PERFORM UNTIL FIN-LOTES
                   READ LOTES-FILE NEXT RECORD
                       AT END
                           SET FIN-LOTES TO TRUE
                       NOT AT END
                           IF LOTE-NUMERO NOT = WS-LOTE-BUSCADO
                               SET FIN-LOTES TO TRUE
                           ELSE
                               ADD 1 TO WS-JOB-LEIDOS
                               IF WS-PROV-BUSCADO = SPACES
                                   OR LOTE-PROV-ID = WS-PROV-BUSCADO
                                   PERFORM LISTAR-LOTE-TRAZADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-TRAZA-N = ZERO
                   MOVE "  Lote no registrado" TO TRAZA-LINE
                   PERFORM REGISTRAR-LINEA-TRAZA
                   CLOSE TRAZABILIDAD-REPORT-FILE
                   GO TO TRAZAR-LOTE-EXIT
               END-IF.

               PERFORM LISTAR-MOVIMIENTOS-LOTE.

               MOVE WS-UDS-RECIBIDAS TO WS-UDS-ED.
               MOVE SPACES TO TRAZA-LINE.
               STRING "Unidades recibidas:    " WS-UDS-ED
                   DELIMITED BY SIZE INTO TRAZA-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-TRAZA.
               MOVE WS-UDS-VENDIDAS TO WS-UDS-ED.
               MOVE SPACES TO TRAZA-LINE.
               STRING "Unidades vendidas:     " WS-UDS-ED
                   DELIMITED BY SIZE INTO TRAZA-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-TRAZA.
               MOVE WS-UDS-BAJA-LOTE TO WS-UDS-ED.
               MOVE SPACES TO TRAZA-LINE.
               STRING "Unidades dadas de baja:" WS-UDS-ED
                   DELIMITED BY SIZE INTO TRAZA-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-TRAZA.
               MOVE WS-UDS-EXISTENCIAS TO WS-UDS-ED.
               MOVE SPACES TO TRAZA-LINE.
               STRING "Unidades en tiendas:   " WS-UDS-ED
                   DELIMITED BY SIZE INTO TRAZA-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-TRAZA.
               CLOSE TRAZABILIDAD-REPORT-FILE.

               MOVE "trazabilidad-lote.dat" TO WS-SPOOL-NOMBRE.
               MOVE "GESTION-LOTES" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           TRAZAR-LOTE-EXIT.
               EXIT.

           LISTAR-LOTE-TRAZADO.
               PERFORM LEER-DESCRIPCION.
               MOVE SPACES TO WS-PROV-NOMBRE.
               IF PROVEEDORES-DISPONIBLE
                   MOVE LOTE-PROV-ID TO PROV-ID
                   READ PROVEEDORES-FILE
                       NOT INVALID KEY
                           MOVE PROV-NOMBRE TO WS-PROV-NOMBRE
                   END-READ
               END-IF.

               ADD LOTE-QTY TO WS-UDS-EXISTENCIAS.

               MOVE 'N' TO WS-ITEM-TRAZADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TRAZA-N
                   IF WS-TRAZA-ITEM (WS-I) = LOTE-ITEM-ID
                       SET ITEM-TRAZADO TO TRUE
                   END-IF
               END-PERFORM.
               IF NOT ITEM-TRAZADO AND WS-TRAZA-N < 20
                   ADD 1 TO WS-TRAZA-N
                   MOVE LOTE-ITEM-ID TO WS-TRAZA-ITEM (WS-TRAZA-N)
               END-IF.

               MOVE LOTE-QTY TO WS-QTY-ED.
               MOVE LOTE-QTY-ENTRADA TO WS-RECIBIDO-ED.
               MOVE SPACES TO TRAZA-LINE.
               STRING "  " LOTE-ITEM-ID " " WS-ITEM-DESC " "
                   LOTE-TIENDA "  " LOTE-CADUCIDAD " "
                   LOTE-PROV-ID " " LOTE-PEDIDO " "
                   LOTE-FECHA-ENTRADA " " WS-RECIBIDO-ED "   "
                   WS-QTY-ED "    " LOTE-ESTADO
                   DELIMITED BY SIZE INTO TRAZA-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-TRAZA.
               IF WS-PROV-NOMBRE NOT = SPACES
                   MOVE SPACES TO TRAZA-LINE
                   STRING "           Proveedor: " WS-PROV-NOMBRE
                       DELIMITED BY SIZE INTO TRAZA-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-TRAZA
               END-IF.

           LISTAR-MOVIMIENTOS-LOTE.
               MOVE SPACES TO TRAZA-LINE.
               PERFORM REGISTRAR-LINEA-TRAZA.
               MOVE "  MOVIMIENTOS: FECHA    T ARTICULO TIENDA CANTIDAD"
                   & " REFERENCIA"
                   TO TRAZA-LINE.
               PERFORM REGISTRAR-LINEA-TRAZA.

               MOVE ZERO TO WS-UDS-RECIBIDAS.
               MOVE ZERO TO WS-UDS-VENDIDAS.
               MOVE ZERO TO WS-UDS-BAJA-LOTE.
               MOVE 'N' TO EOF-MOVIMIENTO.
               OPEN INPUT LOTES-MOVIMIENTOS-FILE.
               PERFORM UNTIL FIN-MOVIMIENTOS
                   READ LOTES-MOVIMIENTOS-FILE
                       AT END
                           SET FIN-MOVIMIENTOS TO TRUE
                       NOT AT END
                           IF LMV-LOTE = WS-LOTE-BUSCADO
                               PERFORM LISTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LOTES-MOVIMIENTOS-FILE.

               MOVE SPACES TO TRAZA-LINE.
               PERFORM REGISTRAR-LINEA-TRAZA.

           LISTAR-MOVIMIENTO.
               MOVE 'N' TO WS-ITEM-TRAZADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TRAZA-N
                   IF WS-TRAZA-ITEM (WS-I) = LMV-ITEM-ID
                       SET ITEM-TRAZADO TO TRUE
                   END-IF
               END-PERFORM.

               IF ITEM-TRAZADO
      *>   LO RECIBIDO SE CUENTA EN LAS ENTRADAS POR PEDIDO; LA
      *>   ENTRADA DE UN TRASLADO YA CONSTA EN SU TIENDA DE ORIGEN
                   EVALUATE TRUE
                       WHEN LMV-ENTRADA
                           ADD LMV-QTY TO WS-UDS-RECIBIDAS
                       WHEN LMV-VENTA
                           ADD LMV-QTY TO WS-UDS-VENDIDAS
                       WHEN LMV-DEVOLUCION
                           SUBTRACT LMV-QTY FROM WS-UDS-VENDIDAS
                       WHEN LMV-BAJA
                           ADD LMV-QTY TO WS-UDS-BAJA-LOTE
                   END-EVALUATE
                   MOVE LMV-QTY TO WS-QTY-ED
                   MOVE SPACES TO TRAZA-LINE
                   STRING "               " LMV-FECHA " " LMV-TIPO " "
                       LMV-ITEM-ID " " LMV-TIENDA "  " WS-QTY-ED
                       "   " LMV-REFERENCIA
                       DELIMITED BY SIZE INTO TRAZA-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-TRAZA
               END-IF.

           LEER-DESCRIPCION.
               MOVE SPACES TO WS-ITEM-DESC.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE LOTE-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ITEM-DESCRIPTION TO WS-ITEM-DESC
                   END-READ
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-LINEA-TRAZA.
               DISPLAY TRAZA-LINE.
               WRITE TRAZA-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "GESTION-LOTES" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM GESTION-LOTES.
