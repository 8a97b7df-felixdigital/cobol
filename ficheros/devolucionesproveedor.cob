       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCIONES-PROVEEDOR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DEVOLUCIONES-PROV-FILE
                   ASSIGN TO "devoluciones-proveedor.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS DVP-NUMERO
                   STATUS ST-DEVOLUCION.

                   SELECT PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

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

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT NOTA-CARGO-FILE
                   ASSIGN TO "nota-cargo-proveedor.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT DEVOLUCIONES-REPORT-FILE
                   ASSIGN TO "devoluciones-abiertas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD DEVOLUCIONES-PROV-FILE.
                   COPY copydevp.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD NOTA-CARGO-FILE.
                   01 NOTA-LINE PIC X(80).

               FD DEVOLUCIONES-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-DEVOLUCION PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-TIENDA PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-STOCK-TIENDAS-OK PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-ABONO VALUE "B".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC 9(8).
               01 WS-DIAS PIC S9(5).
               01 WS-RESPUESTA PIC X(1).

      *>   DIAS SIN ABONO A PARTIR DE LOS CUALES COMPRAS RECLAMA
               01 PARM-DIAS-RECLAMACION PIC 9(3) VALUE 30.

               01 EOF-DEVOLUCION PIC X VALUE 'N'.
                   88 FIN-DEVOLUCIONES VALUE 'S'.
               01 WS-FIN-LINEAS PIC X VALUE 'N'.
                   88 FIN-LINEAS VALUE 'S'.
               01 WS-STOCK-OK PIC X VALUE 'N'.
                   88 STOCK-SUFICIENTE VALUE 'S'.

               01 WS-ITEM PIC X(8).
               01 WS-LOTE PIC X(15).
               01 WS-QTY PIC 9(5).
               01 WS-COSTE PIC 9(3)V99.
               01 WS-STOCK-LIBRO PIC S9(5).
               01 WS-NUMERO PIC 9(8).
               01 WS-ABONO-NUMERO PIC X(15).
               01 WS-ABONO-IMPORTE PIC 9(9)V99.
               01 WS-DIFERENCIA PIC S9(9)V99.
               77 WS-I PIC 9(2).
               77 WS-K PIC 9(2).

               01 WS-ABIERTAS PIC 9(5).
               01 WS-TOTAL-ABIERTO PIC S9(11)V99.

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "DEVPROV".
               01 WS-SECUENCIA-VALOR  PIC 9(8).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-IMPORTE-ED PIC -ZZZ.ZZZ.ZZ9,99.
               01 WS-COSTE-ED PIC ZZ9,99.
               01 WS-QTY-ED PIC ZZZZ9.
               01 WS-DIAS-ED PIC ZZZZ9.

               01 WS-LINEA-NOTA.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 NOTA-ITEM PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 NOTA-DESC PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 NOTA-QTY PIC ZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 NOTA-COSTE PIC ZZ9,99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 NOTA-IMPORTE PIC -ZZZ.ZZZ.ZZ9,99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 NOTA-LOTE PIC X(15).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

               01 WS-LOTE-OPERACION PIC X(1).
               COPY copylpet.
               COPY copykpet.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   DEVOLUCIONES A PROVEEDOR: LA MERCANCIA DEFECTUOSA O DE
      *>   TEMPORADA SIN VENDER SE DEVUELVE CON EL NUMERO DE
      *>   AUTORIZACION DEL PROVEEDOR. EL ALTA SACA LAS UNIDADES DEL
      *>   STOCK, EMITE LA NOTA DE CARGO AL PROVEEDOR Y LA CONTABILIZA
      *>   (PROVEEDORES AL DEBE CONTRA DEVOLUCIONES DE COMPRAS); LA
      *>   DEVOLUCION QUEDA ABIERTA HASTA QUE SE REGISTRA SU ABONO
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).

               OPEN I-O DEVOLUCIONES-PROV-FILE.
               IF ST-DEVOLUCION = "35"
                   OPEN OUTPUT DEVOLUCIONES-PROV-FILE
                   CLOSE DEVOLUCIONES-PROV-FILE
                   OPEN I-O DEVOLUCIONES-PROV-FILE
               END-IF.

               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR NOT = "00"
                   DISPLAY "No se puede abrir proveedores.dat ("
                       ST-PROVEEDOR ")"
                   CLOSE DEVOLUCIONES-PROV-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN I-O ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: maestro de articulos no disponible ("
                       ST-ITEM "); no se pueden dar altas"
               END-IF.

               MOVE 'N' TO WS-STOCK-TIENDAS-OK.
               OPEN I-O STOCK-TIENDAS-FILE.
               IF ST-STOCK-TIENDA = "00"
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-TIENDAS-OK.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "DEVOLUCIONES A PROVEEDOR"
                   DISPLAY "  A - Alta de devolucion y nota de cargo"
                   DISPLAY "  B - Registrar abono del proveedor"
                   DISPLAY "  C - Consulta de una devolucion"
                   DISPLAY "  L - Devoluciones abiertas sin abono"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-DEVOLUCION
                               THRU ALTA-DEVOLUCION-EXIT
                       WHEN OPCION-ABONO
                           PERFORM REGISTRAR-ABONO
                               THRU REGISTRAR-ABONO-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-DEVOLUCION
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-ABIERTAS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE DEVOLUCIONES-PROV-FILE.
               CLOSE PROVEEDORES-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF STOCK-TIENDAS-DISPONIBLE
                   CLOSE STOCK-TIENDAS-FILE
               END-IF.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-DEVOLUCION.
               IF NOT ITEM-MASTER-DISPONIBLE
                   DISPLAY "ERROR: sin maestro de articulos no se "
                       "pueden registrar devoluciones"
                   GO TO ALTA-DEVOLUCION-EXIT
               END-IF.

               INITIALIZE DEVOLUCION-PROV-REG.
               DISPLAY "Proveedor: " WITH NO ADVANCING.
               MOVE SPACES TO PROV-ID.
               ACCEPT PROV-ID.
               READ PROVEEDORES-FILE
                   INVALID KEY
                       DISPLAY "Proveedor no encontrado ("
                           ST-PROVEEDOR ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-DEVOLUCION-EXIT
               END-READ.
               MOVE PROV-ID TO DVP-PROV-ID.

               DISPLAY "Numero de autorizacion del proveedor: "
                   WITH NO ADVANCING.
               ACCEPT DVP-AUTORIZACION.
               IF DVP-AUTORIZACION = SPACES
                   DISPLAY "ERROR: sin autorizacion del proveedor no "
                       "se devuelve mercancia"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-DEVOLUCION-EXIT
               END-IF.

               DISPLAY "Motivo (DF=defectuoso TE=temporada): "
                   WITH NO ADVANCING.
               ACCEPT DVP-MOTIVO.
               IF NOT DVP-DEFECTUOSO AND NOT DVP-TEMPORADA
                   DISPLAY "ERROR: motivo no valido"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-DEVOLUCION-EXIT
               END-IF.

      *>   LA TIENDA EN BLANCO DEVUELVE DEL STOCK CENTRAL DEL MAESTRO;
      *>   CON TIENDA, DE SU LEDGER EN stock-tiendas.dat
               DISPLAY "Tienda que devuelve (en blanco = central): "
                   WITH NO ADVANCING.
               ACCEPT DVP-TIENDA.
               IF DVP-TIENDA NOT = SPACES
                   IF NOT STOCK-TIENDAS-DISPONIBLE
                       DISPLAY "ERROR: no hay stock por tienda"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-DEVOLUCION-EXIT
                   END-IF
                   IF TIENDAS-DISPONIBLE
                       MOVE DVP-TIENDA TO TIENDA-ID
                       READ TIENDAS-FILE
                           INVALID KEY
                               DISPLAY "ERROR: tienda no encontrada"
                               ADD 1 TO WS-JOB-RECHAZADOS
                               GO TO ALTA-DEVOLUCION-EXIT
                       END-READ
                   END-IF
               END-IF.

               MOVE ZERO TO DVP-N-LINEAS.
               MOVE ZERO TO DVP-IMPORTE.
               MOVE 'N' TO WS-FIN-LINEAS.
               PERFORM UNTIL FIN-LINEAS OR DVP-N-LINEAS = 10
                   PERFORM PEDIR-LINEA THRU PEDIR-LINEA-EXIT
               END-PERFORM.
               IF DVP-N-LINEAS = ZERO
                   DISPLAY "Devolucion sin lineas; no se graba"
                   GO TO ALTA-DEVOLUCION-EXIT
               END-IF.

               MOVE DVP-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "Importe de la nota de cargo: " WS-IMPORTE-ED.
               DISPLAY "Confirmar la devolucion (S/N): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Devolucion anulada"
                   GO TO ALTA-DEVOLUCION-EXIT
               END-IF.

               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO DVP-NUMERO.
               MOVE WS-HOY TO DVP-FECHA.
               MOVE WS-OPERADOR TO DVP-OPERADOR.
               SET DVP-PENDIENTE TO TRUE.
               MOVE SPACES TO DVP-ABONO-NUMERO.
               MOVE ZERO TO DVP-ABONO-FECHA.
               MOVE ZERO TO DVP-ABONO-IMPORTE.
               WRITE DEVOLUCION-PROV-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA DEVOLUCION ("
                           ST-DEVOLUCION ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-DEVOLUCION-EXIT
               END-WRITE.
               ADD 1 TO WS-JOB-ESCRITOS.

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > DVP-N-LINEAS
                   PERFORM DESCONTAR-STOCK
               END-PERFORM.
               PERFORM EMITIR-ASIENTO-DEVOLUCION.
               PERFORM IMPRIMIR-NOTA-CARGO.

               DISPLAY "Devolucion y nota de cargo " DVP-NUMERO
                   " registradas".

           ALTA-DEVOLUCION-EXIT.
               EXIT.

           PEDIR-LINEA.
               DISPLAY "Articulo (en blanco = fin): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-ITEM.
               ACCEPT WS-ITEM.
               IF WS-ITEM = SPACES
                   SET FIN-LINEAS TO TRUE
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

      *>   UN PERECEDERO SE DEVUELVE O RETIRA POR LOTE: EL MISMO
      *>   ARTICULO PUEDE IR EN VARIAS LINEAS, UNA POR LOTE
               DISPLAY "  Lote (en blanco = sin lote o el de caducidad "
                   "mas proxima): " WITH NO ADVANCING.
               MOVE SPACES TO WS-LOTE.
               ACCEPT WS-LOTE.

               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > DVP-N-LINEAS
                   IF DVP-ITEM-ID (WS-K) = WS-ITEM
                           AND DVP-LOTE (WS-K) = WS-LOTE
                       DISPLAY "ERROR: el articulo ya esta en la "
                           "devolucion"
                       GO TO PEDIR-LINEA-EXIT
                   END-IF
               END-PERFORM.

               MOVE WS-ITEM TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Articulo no encontrado (" ST-ITEM ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO PEDIR-LINEA-EXIT
               END-READ.

               DISPLAY "  Cantidad devuelta: " WITH NO ADVANCING.
               MOVE ZERO TO WS-QTY.
               ACCEPT WS-QTY.
               IF WS-QTY = ZERO
                   DISPLAY "Linea sin cantidad; no se anota"
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

               PERFORM COMPROBAR-STOCK.
               IF NOT STOCK-SUFICIENTE
                   DISPLAY "ERROR: solo hay " WS-STOCK-LIBRO
                       " unidades en el libro de stock"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO PEDIR-LINEA-EXIT
               END-IF.

      *>   SE CARGA AL COSTE MEDIO DEL MAESTRO SALVO QUE SE INDIQUE
      *>   EL COSTE AL QUE SE COMPRO
               MOVE ITEM-COSTE TO WS-COSTE-ED.
               DISPLAY "  Coste unitario (0 = coste medio "
                   WS-COSTE-ED "): " WITH NO ADVANCING.
               MOVE ZERO TO WS-COSTE.
               ACCEPT WS-COSTE.
               IF WS-COSTE = ZERO
                   MOVE ITEM-COSTE TO WS-COSTE
               END-IF.

               ADD 1 TO DVP-N-LINEAS.
               MOVE DVP-N-LINEAS TO WS-I.
               MOVE WS-ITEM TO DVP-ITEM-ID (WS-I).
               MOVE WS-QTY TO DVP-QTY (WS-I).
               MOVE WS-LOTE TO DVP-LOTE (WS-I).
               MOVE WS-COSTE TO DVP-COSTE (WS-I).
               COMPUTE DVP-IMPORTE-LINEA (WS-I) = WS-QTY * WS-COSTE.
               ADD DVP-IMPORTE-LINEA (WS-I) TO DVP-IMPORTE.

           PEDIR-LINEA-EXIT.
               EXIT.

           COMPROBAR-STOCK.
               MOVE 'N' TO WS-STOCK-OK.
               MOVE ZERO TO WS-STOCK-LIBRO.
               IF DVP-TIENDA = SPACES
                   MOVE ITEM-STOCK-QTY TO WS-STOCK-LIBRO
               ELSE
                   MOVE DVP-TIENDA TO STKT-TIENDA-ID
                   MOVE WS-ITEM TO STKT-ITEM-ID
                   READ STOCK-TIENDAS-FILE
                       NOT INVALID KEY
                           MOVE STKT-QTY TO WS-STOCK-LIBRO
                   END-READ
               END-IF.
               IF WS-STOCK-LIBRO NOT < WS-QTY
                   MOVE 'S' TO WS-STOCK-OK
               END-IF.

           DESCONTAR-STOCK.
               IF DVP-TIENDA = SPACES
                   MOVE DVP-ITEM-ID (WS-I) TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-JOB-RECHAZADOS
                       NOT INVALID KEY
                           SUBTRACT DVP-QTY (WS-I) FROM ITEM-STOCK-QTY
                           REWRITE ITEM-MASTER-REG
                           MOVE ITEM-STOCK-QTY TO KPT-SALDO
                           PERFORM REGISTRAR-KARDEX-DEVOLUCION
                   END-READ
               ELSE
                   MOVE DVP-TIENDA TO STKT-TIENDA-ID
                   MOVE DVP-ITEM-ID (WS-I) TO STKT-ITEM-ID
                   READ STOCK-TIENDAS-FILE
                       INVALID KEY
                           ADD 1 TO WS-JOB-RECHAZADOS
                       NOT INVALID KEY
                           SUBTRACT DVP-QTY (WS-I) FROM STKT-QTY
                           REWRITE STOCK-TIENDA-REG
                           MOVE STKT-QTY TO KPT-SALDO
                           PERFORM REGISTRAR-KARDEX-DEVOLUCION
                   END-READ
               END-IF.
               PERFORM DESCONTAR-LOTE.

           DESCONTAR-LOTE.
      *>   LA MERCANCIA DEVUELTA SALE TAMBIEN DE SUS LOTES, DEL INDICADO
      *>   EN LA LINEA O POR CADUCIDAD; EN UN ARTICULO SIN LOTES EL
      *>   SUBPROGRAMA NO HACE NADA
               INITIALIZE LOTE-PETICION.
               MOVE DVP-ITEM-ID (WS-I) TO LPT-ITEM-ID.
               MOVE DVP-TIENDA TO LPT-TIENDA.
               MOVE DVP-QTY (WS-I) TO LPT-QTY.
               MOVE DVP-LOTE (WS-I) TO LPT-LOTE.
               MOVE WS-HOY TO LPT-FECHA.
               STRING "DEVOLUCION " DVP-NUMERO
                   DELIMITED BY SIZE INTO LPT-REFERENCIA
               END-STRING.
               MOVE "B" TO WS-LOTE-OPERACION.
               CALL "movimientolotes" USING WS-LOTE-OPERACION
                   LOTE-PETICION.
               IF DVP-LOTE (WS-I) NOT = SPACES AND LPT-RESTO > ZERO
                   DISPLAY "AVISO: el lote " DVP-LOTE (WS-I) " de "
                       DVP-ITEM-ID (WS-I) " no cubria " LPT-RESTO
                       " unidades"
               END-IF.

           REGISTRAR-KARDEX-DEVOLUCION.
               MOVE WS-HOY TO KPT-FECHA.
               MOVE DVP-ITEM-ID (WS-I) TO KPT-ITEM-ID.
               MOVE DVP-TIENDA TO KPT-TIENDA.
               MOVE "DP" TO KPT-TIPO.
               COMPUTE KPT-CANTIDAD = ZERO - DVP-QTY (WS-I).
               MOVE "DEVOLUCIONES-PROVEEDOR" TO KPT-PROGRAMA.
               MOVE SPACES TO KPT-REFERENCIA.
               STRING "DEVOLUCION " DVP-NUMERO
                   DELIMITED BY SIZE INTO KPT-REFERENCIA
               END-STRING.
               CALL "registrarkardex" USING KARDEX-PETICION.

           EMITIR-ASIENTO-DEVOLUCION.
      *>   LA NOTA DE CARGO REBAJA LA DEUDA CON EL PROVEEDOR
      *>   (40000000) CONTRA DEVOLUCIONES DE COMPRAS (60800000)
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE SPACES TO ASI-CONCEPTO.
               STRING "NOTA CARGO " DVP-NUMERO " PROV " DVP-PROV-ID
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               END-STRING.
               MOVE "40000000" TO ASI-CUENTA.
               MOVE DVP-IMPORTE TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.
               MOVE "60800000" TO ASI-CUENTA.
               MOVE ZERO TO ASI-DEBE.
               MOVE DVP-IMPORTE TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

           IMPRIMIR-NOTA-CARGO.
               OPEN OUTPUT NOTA-CARGO-FILE.
               MOVE SPACES TO NOTA-LINE.
               STRING "NOTA DE CARGO N. " DVP-NUMERO
                   "                     FECHA " DVP-FECHA
                   DELIMITED BY SIZE INTO NOTA-LINE
               END-STRING.
               WRITE NOTA-LINE.
               MOVE SPACES TO NOTA-LINE.
               STRING "PROVEEDOR: " PROV-ID " " PROV-NOMBRE
                   " NIF " PROV-NIF
                   DELIMITED BY SIZE INTO NOTA-LINE
               END-STRING.
               WRITE NOTA-LINE.
               MOVE SPACES TO NOTA-LINE.
               STRING "DEVOLUCION AUTORIZADA N. " DVP-AUTORIZACION
                   DELIMITED BY SIZE INTO NOTA-LINE
               END-STRING.
               WRITE NOTA-LINE.
               IF DVP-DEFECTUOSO
                   MOVE "MOTIVO: MERCANCIA DEFECTUOSA" TO NOTA-LINE
               ELSE
                   MOVE "MOTIVO: MERCANCIA DE TEMPORADA NO VENDIDA"
                       TO NOTA-LINE
               END-IF.
               WRITE NOTA-LINE.
               MOVE SPACES TO NOTA-LINE.
               WRITE NOTA-LINE.
               MOVE "  ARTICULO DESCRIPCION            CANTIDAD   COST"
                   & "E         IMPORTE  LOTE"
                   TO NOTA-LINE.
               WRITE NOTA-LINE.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > DVP-N-LINEAS
                   PERFORM IMPRIMIR-LINEA-NOTA
               END-PERFORM.
               MOVE SPACES TO WS-LINEA-NOTA.
               MOVE "TOTAL A NUESTRO FAVOR" TO NOTA-DESC.
               MOVE DVP-IMPORTE TO NOTA-IMPORTE.
               MOVE WS-LINEA-NOTA TO NOTA-LINE.
               WRITE NOTA-LINE.
               MOVE SPACES TO NOTA-LINE.
               WRITE NOTA-LINE.
               MOVE "Rogamos nos remitan la factura de abono "
                   & "correspondiente." TO NOTA-LINE.
               WRITE NOTA-LINE.
               CLOSE NOTA-CARGO-FILE.

               MOVE "nota-cargo-proveedor.dat" TO WS-SPOOL-NOMBRE.
               MOVE "DEVOLUCIONES-PROV" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           IMPRIMIR-LINEA-NOTA.
               MOVE SPACES TO NOTA-DESC.
               MOVE DVP-ITEM-ID (WS-I) TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   NOT INVALID KEY
                       MOVE ITEM-DESCRIPTION TO NOTA-DESC
               END-READ.
               MOVE DVP-ITEM-ID (WS-I) TO NOTA-ITEM.
               MOVE DVP-QTY (WS-I) TO NOTA-QTY.
               MOVE DVP-COSTE (WS-I) TO NOTA-COSTE.
               MOVE DVP-IMPORTE-LINEA (WS-I) TO NOTA-IMPORTE.
               MOVE DVP-LOTE (WS-I) TO NOTA-LOTE.
               MOVE WS-LINEA-NOTA TO NOTA-LINE.
               WRITE NOTA-LINE.

           REGISTRAR-ABONO.
      *>   EL ABONO DEL PROVEEDOR CIERRA LA DEVOLUCION; SI NO CUADRA
      *>   CON LA NOTA DE CARGO SE PIDE CONFIRMACION Y LA DIFERENCIA
      *>   QUEDA A LA VISTA EN LA CONSULTA
               DISPLAY "Numero de devolucion: " WITH NO ADVANCING.
               MOVE ZERO TO DVP-NUMERO.
               ACCEPT DVP-NUMERO.
               READ DEVOLUCIONES-PROV-FILE
                   INVALID KEY
                       DISPLAY "Devolucion no encontrada ("
                           ST-DEVOLUCION ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO REGISTRAR-ABONO-EXIT
               END-READ.
               IF NOT DVP-PENDIENTE
                   DISPLAY "ERROR: la devolucion ya esta abonada ("
                       DVP-ABONO-NUMERO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO REGISTRAR-ABONO-EXIT
               END-IF.

               MOVE DVP-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "Nota de cargo por " WS-IMPORTE-ED.
               DISPLAY "Numero de la factura de abono: "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-ABONO-NUMERO.
               ACCEPT WS-ABONO-NUMERO.
               IF WS-ABONO-NUMERO = SPACES
                   DISPLAY "ERROR: falta el numero de abono"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO REGISTRAR-ABONO-EXIT
               END-IF.
               DISPLAY "Importe abonado: " WITH NO ADVANCING.
               MOVE ZERO TO WS-ABONO-IMPORTE.
               ACCEPT WS-ABONO-IMPORTE.

               COMPUTE WS-DIFERENCIA = WS-ABONO-IMPORTE - DVP-IMPORTE.
               IF WS-DIFERENCIA NOT = ZERO
                   MOVE WS-DIFERENCIA TO WS-IMPORTE-ED
                   DISPLAY "AVISO: el abono difiere de la nota de "
                       "cargo en " WS-IMPORTE-ED
                   DISPLAY "Cerrar la devolucion igualmente (S/N): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                       DISPLAY "La devolucion sigue abierta"
                       GO TO REGISTRAR-ABONO-EXIT
                   END-IF
               END-IF.

               MOVE WS-ABONO-NUMERO TO DVP-ABONO-NUMERO.
               MOVE WS-HOY TO DVP-ABONO-FECHA.
               MOVE WS-ABONO-IMPORTE TO DVP-ABONO-IMPORTE.
               SET DVP-ABONADA TO TRUE.
               REWRITE DEVOLUCION-PROV-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA DEVOLUCION ("
                           ST-DEVOLUCION ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Abono registrado; devolucion cerrada"
                       ADD 1 TO WS-JOB-ESCRITOS
               END-REWRITE.

           REGISTRAR-ABONO-EXIT.
               EXIT.

           CONSULTA-DEVOLUCION.
               DISPLAY "Numero de devolucion: " WITH NO ADVANCING.
               MOVE ZERO TO DVP-NUMERO.
               ACCEPT DVP-NUMERO.
               READ DEVOLUCIONES-PROV-FILE
                   INVALID KEY
                       DISPLAY "Devolucion no encontrada ("
                           ST-DEVOLUCION ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-LEIDOS
                       PERFORM MOSTRAR-DEVOLUCION
               END-READ.

           MOSTRAR-DEVOLUCION.
               MOVE DVP-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "Devolucion " DVP-NUMERO " fecha " DVP-FECHA
                   " proveedor " DVP-PROV-ID
                   " autorizacion " DVP-AUTORIZACION.
               DISPLAY "  Tienda " DVP-TIENDA " motivo " DVP-MOTIVO
                   " operador " DVP-OPERADOR
                   " nota de cargo " WS-IMPORTE-ED.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > DVP-N-LINEAS
                   MOVE DVP-IMPORTE-LINEA (WS-I) TO WS-IMPORTE-ED
                   DISPLAY "    " DVP-ITEM-ID (WS-I)
                       " " DVP-QTY (WS-I)
                       " x " DVP-COSTE (WS-I)
                       " = " WS-IMPORTE-ED
                       " " DVP-LOTE (WS-I)
               END-PERFORM.
               IF DVP-ABONADA
                   MOVE DVP-ABONO-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY "  ABONADA " DVP-ABONO-FECHA
                       " abono " DVP-ABONO-NUMERO
                       " por " WS-IMPORTE-ED
               ELSE
                   DISPLAY "  PENDIENTE DE ABONO"
               END-IF.

           LISTADO-ABIERTAS.
      *>   DEVOLUCIONES SIN ABONO CON MAS DE PARM-DIAS-RECLAMACION
      *>   DIAS, PARA QUE COMPRAS RECLAME AL PROVEEDOR
               OPEN OUTPUT DEVOLUCIONES-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "DEVOLUCIONES A PROVEEDOR SIN ABONO CON MAS DE "
                   PARM-DIAS-RECLAMACION " DIAS A " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  NUMERO   FECHA    DIAS PROV. NOMBRE            "
                   & "             AUTORIZACION            IMPORTE"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZERO TO WS-ABIERTAS.
               MOVE ZERO TO WS-TOTAL-ABIERTO.
               MOVE ZEROS TO DVP-NUMERO.
               MOVE 'N' TO EOF-DEVOLUCION.
               START DEVOLUCIONES-PROV-FILE
                   KEY IS NOT LESS THAN DVP-NUMERO
                   INVALID KEY
                       SET FIN-DEVOLUCIONES TO TRUE
               END-START.
               PERFORM UNTIL FIN-DEVOLUCIONES
                   READ DEVOLUCIONES-PROV-FILE NEXT RECORD
                       AT END
                           SET FIN-DEVOLUCIONES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF DVP-PENDIENTE
                               PERFORM LISTAR-ABIERTA
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE WS-TOTAL-ABIERTO TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Devoluciones a reclamar: " WS-ABIERTAS
                   "  Importe pendiente: " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               CLOSE DEVOLUCIONES-REPORT-FILE.

               MOVE "devoluciones-abiertas.dat" TO WS-SPOOL-NOMBRE.
               MOVE "DEVOLUCIONES-PROV" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           LISTAR-ABIERTA.
               COMPUTE WS-DIAS = WS-HOY-ENTERO -
                   FUNCTION INTEGER-OF-DATE (DVP-FECHA).
               IF WS-DIAS > PARM-DIAS-RECLAMACION
                   ADD 1 TO WS-ABIERTAS
                   ADD DVP-IMPORTE TO WS-TOTAL-ABIERTO
                   MOVE DVP-PROV-ID TO PROV-ID
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           MOVE SPACES TO PROV-NOMBRE
                   END-READ
                   MOVE WS-DIAS TO WS-DIAS-ED
                   MOVE DVP-IMPORTE TO WS-IMPORTE-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DVP-NUMERO " " DVP-FECHA " "
                       WS-DIAS-ED " " DVP-PROV-ID " " PROV-NOMBRE
                       " " DVP-AUTORIZACION " " WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "DEVOLUCIONES-PROV" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM DEVOLUCIONES-PROVEEDOR.
