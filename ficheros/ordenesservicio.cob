       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-SERVICIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL SERVICIO-FILE
                   ASSIGN TO "ordenes-servicio.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OSV-NUMERO
                   ALTERNATE KEY OSV-TIENDA WITH DUPLICATES
                   STATUS ST-SERVICIO.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO "./clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT OPTIONAL NUMEROS-SERIE-FILE
                   ASSIGN TO "numeros-serie.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NSE-CLAVE
                   ALTERNATE KEY NSE-SERIE WITH DUPLICATES
                   ALTERNATE KEY NSE-CUST-ID WITH DUPLICATES
                   STATUS ST-SERIE.

                   SELECT OPTIONAL SHOP-RECEIPTS-FILE
                   ASSIGN TO "shop-receipts-file.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT SIN-RECOGER-REPORT-FILE
                   ASSIGN TO "reparaciones-sin-recoger.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT ABIERTAS-REPORT-FILE
                   ASSIGN TO "ordenes-servicio-abiertas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD SERVICIO-FILE.
                   COPY copyosrv.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD NUMEROS-SERIE-FILE.
                   COPY copynser.

               FD SHOP-RECEIPTS-FILE.
                   COPY copyshop.

               FD SIN-RECOGER-REPORT-FILE.
                   01 SIN-RECOGER-LINE PIC X(120).

               FD ABIERTAS-REPORT-FILE.
                   01 ABIERTAS-LINE PIC X(120).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-SERVICIO PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-SERIE PIC X(2).

               01 WS-CLIENTES-OK PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-PROVEEDORES-OK PIC X VALUE 'N'.
                   88 PROVEEDORES-DISPONIBLE VALUE 'S'.
               01 WS-SERIE-OK PIC X VALUE 'N'.
                   88 SERIES-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-ENVIO VALUE "E".
                   88 OPCION-VUELTA VALUE "V".
                   88 OPCION-RECOGIDA VALUE "R".
                   88 OPCION-CONSULTA VALUE "I".
                   88 OPCION-SIN-RECOGER VALUE "P".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC 9(8).
               01 WS-DIAS PIC S9(5).
               01 WS-RESPUESTA PIC X(1).

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.

      *>   UNA REPARACION DEVUELTA Y NO RECOGIDA EN ESTOS DIAS SALE EN
      *>   EL LISTADO DE PENDIENTES DE RECOGER
               01 PARM-DIAS-RECOGIDA PIC 9(3) VALUE 90.
      *>   GARANTIA LEGAL PARA ARTICULOS SIN MESES PROPIOS EN EL
      *>   MAESTRO (LA MISMA QUE APLICA LA CAPTURA DE RECIBOS)
               01 PARM-MESES-GARANTIA PIC 9(2) VALUE 36.

      *>   ARTICULO DE SERVICIO BAJO EL QUE SE COBRAN LAS REPARACIONES
      *>   FUERA DE GARANTIA; SE CREA DESCATALOGADO PARA QUE NI LA
      *>   CAPTURA LO VENDA NI LA REPOSICION LO PIDA
               01 WS-ITEM-REPARACION PIC X(8) VALUE "REPARAC".

               01 WS-SECUENCIA-ORDEN PIC X(10) VALUE "REPARACION".
               01 WS-SECUENCIA-VENTA PIC X(10) VALUE "VENTA".
               01 WS-SECUENCIA-TICKET PIC X(10) VALUE "TICKET".
               01 WS-SECUENCIA-VALOR PIC 9(8).

               01 WS-TIENDA-OSV PIC X(5).
               01 WS-CLI-OSV PIC 9(8).
               01 WS-ITEM-OSV PIC X(8).
               01 WS-SERIE-OSV PIC X(20).
               01 WS-AVERIA-OSV PIC X(60).
               01 WS-PROV-OSV PIC X(5).
               01 WS-IMPORTE-OSV PIC 9(3)V99.
               01 WS-PAGO-OSV PIC X(1).
               01 WS-NUMERO-OSV PIC 9(8).

      *>   COMPROBACION DE GARANTIA
               01 WS-MESES-GARANTIA PIC 9(2).
               01 WS-VENTA-HALLADA PIC X VALUE 'N'.
                   88 VENTA-HALLADA VALUE 'S'.
               01 WS-FECHA-CALCULO PIC 9(8).
               01 FILLER REDEFINES WS-FECHA-CALCULO.
                   05 WS-CAL-ANO PIC 9(4).
                   05 WS-CAL-MES PIC 9(2).
                   05 WS-CAL-DIA PIC 9(2).
               01 WS-CAL-MESES-TOTAL PIC 9(6).

      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico", QUE SOLO ABRE LOS ANOS DEL RANGO PEDIDO
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.

               01 EOF-SERVICIO PIC X VALUE 'N'.
                   88 FIN-SERVICIO VALUE 'S'.
               01 WS-TIENDA-ANTERIOR PIC X(5).
               01 WS-N-TIENDA PIC 9(5).
               01 WS-N-TOTAL PIC 9(5).
               01 WS-SITUACION PIC X(16).
               01 WS-GARANTIA-TXT PIC X(9).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-IMPORTE-ED PIC ZZ9,99.
               01 WS-DIAS-ED PIC ZZZZ9.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   ORDENES DE REPARACION: EL CLIENTE DEJA EN TIENDA UN PRODUCTO
      *>   AVERIADO, LA ORDEN COMPRUEBA SI ESTA EN GARANTIA, SIGUE SU
      *>   ENVIO AL PROVEEDOR Y SU VUELTA, Y AL RECOGERLO COBRA LA
      *>   REPARACION SI NO LA CUBRE LA GARANTIA. LISTA LAS REPARADAS
      *>   SIN RECOGER Y, CADA SEMANA, LAS ABIERTAS DE CADA TIENDA
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).

               OPEN I-O SERVICIO-FILE.
               IF ST-SERVICIO = "35"
                   OPEN OUTPUT SERVICIO-FILE
                   CLOSE SERVICIO-FILE
                   OPEN I-O SERVICIO-FILE
               END-IF.

               OPEN I-O ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos ("
                       ST-ITEM ")"
                   CLOSE SERVICIO-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-CLIENTES-OK.
               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: fichero de clientes no disponible ("
                       ST-CLIENTES "); no se validaran los clientes"
               END-IF.

               MOVE 'N' TO WS-TIENDAS-OK.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-PROVEEDORES-OK.
               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR = "00"
                   SET PROVEEDORES-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-SERIE-OK.
               OPEN INPUT NUMEROS-SERIE-FILE.
               IF ST-SERIE = "00"
                   SET SERIES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "ORDENES DE REPARACION"
                   DISPLAY "  A - Alta (recepcion en tienda)"
                   DISPLAY "  E - Envio al proveedor"
                   DISPLAY "  V - Vuelta del proveedor"
                   DISPLAY "  R - Recogida por el cliente"
                   DISPLAY "  I - Consulta de orden"
                   DISPLAY "  P - Reparaciones sin recoger"
                   DISPLAY "  L - Listado semanal de abiertas por "
                       "tienda"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-ORDEN
                               THRU ALTA-ORDEN-EXIT
                       WHEN OPCION-ENVIO
                           PERFORM ENVIO-PROVEEDOR
                               THRU ENVIO-PROVEEDOR-EXIT
                       WHEN OPCION-VUELTA
                           PERFORM VUELTA-PROVEEDOR
                               THRU VUELTA-PROVEEDOR-EXIT
                       WHEN OPCION-RECOGIDA
                           PERFORM RECOGIDA-CLIENTE
                               THRU RECOGIDA-CLIENTE-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-ORDEN
                               THRU CONSULTA-ORDEN-EXIT
                       WHEN OPCION-SIN-RECOGER
                           PERFORM LISTADO-SIN-RECOGER
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-ABIERTAS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE SERVICIO-FILE.
               CLOSE ITEM-MASTER-FILE.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.
               IF PROVEEDORES-DISPONIBLE
                   CLOSE PROVEEDORES-FILE
               END-IF.
               IF SERIES-DISPONIBLE
                   CLOSE NUMEROS-SERIE-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-ORDEN.
               MOVE 'S' TO WS-DATOS-VALIDOS.

               DISPLAY "ID de tienda (5): " WITH NO ADVANCING.
               ACCEPT WS-TIENDA-OSV.
               IF TIENDAS-DISPONIBLE
                   MOVE WS-TIENDA-OSV TO TIENDA-ID
                   READ TIENDAS-FILE
                       INVALID KEY
                           DISPLAY "ERROR: tienda desconocida: "
                               WS-TIENDA-OSV
                           MOVE 'N' TO WS-DATOS-VALIDOS
                   END-READ
               END-IF.
               IF NOT DATOS-VALIDOS
                   GO TO ALTA-ORDEN-RECHAZO
               END-IF.

               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CLI-OSV.
               ACCEPT WS-CLI-OSV.
               IF WS-CLI-OSV = ZERO
                   DISPLAY "ERROR: la orden exige un cliente"
                   GO TO ALTA-ORDEN-RECHAZO
               END-IF.
               IF CLIENTES-DISPONIBLE
                   MOVE WS-CLI-OSV TO CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: cliente desconocido: "
                               WS-CLI-OSV
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       NOT INVALID KEY
                           DISPLAY "  " CLIENTE-NOMBRE
                   END-READ
               END-IF.
               IF NOT DATOS-VALIDOS
                   GO TO ALTA-ORDEN-RECHAZO
               END-IF.

               DISPLAY "ID articulo: " WITH NO ADVANCING.
               ACCEPT WS-ITEM-OSV.
               MOVE WS-ITEM-OSV TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: articulo desconocido: "
                           WS-ITEM-OSV
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   NOT INVALID KEY
                       DISPLAY "  " ITEM-DESCRIPTION
               END-READ.
               IF NOT DATOS-VALIDOS
                   GO TO ALTA-ORDEN-RECHAZO
               END-IF.
               MOVE ITEM-GARANTIA-MESES TO WS-MESES-GARANTIA.
               IF WS-MESES-GARANTIA = ZERO
                   MOVE PARM-MESES-GARANTIA TO WS-MESES-GARANTIA
               END-IF.

               DISPLAY "Numero de serie (vacio si no tiene): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-SERIE-OSV.
               ACCEPT WS-SERIE-OSV.
               IF WS-SERIE-OSV = SPACES AND ITEM-CON-SERIE
                   DISPLAY "ERROR: el articulo exige numero de serie"
                   GO TO ALTA-ORDEN-RECHAZO
               END-IF.

               DISPLAY "Descripcion de la averia: " WITH NO ADVANCING.
               MOVE SPACES TO WS-AVERIA-OSV.
               ACCEPT WS-AVERIA-OSV.
               IF WS-AVERIA-OSV = SPACES
                   DISPLAY "ERROR: describa la averia"
                   GO TO ALTA-ORDEN-RECHAZO
               END-IF.

               MOVE WS-TIENDA-OSV TO OSV-TIENDA.
               MOVE WS-CLI-OSV TO OSV-CUST-ID.
               MOVE WS-ITEM-OSV TO OSV-ITEM-ID.
               MOVE WS-SERIE-OSV TO OSV-SERIE.
               MOVE WS-AVERIA-OSV TO OSV-AVERIA.
               PERFORM COMPROBAR-GARANTIA.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; no se "
                       "puede comprobar la garantia"
                   GO TO ALTA-ORDEN-RECHAZO
               END-IF.

               CALL "siguientesecuencia" USING
                   WS-SECUENCIA-ORDEN WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO OSV-NUMERO.
               SET OSV-RECIBIDA TO TRUE.
               MOVE WS-HOY TO OSV-FECHA-RECEPCION.
               MOVE ZERO TO OSV-FECHA-ENVIO.
               MOVE ZERO TO OSV-FECHA-VUELTA.
               MOVE ZERO TO OSV-FECHA-RECOGIDA.
               MOVE SPACES TO OSV-PROV-ID.
               MOVE ZERO TO OSV-IMPORTE.
               MOVE ZERO TO OSV-TICKET.
               MOVE WS-OPERADOR TO OSV-OPERADOR.
               WRITE ORDEN-SERVICIO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA ORDEN ("
                           ST-SERVICIO ")"
                       GO TO ALTA-ORDEN-RECHAZO
               END-WRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Orden de reparacion " OSV-NUMERO
                   " abierta para el cliente " OSV-CUST-ID.
               IF OSV-EN-GARANTIA
                   DISPLAY "  EN GARANTIA: vendido el "
                       OSV-FECHA-VENTA ", cubierto hasta "
                       OSV-FIN-GARANTIA
               ELSE
                   IF OSV-FECHA-VENTA = ZERO
                       DISPLAY "  SIN GARANTIA: no consta la venta "
                           "al cliente; la reparacion se cobrara"
                   ELSE
                       DISPLAY "  SIN GARANTIA: vencida el "
                           OSV-FIN-GARANTIA "; la reparacion se "
                           "cobrara"
                   END-IF
               END-IF.
               GO TO ALTA-ORDEN-EXIT.

           ALTA-ORDEN-RECHAZO.
               ADD 1 TO WS-JOB-RECHAZADOS.

           ALTA-ORDEN-EXIT.
               EXIT.

           COMPROBAR-GARANTIA.
      *>   LA UNIDAD CON NUMERO DE SERIE REGISTRADO TRAE SU PROPIA
      *>   FECHA DE VENTA Y FIN DE GARANTIA; SI NO, SE BUSCA LA ULTIMA
      *>   VENTA DEL ARTICULO AL CLIENTE DENTRO DEL PLAZO DE GARANTIA
               MOVE 'N' TO WS-VENTA-HALLADA.
               SET OSV-SIN-GARANTIA TO TRUE.
               MOVE 'N' TO WS-LH-FIN.
               MOVE ZERO TO OSV-FECHA-VENTA.
               MOVE ZERO TO OSV-FIN-GARANTIA.

               IF OSV-SERIE NOT = SPACES AND SERIES-DISPONIBLE
                   MOVE OSV-ITEM-ID TO NSE-ITEM-ID
                   MOVE OSV-SERIE TO NSE-SERIE
                   READ NUMEROS-SERIE-FILE
                       INVALID KEY
                           DISPLAY "AVISO: el numero de serie no "
                               "consta vendido"
                       NOT INVALID KEY
                           IF NSE-VENDIDO
                               SET VENTA-HALLADA TO TRUE
                               MOVE NSE-FECHA-VENTA
                                   TO OSV-FECHA-VENTA
                               MOVE NSE-FIN-GARANTIA
                                   TO OSV-FIN-GARANTIA
                               IF NSE-CUST-ID NOT = OSV-CUST-ID
                                   DISPLAY "AVISO: la unidad se "
                                       "vendio al cliente "
                                       NSE-CUST-ID
                               END-IF
                           END-IF
                   END-READ
               END-IF.

               IF NOT VENTA-HALLADA
                   PERFORM BUSCAR-VENTA-HISTORICO
                   IF VENTA-HALLADA
                       MOVE OSV-FECHA-VENTA TO WS-FECHA-CALCULO
                       PERFORM SUMAR-MESES-GARANTIA
                       MOVE WS-FECHA-CALCULO TO OSV-FIN-GARANTIA
                   END-IF
               END-IF.

               IF VENTA-HALLADA AND OSV-FIN-GARANTIA NOT < WS-HOY
                   SET OSV-EN-GARANTIA TO TRUE
               END-IF.

           BUSCAR-VENTA-HISTORICO.
      *>   SOLO INTERESAN LAS VENTAS DESDE HACE TANTOS MESES COMO DURA
      *>   LA GARANTIA DEL ARTICULO
               MOVE WS-HOY TO WS-FECHA-CALCULO.
               COMPUTE WS-CAL-MESES-TOTAL =
                   (WS-CAL-ANO * 12) + WS-CAL-MES - 1
                   - WS-MESES-GARANTIA.
               DIVIDE WS-CAL-MESES-TOTAL BY 12
                   GIVING WS-CAL-ANO REMAINDER WS-CAL-MES.
               ADD 1 TO WS-CAL-MES.
               MOVE 1 TO WS-CAL-DIA.
               MOVE WS-FECHA-CALCULO TO WS-LH-DESDE.
               MOVE WS-HOY TO WS-LH-HASTA.

               MOVE 'N' TO EOF-HIST.
               MOVE "I" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.
               PERFORM UNTIL FIN-HISTORICO
                   MOVE "N" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
                       IF HIST-VENTA
                           AND HIST-CUST-ID = OSV-CUST-ID
                           AND HIST-ITEM-ID = OSV-ITEM-ID
                           AND HIST-SALE-DATE > OSV-FECHA-VENTA
                           SET VENTA-HALLADA TO TRUE
                           MOVE HIST-SALE-DATE TO OSV-FECHA-VENTA
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           SUMAR-MESES-GARANTIA.
      *>   FECHA MAS LOS MESES DE GARANTIA; UN DIA QUE NO EXISTE EN EL
      *>   MES DE VENCIMIENTO PASA AL ULTIMO DEL MES
               COMPUTE WS-CAL-MESES-TOTAL =
                   (WS-CAL-ANO * 12) + WS-CAL-MES - 1
                   + WS-MESES-GARANTIA.
               DIVIDE WS-CAL-MESES-TOTAL BY 12
                   GIVING WS-CAL-ANO REMAINDER WS-CAL-MES.
               ADD 1 TO WS-CAL-MES.
               EVALUATE TRUE
                   WHEN WS-CAL-MES = 2 AND WS-CAL-DIA > 28
                       IF FUNCTION MOD (WS-CAL-ANO, 4) = ZERO
                           MOVE 29 TO WS-CAL-DIA
                       ELSE
                           MOVE 28 TO WS-CAL-DIA
                       END-IF
                   WHEN (WS-CAL-MES = 4 OR WS-CAL-MES = 6
                           OR WS-CAL-MES = 9 OR WS-CAL-MES = 11)
                           AND WS-CAL-DIA > 30
                       MOVE 30 TO WS-CAL-DIA
               END-EVALUATE.

           LEER-ORDEN.
               DISPLAY "Numero de orden: " WITH NO ADVANCING.
               MOVE ZERO TO WS-NUMERO-OSV.
               ACCEPT WS-NUMERO-OSV.
               MOVE WS-NUMERO-OSV TO OSV-NUMERO.
               MOVE 'S' TO WS-DATOS-VALIDOS.
               READ SERVICIO-FILE
                   INVALID KEY
                       DISPLAY "ERROR: orden no encontrada: "
                           WS-NUMERO-OSV
                       MOVE 'N' TO WS-DATOS-VALIDOS
               END-READ.

           ENVIO-PROVEEDOR.
               PERFORM LEER-ORDEN.
               IF NOT DATOS-VALIDOS
                   GO TO ENVIO-PROVEEDOR-EXIT
               END-IF.
               IF NOT OSV-RECIBIDA
                   DISPLAY "ERROR: solo se envian ordenes recibidas "
                       "en tienda"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ENVIO-PROVEEDOR-EXIT
               END-IF.

      *>   POR DEFECTO, EL PROVEEDOR HABITUAL DEL ARTICULO
               MOVE SPACES TO WS-PROV-OSV.
               MOVE OSV-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   NOT INVALID KEY
                       MOVE ITEM-PROVEEDOR TO WS-PROV-OSV
               END-READ.
               DISPLAY "Proveedor (vacio=" WS-PROV-OSV "): "
                   WITH NO ADVANCING.
               MOVE SPACES TO OSV-PROV-ID.
               ACCEPT OSV-PROV-ID.
               IF OSV-PROV-ID = SPACES
                   MOVE WS-PROV-OSV TO OSV-PROV-ID
               END-IF.
               IF OSV-PROV-ID = SPACES
                   DISPLAY "ERROR: indique el proveedor"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ENVIO-PROVEEDOR-EXIT
               END-IF.
               IF PROVEEDORES-DISPONIBLE
                   MOVE OSV-PROV-ID TO PROV-ID
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: proveedor desconocido: "
                               OSV-PROV-ID
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO ENVIO-PROVEEDOR-EXIT
                       NOT INVALID KEY
                           DISPLAY "  " PROV-NOMBRE
                   END-READ
               END-IF.

               SET OSV-EN-PROVEEDOR TO TRUE.
               MOVE WS-HOY TO OSV-FECHA-ENVIO.
               REWRITE ORDEN-SERVICIO-REG.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Orden " OSV-NUMERO " enviada al proveedor "
                   OSV-PROV-ID.

           ENVIO-PROVEEDOR-EXIT.
               EXIT.

           VUELTA-PROVEEDOR.
      *>   LA REPARACION VUELVE DEL PROVEEDOR (O SE HIZO EN TIENDA SIN
      *>   ENVIARLA); FUERA DE GARANTIA SE FIJA AQUI LO QUE SE COBRARA
               PERFORM LEER-ORDEN.
               IF NOT DATOS-VALIDOS
                   GO TO VUELTA-PROVEEDOR-EXIT
               END-IF.
               IF NOT OSV-RECIBIDA AND NOT OSV-EN-PROVEEDOR
                   DISPLAY "ERROR: la orden no esta pendiente de "
                       "reparar"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VUELTA-PROVEEDOR-EXIT
               END-IF.

               MOVE ZERO TO OSV-IMPORTE.
               IF OSV-SIN-GARANTIA
                   DISPLAY "Importe de la reparacion (EUR): "
                       WITH NO ADVANCING
                   MOVE ZERO TO WS-IMPORTE-OSV
                   ACCEPT WS-IMPORTE-OSV
                   MOVE WS-IMPORTE-OSV TO OSV-IMPORTE
               END-IF.

               SET OSV-DEVUELTA TO TRUE.
               MOVE WS-HOY TO OSV-FECHA-VUELTA.
               REWRITE ORDEN-SERVICIO-REG.
               ADD 1 TO WS-JOB-ESCRITOS.
               MOVE OSV-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "Orden " OSV-NUMERO " lista para recoger; "
                   "avisar al cliente " OSV-CUST-ID
                   " (a cobrar " WS-IMPORTE-ED " EUR)".

           VUELTA-PROVEEDOR-EXIT.
               EXIT.

           RECOGIDA-CLIENTE.
               PERFORM LEER-ORDEN.
               IF NOT DATOS-VALIDOS
                   GO TO RECOGIDA-CLIENTE-EXIT
               END-IF.
               IF NOT OSV-DEVUELTA
                   DISPLAY "ERROR: la orden no esta lista para "
                       "recoger"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO RECOGIDA-CLIENTE-EXIT
               END-IF.

               IF OSV-IMPORTE > ZERO
                   MOVE OSV-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY "Importe a cobrar: " WS-IMPORTE-ED " EUR"
                   DISPLAY "Forma de pago (E=efectivo T=tarjeta "
                       "C=a cuenta): " WITH NO ADVANCING
                   ACCEPT WS-PAGO-OSV
                   IF WS-PAGO-OSV NOT = "E" AND WS-PAGO-OSV NOT = "T"
                       AND WS-PAGO-OSV NOT = "C"
                       DISPLAY "Forma de pago no valida; se asume E"
                       MOVE "E" TO WS-PAGO-OSV
                   END-IF
                   PERFORM GRABAR-LINEA-REPARACION
               END-IF.

               SET OSV-RECOGIDA TO TRUE.
               MOVE WS-HOY TO OSV-FECHA-RECOGIDA.
               REWRITE ORDEN-SERVICIO-REG.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Orden " OSV-NUMERO " cerrada: recogida por "
                   "el cliente".

           RECOGIDA-CLIENTE-EXIT.
               EXIT.

           GRABAR-LINEA-REPARACION.
      *>   EL COBRO ENTRA EN CAJA COMO LINEA DE RECIBO DEL ARTICULO DE
      *>   SERVICIO "REPARAC" (CANTIDAD 1, PRECIO = IMPORTE), PARA QUE
      *>   EL CIERRE NOCTURNO LA POSTEE COMO CUALQUIER OTRA VENTA
               PERFORM ASEGURAR-ITEM-REPARACION.

               OPEN EXTEND SHOP-RECEIPTS-FILE.
               MOVE "H" TO TYPE-CODE OF SHOP-DETAILS-REG.
               MOVE OSV-TIENDA TO SHOP-ID.
               MOVE SPACES TO SHOP-LOCATION.
               IF TIENDAS-DISPONIBLE
                   MOVE OSV-TIENDA TO TIENDA-ID
                   READ TIENDAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TIENDA-LOCALIDAD TO SHOP-LOCATION
                   END-READ
               END-IF.
               WRITE SHOP-DETAILS-REG.

               CALL "siguientesecuencia" USING WS-SECUENCIA-TICKET
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO OSV-TICKET.
               CALL "siguientesecuencia" USING WS-SECUENCIA-VENTA
                   WS-SECUENCIA-VALOR.
               MOVE "S" TO TYPE-CODE OF SALES-RECEIPT-REG.
               MOVE WS-ITEM-REPARACION TO ITEM-ID.
               MOVE 1 TO QTY-SOLD.
               MOVE OSV-IMPORTE TO ITEM-COST.
               MOVE WS-HOY TO SALE-DATE.
               MOVE WS-SECUENCIA-VALOR TO SALE-SEQ.
               MOVE OSV-CUST-ID TO CUST-ID.
               MOVE WS-PAGO-OSV TO SALE-PAY-METHOD.
               MOVE ZEROS TO SALE-EMPLEADO-ID.
               MOVE "01" TO SALE-TILL-ID.
               MOVE OSV-TICKET TO SALE-TICKET.
               WRITE SALES-RECEIPT-REG.
               CLOSE SHOP-RECEIPTS-FILE.

               DISPLAY "Reparacion cobrada en el ticket " OSV-TICKET.

           ASEGURAR-ITEM-REPARACION.
               MOVE WS-ITEM-REPARACION TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE WS-ITEM-REPARACION TO ITEM-ID-KEY
                       MOVE "REPARACION" TO ITEM-DESCRIPTION
                       MOVE "SV" TO ITEM-CATEGORY
                       MOVE ZERO TO ITEM-STOCK-QTY
                       MOVE ZERO TO ITEM-REORDER-POINT
                       MOVE ZERO TO ITEM-COSTE
                       MOVE ZERO TO ITEM-PRECIO-REF
                       MOVE SPACES TO ITEM-PROVEEDOR
                       MOVE SPACES TO ITEM-BARCODE
                       MOVE "D" TO ITEM-ESTADO
                       MOVE "N" TO ITEM-NUMERO-SERIE
                       MOVE ZERO TO ITEM-GARANTIA-MESES
                       MOVE "UD " TO ITEM-UNIDAD-COMPRA
                       MOVE 1 TO ITEM-UNIDADES-PACK
                       MOVE SPACE TO ITEM-CLASE-ABC
                       WRITE ITEM-MASTER-REG
                           INVALID KEY
                               DISPLAY "ERROR AL CREAR EL ARTICULO "
                                   "DE SERVICIO (" ST-ITEM ")"
                       END-WRITE
               END-READ.

           CONSULTA-ORDEN.
               PERFORM LEER-ORDEN.
               IF NOT DATOS-VALIDOS
                   GO TO CONSULTA-ORDEN-EXIT
               END-IF.
               ADD 1 TO WS-JOB-LEIDOS.
               PERFORM TEXTO-SITUACION.
               MOVE OSV-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "ORDEN: " OSV-NUMERO " TIENDA: " OSV-TIENDA
                   " " WS-SITUACION.
               DISPLAY "  Cliente " OSV-CUST-ID " articulo "
                   OSV-ITEM-ID " serie " OSV-SERIE.
               DISPLAY "  Averia: " OSV-AVERIA.
               DISPLAY "  " WS-GARANTIA-TXT " venta " OSV-FECHA-VENTA
                   " fin garantia " OSV-FIN-GARANTIA.
               DISPLAY "  Recibida " OSV-FECHA-RECEPCION
                   " enviada " OSV-FECHA-ENVIO
                   " proveedor " OSV-PROV-ID.
               DISPLAY "  Vuelta " OSV-FECHA-VUELTA
                   " recogida " OSV-FECHA-RECOGIDA
                   " importe " WS-IMPORTE-ED
                   " ticket " OSV-TICKET.

           CONSULTA-ORDEN-EXIT.
               EXIT.

           TEXTO-SITUACION.
               EVALUATE TRUE
                   WHEN OSV-RECIBIDA
                       MOVE "RECIBIDA" TO WS-SITUACION
                   WHEN OSV-EN-PROVEEDOR
                       MOVE "EN PROVEEDOR" TO WS-SITUACION
                   WHEN OSV-DEVUELTA
                       MOVE "PARA RECOGER" TO WS-SITUACION
                   WHEN OSV-RECOGIDA
                       MOVE "RECOGIDA" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "DESCONOCIDA" TO WS-SITUACION
               END-EVALUATE.
               IF OSV-EN-GARANTIA
                   MOVE "GARANTIA" TO WS-GARANTIA-TXT
               ELSE
                   MOVE "A COBRAR" TO WS-GARANTIA-TXT
               END-IF.

           LISTADO-SIN-RECOGER.
      *>   REPARACIONES DEVUELTAS POR EL PROVEEDOR QUE EL CLIENTE NO
      *>   HA RECOGIDO PASADOS LOS DIAS DEL PARAMETRO
               OPEN OUTPUT SIN-RECOGER-REPORT-FILE.
               MOVE SPACES TO SIN-RECOGER-LINE.
               STRING "REPARACIONES SIN RECOGER DESDE HACE MAS DE "
                   PARM-DIAS-RECOGIDA " DIAS A " WS-HOY
                   DELIMITED BY SIZE INTO SIN-RECOGER-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-SIN-RECOGER.
               MOVE "  ORDEN    TIENDA CLIENTE  ARTICULO VUELTA    "
                   & "  DIAS  IMPORTE"
                   TO SIN-RECOGER-LINE.
               PERFORM REGISTRAR-LINEA-SIN-RECOGER.

               MOVE ZERO TO WS-N-TOTAL.
               MOVE ZERO TO OSV-NUMERO.
               MOVE 'N' TO EOF-SERVICIO.
               START SERVICIO-FILE KEY IS NOT LESS THAN OSV-NUMERO
                   INVALID KEY
                       SET FIN-SERVICIO TO TRUE
               END-START.
               PERFORM UNTIL FIN-SERVICIO
                   READ SERVICIO-FILE NEXT RECORD
                       AT END
                           SET FIN-SERVICIO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF OSV-DEVUELTA
                               PERFORM LISTAR-SIN-RECOGER
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO SIN-RECOGER-LINE.
               STRING "Reparaciones sin recoger: " WS-N-TOTAL
                   DELIMITED BY SIZE INTO SIN-RECOGER-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-SIN-RECOGER.
               CLOSE SIN-RECOGER-REPORT-FILE.

               MOVE "reparaciones-sin-recoger.dat" TO WS-SPOOL-NOMBRE.
               MOVE "ORDENES-SERVICIO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           LISTAR-SIN-RECOGER.
               COMPUTE WS-DIAS = WS-HOY-ENTERO
                   - FUNCTION INTEGER-OF-DATE (OSV-FECHA-VUELTA).
               IF WS-DIAS > PARM-DIAS-RECOGIDA
                   ADD 1 TO WS-N-TOTAL
                   MOVE WS-DIAS TO WS-DIAS-ED
                   MOVE OSV-IMPORTE TO WS-IMPORTE-ED
                   MOVE SPACES TO SIN-RECOGER-LINE
                   STRING "  " OSV-NUMERO " " OSV-TIENDA "  "
                       OSV-CUST-ID " " OSV-ITEM-ID " "
                       OSV-FECHA-VUELTA " " WS-DIAS-ED " "
                       WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO SIN-RECOGER-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-SIN-RECOGER
               END-IF.

           REGISTRAR-LINEA-SIN-RECOGER.
               DISPLAY SIN-RECOGER-LINE.
               WRITE SIN-RECOGER-LINE.

           LISTADO-ABIERTAS.
      *>   LISTADO SEMANAL PARA CADA TIENDA DE SUS ORDENES ABIERTAS Y
      *>   LOS DIAS QUE LLEVAN DESDE QUE EL CLIENTE DEJO EL PRODUCTO;
      *>   SE RECORRE POR LA CLAVE DE TIENDA PARA CORTAR POR TIENDA
               OPEN OUTPUT ABIERTAS-REPORT-FILE.
               MOVE SPACES TO ABIERTAS-LINE.
               STRING "ORDENES DE REPARACION ABIERTAS POR TIENDA A "
                   WS-HOY
                   DELIMITED BY SIZE INTO ABIERTAS-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-ABIERTAS.

               MOVE ZERO TO WS-N-TOTAL.
               MOVE ZERO TO WS-N-TIENDA.
               MOVE SPACES TO WS-TIENDA-ANTERIOR.
               MOVE LOW-VALUES TO OSV-TIENDA.
               MOVE 'N' TO EOF-SERVICIO.
               START SERVICIO-FILE KEY IS NOT LESS THAN OSV-TIENDA
                   INVALID KEY
                       SET FIN-SERVICIO TO TRUE
               END-START.
               PERFORM UNTIL FIN-SERVICIO
                   READ SERVICIO-FILE NEXT RECORD
                       AT END
                           SET FIN-SERVICIO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF OSV-ABIERTA
                               PERFORM LISTAR-ABIERTA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-N-TIENDA > ZERO
                   PERFORM TOTAL-TIENDA-ABIERTAS
               END-IF.

               MOVE SPACES TO ABIERTAS-LINE.
               STRING "Ordenes abiertas en todas las tiendas: "
                   WS-N-TOTAL
                   DELIMITED BY SIZE INTO ABIERTAS-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-ABIERTAS.
               CLOSE ABIERTAS-REPORT-FILE.

               MOVE "ordenes-servicio-abiertas.dat"
                   TO WS-SPOOL-NOMBRE.
               MOVE "ORDENES-SERVICIO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           LISTAR-ABIERTA.
               IF OSV-TIENDA NOT = WS-TIENDA-ANTERIOR
                   IF WS-N-TIENDA > ZERO
                       PERFORM TOTAL-TIENDA-ABIERTAS
                   END-IF
                   MOVE OSV-TIENDA TO WS-TIENDA-ANTERIOR
                   MOVE ZERO TO WS-N-TIENDA
                   MOVE SPACES TO ABIERTAS-LINE
                   PERFORM REGISTRAR-LINEA-ABIERTAS
                   MOVE SPACES TO ABIERTAS-LINE
                   STRING "TIENDA " OSV-TIENDA
                       DELIMITED BY SIZE INTO ABIERTAS-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-ABIERTAS
                   MOVE "  ORDEN    CLIENTE  ARTICULO SITUACION       "
                       & " GARANTIA  RECIBIDA   DIAS"
                       TO ABIERTAS-LINE
                   PERFORM REGISTRAR-LINEA-ABIERTAS
               END-IF.

               ADD 1 TO WS-N-TIENDA.
               ADD 1 TO WS-N-TOTAL.
               PERFORM TEXTO-SITUACION.
               COMPUTE WS-DIAS = WS-HOY-ENTERO
                   - FUNCTION INTEGER-OF-DATE (OSV-FECHA-RECEPCION).
               MOVE WS-DIAS TO WS-DIAS-ED.
               MOVE SPACES TO ABIERTAS-LINE.
               STRING "  " OSV-NUMERO " " OSV-CUST-ID " "
                   OSV-ITEM-ID " " WS-SITUACION " "
                   WS-GARANTIA-TXT " " OSV-FECHA-RECEPCION " "
                   WS-DIAS-ED
                   DELIMITED BY SIZE INTO ABIERTAS-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-ABIERTAS.

           TOTAL-TIENDA-ABIERTAS.
               MOVE SPACES TO ABIERTAS-LINE.
               STRING "  Abiertas en la tienda " WS-TIENDA-ANTERIOR
                   ": " WS-N-TIENDA
                   DELIMITED BY SIZE INTO ABIERTAS-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-ABIERTAS.

           REGISTRAR-LINEA-ABIERTAS.
               DISPLAY ABIERTAS-LINE.
               WRITE ABIERTAS-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "ORDENES-SERVICIO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM ORDENES-SERVICIO.
