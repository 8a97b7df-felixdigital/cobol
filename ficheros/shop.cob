                   RECORD KEY IS HIST-CLAVE
                   STATUS ST-HISTORICO.

                   SELECT OPTIONAL INCIDENCIAS-DEVOLUCION-FILE
                   ASSIGN TO "incidencias-devolucion.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INC-CLAVE
                   STATUS ST-INCIDENCIAS.

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PRECIO-CLAVE
                   STATUS ST-PRECIOS.

      *>   ACUERDOS DE PRECIO NEGOCIADOS CON CLIENTES PROFESIONALES
                   SELECT OPTIONAL ACUERDOS-PRECIO-FILE
                   ASSIGN TO "acuerdos-precio.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ACU-NUMERO
                   ALTERNATE RECORD KEY IS ACU-CLI-ID WITH DUPLICATES
                   STATUS ST-ACUERDOS.

                   SELECT OPTIONAL STOCK-TIENDAS-FILE
                   ASSIGN TO "stock-tiendas.dat"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STKT-CLAVE
                   STATUS ST-STOCK-TIENDA.

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT OPTIONAL CIERRE-EJERCICIO-FILE
                   ASSIGN TO "cierre-ejercicio.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
               FD VENTAS-HISTORICO-FILE.
                   COPY copyhist.

               FD INCIDENCIAS-DEVOLUCION-FILE.
                   COPY copyincd.

               FD DEVOLUCIONES-HUERFANAS-FILE.
                   01 HUERFANA-LINE PIC X(100).

               FD RECIBOS-PENDIENTES-FILE.
                   01 PENDIENTE-REG PIC X(80).

               FD FIDELIDAD-FILE.
                   COPY copyfide.
               FD PRECIOS-FILE.
                   COPY copyprec.

               FD ACUERDOS-PRECIO-FILE.
                   COPY copyacue.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD KITS-FILE.
                   COPY copykit.

               FD CIERRE-EJERCICIO-FILE.
                   01 CIERRE-EJERCICIO-REG.
                       05 CEJ-ANO PIC 9(4).
               01 WS-LINE-TOTAL-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-MOVIMIENTO-SIGNO PIC S9 VALUE 1.
               01 WS-MOVIMIENTO-ETIQUETA PIC X(11) VALUE SPACES.
      *>   MOVIMIENTO DE LOTES DE PERECEDEROS POR CADA LINEA POSTEADA
               01 WS-LOTE-OPERACION PIC X(1).
               COPY copylpet.
               COPY copykpet.
               01 WS-DESCUENTO-PCT PIC 9V999 VALUE ZERO.
               01 WS-DESCUENTO-IMPORTE PIC 9(7)V99 VALUE ZERO.

               77 ST-HISTORICO PIC X(2).
               01 WS-HISTORICO-OK PIC X VALUE 'N'.
                   88 HISTORICO-DISPONIBLE VALUE 'S'.
      *>   CADA LINEA POSTEADA ENTRA EN LOS INDICES POR CLIENTE Y POR
      *>   ARTICULO DEL HISTORICO VIVO ("indexarhistorico", ANO 0)
               01 WS-IX-OPERACION PIC X(1).
               01 WS-IX-ANO PIC 9(4) VALUE ZERO.
               01 WS-IX-ESTADO PIC X(2).
               01 WS-IX-CUENTA PIC 9(7).
               01 WS-LINEA-DUPLICADA PIC X VALUE 'N'.
                   88 LINEA-DUPLICADA VALUE 'S'.

               01 WS-FIN-SCAN-HIST PIC X VALUE 'N'.
                   88 FIN-SCAN-HIST VALUE 'S'.
               01 WS-HUERFANAS-CONTADOR PIC 9(5) VALUE ZERO.
      *>   UNIDADES DE LA VENTA DE ORIGEN COBRADAS CON TARJETA: UNA
      *>   DEVOLUCION EN EFECTIVO CONTRA ELLAS QUEDA COMO INCIDENCIA
               01 WS-DEV-VENDIDO-TARJETA PIC 9(5) VALUE ZERO.

               77 ST-INCIDENCIAS PIC X(2).
               01 WS-INCIDENCIAS-OK PIC X VALUE 'N'.
                   88 INCIDENCIAS-DISPONIBLE VALUE 'S'.

               01 WS-CURRENT-SHOP-LOCATION PIC X(30) VALUE SPACES.
               01 WS-ASOF-FLAG PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-STKT-ANTERIOR PIC S9(5).

      *>   UN KIT NO LLEVA STOCK: SU LINEA MUEVE EL DE SUS COMPONENTES.
      *>   ARTICULO Y CANTIDAD QUE MUEVE CADA POSTEO DE STOCK
               77 ST-KITS PIC X(2).
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.
               01 WS-KIT-TABLA.
                   05 WS-KIT-ENTRADA OCCURS 20 TIMES.
                       10 WS-KIT-COMPONENTE PIC X(8).
                       10 WS-KIT-CANTIDAD PIC 9(3).
               01 WS-KIT-N PIC 9(2) VALUE ZERO.
               77 WS-K PIC 9(2).
               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.
               01 WS-KIT-ID PIC X(8).
               01 WS-STOCK-ITEM-ID PIC X(8).
               01 WS-STOCK-QTY PIC 9(5).

               77 ST-TIENDA PIC X(2).
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
                   88 FIN-SCAN-PRECIO VALUE 'S'.
               01 WS-PRECIO-VIGENTE PIC 9(3)V99.

      *>   ACUERDO DE PRECIO DEL CLIENTE QUE RIGE EN LA LINEA (A CEROS
      *>   SI NO HAY); NIVEL 2 = DE ARTICULO, 1 = DE CATEGORIA
               77 ST-ACUERDOS PIC X(2).
               01 WS-ACUERDOS-OK PIC X VALUE 'N'.
                   88 ACUERDOS-DISPONIBLE VALUE 'S'.
               01 WS-FIN-SCAN-ACUERDO PIC X VALUE 'N'.
                   88 FIN-SCAN-ACUERDO VALUE 'S'.
               01 WS-ACUERDO-APLICADO PIC 9(8) VALUE ZERO.
               01 WS-ACUERDO-MODO PIC X(1).
               01 WS-ACUERDO-PRECIO PIC 9(3)V99.
               01 WS-ACUERDO-DTO PIC 9(2)V99.
               01 WS-ACUERDO-DESDE PIC 9(8).
               01 WS-ACUERDO-NIVEL PIC 9(1).
               01 WS-ACUERDO-NIVEL-LINEA PIC 9(1).

               01 WS-PRECIO-DESVIACION PIC 9(5)V99.
               01 WS-PRECIO-LIMITE PIC 9(5)V99.
               01 WS-PRECIO-ESPERADO-ED PIC ZZ9,99.
              PERFORM ABRIR-HISTORICO.
              PERFORM ABRIR-FIDELIDAD.
              PERFORM ABRIR-STOCK-TIENDAS.
              PERFORM ABRIR-KITS.
              PERFORM ABRIR-INCIDENCIAS.
              PERFORM ABRIR-PRECIOS.
              PERFORM ABRIR-ACUERDOS.
              PERFORM CARGAR-PROMOCIONES
                  THRU CARGAR-PROMOCIONES-EXIT.


              IF HISTORICO-DISPONIBLE
                  CLOSE VENTAS-HISTORICO-FILE
                  MOVE "C" TO WS-IX-OPERACION
                  CALL "indexarhistorico" USING WS-IX-OPERACION
                      WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                      WS-IX-CUENTA
              END-IF.

              IF FIDELIDAD-DISPONIBLE
                  CLOSE STOCK-TIENDAS-FILE
              END-IF.

              IF KITS-DISPONIBLE
                  CLOSE KITS-FILE
              END-IF.

              IF INCIDENCIAS-DISPONIBLE
                  CLOSE INCIDENCIAS-DEVOLUCION-FILE
              END-IF.

              IF PRECIOS-DISPONIBLE
                  CLOSE PRECIOS-FILE
              END-IF.

              IF ACUERDOS-DISPONIBLE
                  CLOSE ACUERDOS-PRECIO-FILE
              END-IF.

              MOVE SHOP-TOTAL TO SHOP-TOTAL-ED.
              STRING "TOTAL GENERAL: " SHOP-TOTAL-ED
                  DELIMITED BY SIZE
                       END-IF
                       IF DEVOLUCION-VALIDA
                           PERFORM PROCESAR-MOVIMIENTO-VENTA
                           IF WS-MOVIMIENTO-SIGNO = -1
                               AND PAGO-EFECTIVO
                               AND WS-DEV-VENDIDO-TARJETA > ZERO
                               MOVE "E" TO INC-TIPO
                               PERFORM REGISTRAR-INCIDENCIA-DEVOLUCION
                           END-IF
                       ELSE
                           PERFORM REGISTRAR-HUERFANA
                       END-IF
                   MOVE WS-PROMO-APLICADA TO HIST-PROMO
                   MOVE SALE-PAY-METHOD TO HIST-PAY-METHOD
                   MOVE SALE-EMPLEADO-ID TO HIST-EMPLEADO-ID
                   MOVE SALE-TILL-ID TO HIST-TILL-ID
                   MOVE WS-ACUERDO-APLICADO TO HIST-ACUERDO
      *>   LAS LINEAS CAPTURADAS ANTES DEL TICKET LLEGAN CON EL CAMPO
      *>   EN BLANCO Y PASAN AL HISTORICO SIN TICKET
                   IF SALE-TICKET IS NUMERIC
                       MOVE SALE-TICKET TO HIST-TICKET
                   ELSE
                       MOVE ZEROS TO HIST-TICKET
                   END-IF
                   WRITE HISTORICO-REG
                       INVALID KEY
                           MOVE "ERROR DE ESCRITURA EN HISTORICO" TO
                               EXC-MENSAJE
                           PERFORM REGISTRAR-EXCEPCION
                       NOT INVALID KEY
                           MOVE "A" TO WS-IX-OPERACION
                           CALL "indexarhistorico" USING
                               WS-IX-OPERACION WS-IX-ANO
                               HISTORICO-REG WS-IX-ESTADO WS-IX-CUENTA
                   END-WRITE
               END-IF.

      *>   UNA DEVOLUCION SOLO SE ACEPTA SI LA TIENDA VENDIO ANTES ESE
      *>   ARTICULO A ESE CLIENTE Y LA CANTIDAD NO EXCEDE LO VENDIDO
      *>   MENOS LO YA DEVUELTO, SEGUN EL HISTORICO
               MOVE ZERO TO WS-DEV-VENDIDO-TARJETA.
               IF NOT HISTORICO-DISPONIBLE
                   GO TO VERIFICAR-DEVOLUCION-EXIT
               END-IF.
               MOVE ZERO TO WS-DEV-VENDIDO.
               MOVE ZERO TO WS-DEV-DEVUELTO.

      *>   CON CLIENTE IDENTIFICADO BASTA SU INDICE; SIN CLIENTE O SIN
      *>   INDICE SE RECORREN LAS LINEAS DE LA TIENDA
               IF CUST-ID NOT = ZERO
                   MOVE CUST-ID TO HIST-CUST-ID
                   MOVE "K" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO = "00" OR WS-IX-ESTADO = "10"
                       PERFORM VERIFICAR-DEVOLUCION-INDICE
                       GO TO VERIFICAR-DEVOLUCION-JUZGAR
                   END-IF
               END-IF.

               MOVE WS-CURRENT-SHOP-ID TO HIST-SHOP-ID.
               MOVE ZEROS TO HIST-SALE-DATE.
               MOVE ZEROS TO HIST-SALE-SEQ.
                           IF HIST-SHOP-ID NOT = WS-CURRENT-SHOP-ID
                               SET FIN-SCAN-HIST TO TRUE
                           ELSE
                               PERFORM ACUMULAR-DEVOLUCION
                           END-IF
                   END-READ
               END-PERFORM.
           VERIFICAR-DEVOLUCION-EXIT.
               EXIT.

           VERIFICAR-DEVOLUCION-INDICE.
      *>   EL INDICE DA LAS CLAVES DE LAS LINEAS DEL CLIENTE; SOLO SE
      *>   LEEN LAS DE ESTA TIENDA
               MOVE 'N' TO WS-FIN-SCAN-HIST.
               IF WS-IX-ESTADO NOT = "00"
                   SET FIN-SCAN-HIST TO TRUE
               END-IF.
               PERFORM UNTIL FIN-SCAN-HIST
                   MOVE "S" TO WS-IX-OPERACION
                   CALL "indexarhistorico" USING WS-IX-OPERACION
                       WS-IX-ANO HISTORICO-REG WS-IX-ESTADO
                       WS-IX-CUENTA
                   IF WS-IX-ESTADO NOT = "00"
                       SET FIN-SCAN-HIST TO TRUE
                   ELSE
                       IF HIST-SHOP-ID = WS-CURRENT-SHOP-ID
                           READ VENTAS-HISTORICO-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM ACUMULAR-DEVOLUCION
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM.

           ACUMULAR-DEVOLUCION.
               IF HIST-ITEM-ID = ITEM-ID
                   AND HIST-CUST-ID = CUST-ID
                   IF HIST-VENTA
                       ADD HIST-QTY TO WS-DEV-VENDIDO
                   END-IF
                   IF HIST-VENTA
                       AND HIST-PAY-METHOD = "T"
                       ADD HIST-QTY TO WS-DEV-VENDIDO-TARJETA
                   END-IF
                   IF HIST-DEVOLUCION
                       ADD HIST-QTY TO WS-DEV-DEVUELTO
                   END-IF
               END-IF.

           REGISTRAR-HUERFANA.
               ADD 1 TO WS-HUERFANAS-CONTADOR.
               MOVE SPACES TO HUERFANA-LINE.
                   INTO HUERFANA-LINE
               END-STRING.
               WRITE HUERFANA-LINE.
               MOVE "H" TO INC-TIPO.
               PERFORM REGISTRAR-INCIDENCIA-DEVOLUCION.

               MOVE SPACES TO EXC-MENSAJE.
               STRING "DEVOLUCION SIN VENTA DE ORIGEN ["
           RESOLVER-PRECIO-VIGENTE.
      *>   PRECIO DE REFERENCIA VIGENTE EN LA FECHA DE LA LINEA: EL
      *>   ULTIMO PRECIO FECHADO CON EFECTO NO POSTERIOR A SALE-DATE;
      *>   SIN PRECIOS FECHADOS RIGE EL DEL MAESTRO. UN ACUERDO DE
      *>   PRECIO NETO DEL CLIENTE MANDA SOBRE TODO ELLO, Y UNO DE
      *>   DESCUENTO SE APLICA SOBRE EL PRECIO ASI RESUELTO
               IF WS-ACUERDO-APLICADO NOT = ZERO
                   AND WS-ACUERDO-MODO = "P"
                   MOVE WS-ACUERDO-PRECIO TO WS-PRECIO-VIGENTE
                   GO TO RESOLVER-PRECIO-VIGENTE-EXIT
               END-IF.
               MOVE ITEM-PRECIO-REF TO WS-PRECIO-VIGENTE.
               IF NOT PRECIOS-DISPONIBLE
                   GO TO RESOLVER-PRECIO-ACUERDO
               END-IF.

               MOVE ITEM-ID TO PRE-ITEM-ID.
               START PRECIOS-FILE
                   KEY IS NOT LESS THAN PRECIO-CLAVE
                   INVALID KEY
                       GO TO RESOLVER-PRECIO-ACUERDO
               END-START.

               MOVE 'N' TO WS-FIN-SCAN-PRECIO.
                   END-READ
               END-PERFORM.

           RESOLVER-PRECIO-ACUERDO.
               IF WS-ACUERDO-APLICADO NOT = ZERO
                   AND WS-ACUERDO-MODO = "D"
                   COMPUTE WS-PRECIO-VIGENTE ROUNDED =
                       WS-PRECIO-VIGENTE * (100 - WS-ACUERDO-DTO) / 100
               END-IF.

           RESOLVER-PRECIO-VIGENTE-EXIT.
               EXIT.

           ABRIR-ACUERDOS.
               MOVE 'N' TO WS-ACUERDOS-OK.
               OPEN INPUT ACUERDOS-PRECIO-FILE.
               IF ST-ACUERDOS = "00"
                   SET ACUERDOS-DISPONIBLE TO TRUE
               END-IF.

           RESOLVER-ACUERDO-CLIENTE.
      *>   ACUERDO ACTIVO DEL CLIENTE VIGENTE EN LA FECHA DE LA LINEA:
      *>   EL DE ARTICULO MANDA SOBRE EL DE CATEGORIA Y, A IGUALDAD, EL
      *>   DE FECHA-DESDE MAS RECIENTE. LA CAPTURA RESUELVE EL MISMO
      *>   ACUERDO AL COBRAR LA LINEA
               MOVE ZERO TO WS-ACUERDO-APLICADO.
               MOVE ZERO TO WS-ACUERDO-NIVEL.
               MOVE ZERO TO WS-ACUERDO-DESDE.
               IF NOT ACUERDOS-DISPONIBLE OR CUST-ID = ZERO
                   GO TO RESOLVER-ACUERDO-CLIENTE-EXIT
               END-IF.

               MOVE CUST-ID TO ACU-CLI-ID.
               START ACUERDOS-PRECIO-FILE KEY IS EQUAL TO ACU-CLI-ID
                   INVALID KEY
                       GO TO RESOLVER-ACUERDO-CLIENTE-EXIT
               END-START.

               MOVE 'N' TO WS-FIN-SCAN-ACUERDO.
               PERFORM UNTIL FIN-SCAN-ACUERDO
                   READ ACUERDOS-PRECIO-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN-ACUERDO TO TRUE
                       NOT AT END
                           IF ACU-CLI-ID NOT = CUST-ID
                               SET FIN-SCAN-ACUERDO TO TRUE
                           ELSE
                               IF ACU-ACTIVO
                                   AND ACU-FECHA-DESDE NOT > SALE-DATE
                                   AND ACU-FECHA-HASTA NOT < SALE-DATE
                                   PERFORM JUZGAR-ACUERDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           RESOLVER-ACUERDO-CLIENTE-EXIT.
               EXIT.

           JUZGAR-ACUERDO.
               MOVE ZERO TO WS-ACUERDO-NIVEL-LINEA.
               IF ACU-POR-ARTICULO AND ACU-ITEM-CAT = ITEM-ID
                   MOVE 2 TO WS-ACUERDO-NIVEL-LINEA
               END-IF.
               IF ACU-POR-CATEGORIA AND WS-ITEM-CATEGORY NOT = SPACES
                   AND ACU-ITEM-CAT (1:2) = WS-ITEM-CATEGORY
                   MOVE 1 TO WS-ACUERDO-NIVEL-LINEA
               END-IF.
               IF WS-ACUERDO-NIVEL-LINEA > WS-ACUERDO-NIVEL
                   OR (WS-ACUERDO-NIVEL-LINEA = WS-ACUERDO-NIVEL
                       AND WS-ACUERDO-NIVEL-LINEA > ZERO
                       AND ACU-FECHA-DESDE NOT < WS-ACUERDO-DESDE)
                   MOVE WS-ACUERDO-NIVEL-LINEA TO WS-ACUERDO-NIVEL
                   MOVE ACU-FECHA-DESDE TO WS-ACUERDO-DESDE
                   MOVE ACU-NUMERO TO WS-ACUERDO-APLICADO
                   MOVE ACU-MODO TO WS-ACUERDO-MODO
                   MOVE ACU-PRECIO TO WS-ACUERDO-PRECIO
                   MOVE ACU-DTO-PCT TO WS-ACUERDO-DTO
               END-IF.

           ABRIR-STOCK-TIENDAS.
      *>   I-O CON CREACION EN LA PRIMERA EJECUCION: EL LEDGER DE
      *>   STOCK POR TIENDA NACE VACIO Y SE VA POBLANDO AL POSTEAR
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.

           ABRIR-KITS.
      *>   SIN ESCANDALLO NINGUN ARTICULO ES KIT
               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.

           ABRIR-INCIDENCIAS.
      *>   I-O CON CREACION EN LA PRIMERA EJECUCION, COMO EL HISTORICO
               MOVE 'N' TO WS-INCIDENCIAS-OK.
               OPEN I-O INCIDENCIAS-DEVOLUCION-FILE.
               IF ST-INCIDENCIAS = "35"
                   OPEN OUTPUT INCIDENCIAS-DEVOLUCION-FILE
                   CLOSE INCIDENCIAS-DEVOLUCION-FILE
                   OPEN I-O INCIDENCIAS-DEVOLUCION-FILE
               END-IF.
               IF ST-INCIDENCIAS = "00"
                   SET INCIDENCIAS-DISPONIBLE TO TRUE
               END-IF.

           REGISTRAR-INCIDENCIA-DEVOLUCION.
      *>   EL TIPO LO DEJA PUESTO QUIEN LLAMA. UNA LINEA YA REGISTRADA
      *>   EN UNA PASADA ANTERIOR SE IGNORA
               IF INCIDENCIAS-DISPONIBLE
                   MOVE WS-CURRENT-SHOP-ID TO INC-TIENDA
                   MOVE SALE-DATE TO INC-FECHA
                   MOVE SALE-SEQ TO INC-SEQ
                   IF SALE-TILL-ID = SPACES
                       MOVE "01" TO INC-CAJA
                   ELSE
                       MOVE SALE-TILL-ID TO INC-CAJA
                   END-IF
                   IF SALE-EMPLEADO-ID IS NUMERIC
                       MOVE SALE-EMPLEADO-ID TO INC-EMPLEADO-ID
                   ELSE
                       MOVE ZERO TO INC-EMPLEADO-ID
                   END-IF
                   MOVE ITEM-ID TO INC-ITEM-ID
                   MOVE CUST-ID TO INC-CLI-ID
                   MOVE QTY-SOLD TO INC-QTY
                   COMPUTE INC-IMPORTE ROUNDED = QTY-SOLD * ITEM-COST
                   WRITE INCIDENCIA-DEV-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF.

           ABRIR-TIENDAS.
               MOVE 'N' TO WS-TIENDAS-OK.
               OPEN INPUT TIENDAS-FILE.
      *>   EL MAESTRO SE CONSULTA ANTES DE CALCULAR DESCUENTOS PORQUE
      *>   LAS PROMOCIONES POR CATEGORIA NECESITAN EL ARTICULO
               PERFORM BUSCAR-ITEM-MASTER.
               PERFORM RESOLVER-ACUERDO-CLIENTE
                   THRU RESOLVER-ACUERDO-CLIENTE-EXIT.

               COMPUTE WS-LINE-TOTAL ROUNDED = QTY-SOLD * ITEM-COST.
               MOVE ZERO TO WS-DESCUENTO-IMPORTE.
               MOVE SPACES TO WS-PROMO-APLICADA.

      *>   CON ACUERDO DE PRECIO LA CAJA YA COBRO EL PRECIO PACTADO:
      *>   EL DESCUENTO POR CATEGORIA DE CLIENTE NO SE SUMA
               IF WS-MOVIMIENTO-SIGNO = 1 AND CUST-ID NOT = ZERO
                   AND WS-ACUERDO-APLICADO = ZERO
                   PERFORM APLICAR-DESCUENTO-CATEGORIA
               END-IF.


           ACTUALIZAR-STOCK.
      *>   LA VENTA REBAJA EL STOCK Y LA DEVOLUCION LO REPONE; UN
      *>   STOCK QUE PASA A NEGATIVO DELATA UN DESCUADRE DE INVENTARIO.
      *>   LAS TARJETAS REGALO Y LOS SERVICIOS NO SON MERCANCIA Y NO
      *>   LLEVAN STOCK. UN KIT MUEVE EL STOCK DE SUS COMPONENTES
               IF ITEM-ENCONTRADO AND NOT ITEM-TARJETA-REGALO
                   AND NOT ITEM-SERVICIO
                   PERFORM CARGAR-COMPONENTES-KIT
                   IF WS-KIT-N = ZERO
                       MOVE ITEM-ID TO WS-STOCK-ITEM-ID
                       MOVE QTY-SOLD TO WS-STOCK-QTY
                       PERFORM MOVER-STOCK-ARTICULO
                   ELSE
                       PERFORM VARYING WS-K FROM 1 BY 1
                               UNTIL WS-K > WS-KIT-N
                           PERFORM MOVER-STOCK-COMPONENTE
                       END-PERFORM
                   END-IF
               END-IF.

           CARGAR-COMPONENTES-KIT.
               MOVE ZERO TO WS-KIT-N.
               IF KITS-DISPONIBLE
                   MOVE ITEM-ID TO WS-KIT-ID
                   MOVE ITEM-ID TO KIT-ITEM-ID
                   MOVE LOW-VALUES TO KIT-COMPONENTE-ID
                   MOVE 'N' TO EOF-KIT
                   START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                       INVALID KEY
                           SET FIN-KIT TO TRUE
                   END-START
                   PERFORM UNTIL FIN-KIT
                       READ KITS-FILE NEXT RECORD
                           AT END
                               SET FIN-KIT TO TRUE
                           NOT AT END
                               IF KIT-ITEM-ID NOT = WS-KIT-ID
                                   SET FIN-KIT TO TRUE
                               ELSE
                                   IF WS-KIT-N < 20
                                       ADD 1 TO WS-KIT-N
                                       MOVE KIT-COMPONENTE-ID TO
                                           WS-KIT-COMPONENTE (WS-KIT-N)
                                       MOVE KIT-CANTIDAD TO
                                           WS-KIT-CANTIDAD (WS-KIT-N)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           MOVER-STOCK-COMPONENTE.
               MOVE WS-KIT-COMPONENTE (WS-K) TO WS-STOCK-ITEM-ID.
               COMPUTE WS-STOCK-QTY =
                   QTY-SOLD * WS-KIT-CANTIDAD (WS-K).
               MOVE WS-STOCK-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO EXC-MENSAJE
                       STRING "COMPONENTE DESCONOCIDO "
                           WS-STOCK-ITEM-ID " DEL KIT " WS-KIT-ID
                           DELIMITED BY SIZE
                           INTO EXC-MENSAJE
                       END-STRING
                       PERFORM REGISTRAR-EXCEPCION
                   NOT INVALID KEY
                       PERFORM MOVER-STOCK-ARTICULO
               END-READ.

           MOVER-STOCK-ARTICULO.
      *>   EL REGISTRO DEL ARTICULO (O COMPONENTE) YA ESTA LEIDO
               MOVE ITEM-STOCK-QTY TO WS-STOCK-ANTERIOR.
               COMPUTE ITEM-STOCK-QTY =
                   ITEM-STOCK-QTY -
                       (WS-MOVIMIENTO-SIGNO * WS-STOCK-QTY)
                   ON SIZE ERROR
                       MOVE "DESBORDAMIENTO STOCK ARTICULO" TO
                           EXC-MENSAJE
                       PERFORM REGISTRAR-EXCEPCION
                       MOVE WS-STOCK-ANTERIOR TO ITEM-STOCK-QTY
               END-COMPUTE.
               IF ITEM-STOCK-QTY < ZERO
                   AND WS-STOCK-ANTERIOR NOT < ZERO
                   STRING "STOCK NEGATIVO ARTICULO " ITEM-ID-KEY
                       DELIMITED BY SIZE
                       INTO EXC-MENSAJE
                   END-STRING
                   PERFORM REGISTRAR-EXCEPCION
               END-IF.
               REWRITE ITEM-MASTER-REG
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR STOCK" TO
                           EXC-MENSAJE
                       PERFORM REGISTRAR-EXCEPCION
               END-REWRITE.
               MOVE SPACES TO KPT-TIENDA.
               COMPUTE KPT-CANTIDAD =
                   ITEM-STOCK-QTY - WS-STOCK-ANTERIOR.
               MOVE ITEM-STOCK-QTY TO KPT-SALDO.
               PERFORM ANOTAR-KARDEX-VENTA.
               PERFORM ACTUALIZAR-STOCK-TIENDA.
               PERFORM MOVER-LOTES-VENTA.

           ACTUALIZAR-STOCK-TIENDA.
      *>   EL MISMO MOVIMIENTO SE POSTEA EN EL LEDGER POR TIENDA; EL
      *>   REGISTRO SE CREA EN LA PRIMERA VENTA DE CADA TIENDA/ARTICULO
               IF STOCK-TIENDAS-DISPONIBLE
                   MOVE WS-CURRENT-SHOP-ID TO STKT-TIENDA-ID
                   MOVE WS-STOCK-ITEM-ID TO STKT-ITEM-ID
                   READ STOCK-TIENDAS-FILE
                       INVALID KEY
                           MOVE WS-CURRENT-SHOP-ID TO STKT-TIENDA-ID
                           MOVE WS-STOCK-ITEM-ID TO STKT-ITEM-ID
                           MOVE ZERO TO WS-STKT-ANTERIOR
                           MOVE ZERO TO STKT-QTY
                           MOVE ZERO TO STKT-EN-TRANSITO
                           COMPUTE STKT-QTY =
                               ZERO -
                                   (WS-MOVIMIENTO-SIGNO * WS-STOCK-QTY)
                           WRITE STOCK-TIENDA-REG
                       NOT INVALID KEY
                           MOVE STKT-QTY TO WS-STKT-ANTERIOR
                           COMPUTE STKT-QTY =
                               STKT-QTY -
                                   (WS-MOVIMIENTO-SIGNO * WS-STOCK-QTY)
                               ON SIZE ERROR
                                   MOVE "DESBORDAMIENTO STOCK TIENDA"
                                       TO EXC-MENSAJE
                           END-IF
                           REWRITE STOCK-TIENDA-REG
                   END-READ
                   MOVE WS-CURRENT-SHOP-ID TO KPT-TIENDA
                   COMPUTE KPT-CANTIDAD = STKT-QTY - WS-STKT-ANTERIOR
                   MOVE STKT-QTY TO KPT-SALDO
                   PERFORM ANOTAR-KARDEX-VENTA
               END-IF.

           ANOTAR-KARDEX-VENTA.
      *>   CADA CAMBIO DE STOCK QUEDA EN EL KARDEX CON LA REFERENCIA
      *>   DEL TICKET; LA DEVOLUCION DEL CLIENTE LLEVA SU PROPIO TIPO
               MOVE SALE-DATE TO KPT-FECHA.
               MOVE WS-STOCK-ITEM-ID TO KPT-ITEM-ID.
               IF WS-MOVIMIENTO-SIGNO = 1
                   MOVE "VT" TO KPT-TIPO
               ELSE
                   MOVE "DV" TO KPT-TIPO
               END-IF.
               MOVE "SHOP-VENTAS" TO KPT-PROGRAMA.
               MOVE SPACES TO KPT-REFERENCIA.
               STRING WS-CURRENT-SHOP-ID "-" SALE-DATE "-" SALE-SEQ
                   DELIMITED BY SIZE INTO KPT-REFERENCIA
               END-STRING.
               CALL "registrarkardex" USING KARDEX-PETICION.

           MOVER-LOTES-VENTA.
      *>   LA VENTA CONSUME LOS LOTES DE LA TIENDA POR ORDEN DE
      *>   CADUCIDAD Y LA DEVOLUCION VUELVE AL LOTE VIGENTE; EN UN
      *>   ARTICULO SIN LOTES EL SUBPROGRAMA NO HACE NADA
               INITIALIZE LOTE-PETICION.
               IF WS-MOVIMIENTO-SIGNO = 1
                   MOVE "C" TO WS-LOTE-OPERACION
               ELSE
                   MOVE "D" TO WS-LOTE-OPERACION
               END-IF.
               MOVE WS-STOCK-ITEM-ID TO LPT-ITEM-ID.
               MOVE WS-CURRENT-SHOP-ID TO LPT-TIENDA.
               MOVE WS-STOCK-QTY TO LPT-QTY.
               MOVE SALE-DATE TO LPT-FECHA.
               STRING WS-CURRENT-SHOP-ID "-" SALE-DATE "-" SALE-SEQ
                   DELIMITED BY SIZE INTO LPT-REFERENCIA
               END-STRING.
               CALL "movimientolotes" USING WS-LOTE-OPERACION
                   LOTE-PETICION.

           ROMPER-TIENDA-ANTERIOR.
               IF TIENDA-ABIERTA
