       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTOS-CLIENTE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL PRESUPUESTOS-CLIENTES-FILE
                   ASSIGN TO "presupuestos-clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PCL-NUMERO
                   STATUS ST-PRESUPUESTOS.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL PRECIOS-FILE
                   ASSIGN TO "precios-vigencia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRECIO-CLAVE
                   STATUS ST-PRECIOS.

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

                   SELECT OPTIONAL EMPLEADOS-FILE
                   ASSIGN TO "empleados.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-EMPLEADOS.

                   SELECT PRESUPUESTO-IMPRESO-FILE
                   ASSIGN TO "presupuesto-cliente.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CONVERSION-REPORT-FILE
                   ASSIGN TO "presupuestos-conversion.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD PRESUPUESTOS-CLIENTES-FILE.
                   COPY copypcli.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD PRECIOS-FILE.
                   COPY copyprec.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD EMPLEADOS-FILE.
                   COPY copyempl.

               FD PRESUPUESTO-IMPRESO-FILE.
                   01 PRESUPUESTO-LINE PIC X(100).

               FD CONVERSION-REPORT-FILE.
                   01 REPORT-LINE PIC X(150).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-PRESUPUESTOS PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-PRECIOS PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-EMPLEADOS PIC X(2).

               01 WS-ITEM-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-PRECIOS-OK PIC X VALUE 'N'.
                   88 PRECIOS-DISPONIBLE VALUE 'S'.
               01 WS-CLIENTES-OK PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-CONSULTA VALUE "I".
                   88 OPCION-REIMPRIMIR VALUE "R".
                   88 OPCION-ANULAR VALUE "N".
                   88 OPCION-INFORME VALUE "M".
                   88 OPCION-SALIR VALUE "S".

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.

               01 EOF-SCAN PIC X VALUE 'N'.
                   88 FIN-SCAN VALUE 'S'.
               01 EOF-PRECIO PIC X VALUE 'N'.
                   88 FIN-SCAN-PRECIO VALUE 'S'.
               01 EOF-EMPLEADOS PIC X VALUE 'N'.
                   88 FIN-EMPLEADOS VALUE 'S'.
               01 WS-FIN-LINEAS PIC X VALUE 'N'.
                   88 FIN-LINEAS VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-NUMERO-PCL PIC 9(8).
               01 WS-TIENDA-PCL PIC X(5).
               01 WS-CLI-PCL PIC 9(8).
               01 WS-VENDEDOR-PCL PIC 9(8).
               01 WS-ITEM-PCL PIC X(8).
               01 WS-QTY-PCL PIC 9(3).
               01 WS-PRECIO-VIGENTE PIC 9(3)V99.
               01 WS-LINEA-IMPORTE PIC 9(7)V99.

      *>   VALIDEZ DEL PRESUPUESTO EN DIAS DESDE LA EMISION; SE PUEDE
      *>   CAMBIAR AL DARLO DE ALTA
               01 WS-DIAS-VALIDEZ-DEF PIC 9(3) VALUE 30.
               01 WS-DIAS-VALIDEZ PIC 9(3).

               01 WS-SECUENCIA-PRESUPUESTO PIC X(10) VALUE "PRESUPCLI".
               01 WS-SECUENCIA-VALOR PIC 9(8).

      *>   PLANTILLA CARGADA AL ARRANCAR: VALIDA EL VENDEDOR DEL ALTA Y
      *>   DA EL NOMBRE EN EL INFORME DE CONVERSION
               01 WS-EMP-TABLA.
                   05 WS-EMP-ENTRADA OCCURS 200 TIMES.
                       10 WS-EMP-ID PIC 9(8).
                       10 WS-EMP-NOMBRE PIC X(30).
                       10 WS-EMP-ESTADO PIC X(1).
               77 WS-EMP-N PIC 9(3) VALUE 0.
               01 WS-E PIC 9(3).
               01 WS-L PIC 9(2).

               01 WS-VENDEDOR-VALIDO PIC X.
                   88 VENDEDOR-VALIDO VALUE 'S'.

      *>   INFORME MENSUAL: PRESUPUESTOS EMITIDOS EN EL MES Y EN QUE HAN
      *>   ACABADO, POR VENDEDOR
               01 WS-MES-PEDIDO PIC 9(6).
               01 WS-PV-TABLA.
                   05 WS-PV-ENTRADA OCCURS 200 TIMES.
                       10 WS-PV-ID PIC 9(8).
                       10 WS-PV-EMITIDOS PIC 9(5).
                       10 WS-PV-A-ENCARGO PIC 9(5).
                       10 WS-PV-A-VENTA PIC 9(5).
                       10 WS-PV-CADUCADOS PIC 9(5).
                       10 WS-PV-ANULADOS PIC 9(5).
                       10 WS-PV-VIGENTES PIC 9(5).
                       10 WS-PV-IMPORTE PIC 9(9)V99.
                       10 WS-PV-CONVERTIDO PIC 9(9)V99.
               77 WS-PV-N PIC 9(3) VALUE 0.
               01 WS-P PIC 9(3).
               01 WS-TOT-EMITIDOS PIC 9(5) VALUE ZERO.
               01 WS-TOT-CONVERTIDOS PIC 9(5) VALUE ZERO.
               01 WS-TOT-CADUCADOS PIC 9(5) VALUE ZERO.
               01 WS-TOT-IMPORTE PIC 9(9)V99 VALUE ZERO.
               01 WS-TOT-CONVERTIDO PIC 9(9)V99 VALUE ZERO.
               01 WS-CONVERTIDOS PIC 9(5).
               01 WS-TASA-CONVERSION PIC 9(3)V9.
               01 WS-NOMBRE-VENDEDOR PIC X(30).

               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-IMPORTE2-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-IMPORTE3-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-TASA-ED PIC ZZ9,9.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   PRESUPUESTOS A CLIENTES DE EMPRESA: SE EMITEN VALORADOS AL
      *>   PRECIO VIGENTE, SE IMPRIMEN PARA EL CLIENTE Y, DENTRO DE SU
      *>   VALIDEZ, SE CONVIERTEN EN ENCARGO (ENCARGOS DE CLIENTES) O EN
      *>   VENTA (CAPTURA DE RECIBOS) A LOS PRECIOS PRESUPUESTADOS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O PRESUPUESTOS-CLIENTES-FILE.
               IF ST-PRESUPUESTOS = "35"
                   OPEN OUTPUT PRESUPUESTOS-CLIENTES-FILE
                   CLOSE PRESUPUESTOS-CLIENTES-FILE
                   OPEN I-O PRESUPUESTOS-CLIENTES-FILE
               END-IF.

               MOVE 'N' TO WS-ITEM-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: maestro de articulos no disponible ("
                       ST-ITEM "); no se pueden emitir presupuestos"
               END-IF.

               MOVE 'N' TO WS-PRECIOS-OK.
               OPEN INPUT PRECIOS-FILE.
               IF ST-PRECIOS = "00"
                   SET PRECIOS-DISPONIBLE TO TRUE
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

               PERFORM CARGAR-EMPLEADOS.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "PRESUPUESTOS A CLIENTES"
                   DISPLAY "  A - Alta e impresion de presupuesto"
                   DISPLAY "  I - Consulta de presupuesto"
                   DISPLAY "  R - Reimprimir presupuesto"
                   DISPLAY "  N - Anular presupuesto"
                   DISPLAY "  M - Informe mensual de conversion"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-PRESUPUESTO
                               THRU ALTA-PRESUPUESTO-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-PRESUPUESTO
                               THRU CONSULTA-PRESUPUESTO-EXIT
                       WHEN OPCION-REIMPRIMIR
                           PERFORM LEER-PRESUPUESTO
                           IF PCL-ESTADO NOT = SPACES
                               PERFORM IMPRIMIR-PRESUPUESTO
                           END-IF
                       WHEN OPCION-ANULAR
                           PERFORM ANULAR-PRESUPUESTO
                               THRU ANULAR-PRESUPUESTO-EXIT
                       WHEN OPCION-INFORME
                           PERFORM INFORME-CONVERSION
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE PRESUPUESTOS-CLIENTES-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF PRECIOS-DISPONIBLE
                   CLOSE PRECIOS-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-EMPLEADOS.
               MOVE ZERO TO WS-EMP-N.
               OPEN INPUT EMPLEADOS-FILE.
               IF ST-EMPLEADOS NOT = "00"
                   CLOSE EMPLEADOS-FILE
                   DISPLAY "AVISO: plantilla de empleados no "
                       "disponible (" ST-EMPLEADOS "); no se "
                       "validaran los vendedores"
               ELSE
                   PERFORM UNTIL FIN-EMPLEADOS
                       READ EMPLEADOS-FILE
                           AT END
                               SET FIN-EMPLEADOS TO TRUE
                           NOT AT END
                               IF WS-EMP-N < 200
                                   ADD 1 TO WS-EMP-N
                                   MOVE EMPLEADO-ID
                                       TO WS-EMP-ID (WS-EMP-N)
                                   MOVE EMPLEADO-ESTADO
                                       TO WS-EMP-ESTADO (WS-EMP-N)
                                   MOVE SPACES
                                       TO WS-EMP-NOMBRE (WS-EMP-N)
                                   STRING EMPLEADO-NOMBRE
                                       DELIMITED BY "  "
                                       " " EMPLEADO-APELLIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-EMP-NOMBRE (WS-EMP-N)
                                   END-STRING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLEADOS-FILE
               END-IF.

           LEER-PRESUPUESTO.
               DISPLAY "Numero de presupuesto: " WITH NO ADVANCING.
               MOVE ZERO TO WS-NUMERO-PCL.
               ACCEPT WS-NUMERO-PCL.
               MOVE WS-NUMERO-PCL TO PCL-NUMERO.
               READ PRESUPUESTOS-CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "ERROR: presupuesto inexistente: "
                           WS-NUMERO-PCL
                       MOVE SPACES TO PCL-ESTADO
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-LEIDOS
               END-READ.

           ALTA-PRESUPUESTO.
               IF NOT ITEM-MASTER-DISPONIBLE
                   DISPLAY "ERROR: sin maestro de articulos no se "
                       "puede valorar el presupuesto"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PRESUPUESTO-EXIT
               END-IF.
               MOVE 'S' TO WS-DATOS-VALIDOS.

               DISPLAY "ID de tienda (5): " WITH NO ADVANCING.
               ACCEPT WS-TIENDA-PCL.
               IF TIENDAS-DISPONIBLE
                   MOVE WS-TIENDA-PCL TO TIENDA-ID
                   READ TIENDAS-FILE
                       INVALID KEY
                           DISPLAY "ERROR: tienda desconocida: "
                               WS-TIENDA-PCL
                           MOVE 'N' TO WS-DATOS-VALIDOS
                   END-READ
               END-IF.

               IF DATOS-VALIDOS
                   DISPLAY "ID cliente: " WITH NO ADVANCING
                   MOVE ZERO TO WS-CLI-PCL
                   ACCEPT WS-CLI-PCL
                   IF WS-CLI-PCL = ZERO
                       DISPLAY "ERROR: el presupuesto ha de ir a "
                           "nombre de un cliente"
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF.
               IF DATOS-VALIDOS AND CLIENTES-DISPONIBLE
                   MOVE WS-CLI-PCL TO CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: cliente desconocido: "
                               WS-CLI-PCL
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       NOT INVALID KEY
                           DISPLAY "  " CLIENTE-NOMBRE
                   END-READ
               END-IF.

               IF DATOS-VALIDOS
                   DISPLAY "ID empleado vendedor: " WITH NO ADVANCING
                   MOVE ZERO TO WS-VENDEDOR-PCL
                   ACCEPT WS-VENDEDOR-PCL
                   PERFORM VALIDAR-VENDEDOR
                   IF NOT VENDEDOR-VALIDO
                       DISPLAY "ERROR: empleado desconocido o no "
                           "activo: " WS-VENDEDOR-PCL
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF.

               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PRESUPUESTO-EXIT
               END-IF.

               DISPLAY "Dias de validez (vacio=" WS-DIAS-VALIDEZ-DEF
                   "): " WITH NO ADVANCING.
               MOVE ZERO TO WS-DIAS-VALIDEZ.
               ACCEPT WS-DIAS-VALIDEZ.
               IF WS-DIAS-VALIDEZ = ZERO
                   MOVE WS-DIAS-VALIDEZ-DEF TO WS-DIAS-VALIDEZ
               END-IF.

               INITIALIZE PRESUPUESTO-CLIENTE-REG.
               MOVE WS-TIENDA-PCL TO PCL-TIENDA.
               MOVE WS-CLI-PCL TO PCL-CLI-ID.
               MOVE WS-VENDEDOR-PCL TO PCL-VENDEDOR-ID.
               MOVE WS-HOY TO PCL-FECHA-EMISION.
               COMPUTE PCL-FECHA-VALIDEZ = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOY)
                    + WS-DIAS-VALIDEZ).
               SET PCL-EMITIDO TO TRUE.

               MOVE 'N' TO WS-FIN-LINEAS.
               PERFORM UNTIL FIN-LINEAS
                   PERFORM CAPTURAR-LINEA-PRESUPUESTO
                       THRU CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-PERFORM.

               IF PCL-N-LINEAS = ZERO
                   DISPLAY "Presupuesto sin lineas; no se graba"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-PRESUPUESTO-EXIT
               END-IF.

               CALL "siguientesecuencia" USING
                   WS-SECUENCIA-PRESUPUESTO WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO PCL-NUMERO.
               WRITE PRESUPUESTO-CLIENTE-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL PRESUPUESTO ("
                           ST-PRESUPUESTOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-PRESUPUESTO-EXIT
               END-WRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               MOVE PCL-TOTAL TO WS-IMPORTE-ED.
               DISPLAY "Presupuesto " PCL-NUMERO " emitido por "
                   WS-IMPORTE-ED " EUR, valido hasta "
                   PCL-FECHA-VALIDEZ.
               PERFORM IMPRIMIR-PRESUPUESTO.

           ALTA-PRESUPUESTO-EXIT.
               EXIT.

           VALIDAR-VENDEDOR.
               MOVE 'N' TO WS-VENDEDOR-VALIDO.
               IF WS-EMP-N = ZERO
      *>   SIN PLANTILLA CARGADA SE ACEPTA LO TECLEADO
                   SET VENDEDOR-VALIDO TO TRUE
               ELSE
                   PERFORM VARYING WS-E FROM 1 BY 1
                           UNTIL WS-E > WS-EMP-N
                       IF WS-EMP-ID (WS-E) = WS-VENDEDOR-PCL
                           AND WS-EMP-ESTADO (WS-E) = "A"
                           SET VENDEDOR-VALIDO TO TRUE
                           MOVE WS-EMP-N TO WS-E
                       END-IF
                   END-PERFORM
               END-IF.

           CAPTURAR-LINEA-PRESUPUESTO.
      *>   UNA LINEA POR ARTICULO, VALORADA AL PRECIO VIGENTE HOY; UN
      *>   ID EN BLANCO TERMINA EL PRESUPUESTO
               IF PCL-N-LINEAS NOT < 10
                   DISPLAY "Presupuesto completo (10 lineas)"
                   SET FIN-LINEAS TO TRUE
                   GO TO CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-IF.
               DISPLAY "ID articulo (vacio=fin): " WITH NO ADVANCING.
               MOVE SPACES TO WS-ITEM-PCL.
               ACCEPT WS-ITEM-PCL.
               IF WS-ITEM-PCL = SPACES
                   SET FIN-LINEAS TO TRUE
                   GO TO CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-IF.

               MOVE WS-ITEM-PCL TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: articulo desconocido: "
                           WS-ITEM-PCL
                       GO TO CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-READ.
               DISPLAY "  " ITEM-DESCRIPTION " (" ITEM-CATEGORY ")".
               IF ITEM-BLOQUEADO OR ITEM-DESCATALOGADO
                   DISPLAY "ERROR: articulo bloqueado o "
                       "descatalogado: " WS-ITEM-PCL
                   GO TO CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-IF.
               IF ITEM-TARJETA-REGALO
                   DISPLAY "ERROR: las tarjetas regalo no se "
                       "presupuestan"
                   GO TO CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-IF.

               PERFORM RESOLVER-PRECIO-VIGENTE
                   THRU RESOLVER-PRECIO-VIGENTE-EXIT.
               IF WS-PRECIO-VIGENTE = ZERO
                   DISPLAY "ERROR: el articulo no tiene precio "
                       "vigente: " WS-ITEM-PCL
                   GO TO CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-IF.

               DISPLAY "Cantidad: " WITH NO ADVANCING.
               MOVE ZERO TO WS-QTY-PCL.
               ACCEPT WS-QTY-PCL.
               IF WS-QTY-PCL = ZERO
                   DISPLAY "ERROR: la cantidad no puede ser cero"
                   GO TO CAPTURAR-LINEA-PRESUPUESTO-EXIT
               END-IF.

               ADD 1 TO PCL-N-LINEAS.
               MOVE PCL-N-LINEAS TO WS-L.
               MOVE WS-ITEM-PCL TO PCL-ITEM-ID (WS-L).
               MOVE WS-QTY-PCL TO PCL-QTY (WS-L).
               MOVE WS-PRECIO-VIGENTE TO PCL-PRECIO (WS-L).
               COMPUTE WS-LINEA-IMPORTE =
                   WS-QTY-PCL * WS-PRECIO-VIGENTE.
               ADD WS-LINEA-IMPORTE TO PCL-TOTAL.
               MOVE WS-PRECIO-VIGENTE TO WS-PRECIO-ED.
               MOVE WS-LINEA-IMPORTE TO WS-IMPORTE-ED.
               DISPLAY "  Linea " WS-L ": " WS-QTY-PCL " x "
                   WS-PRECIO-ED " = " WS-IMPORTE-ED.

           CAPTURAR-LINEA-PRESUPUESTO-EXIT.
               EXIT.

           RESOLVER-PRECIO-VIGENTE.
      *>   PRECIO DE REFERENCIA VIGENTE EN LA FECHA DE EMISION: EL
      *>   ULTIMO PRECIO FECHADO CON EFECTO NO POSTERIOR; SIN PRECIOS
      *>   FECHADOS RIGE EL DEL MAESTRO
               MOVE ITEM-PRECIO-REF TO WS-PRECIO-VIGENTE.
               IF NOT PRECIOS-DISPONIBLE
                   GO TO RESOLVER-PRECIO-VIGENTE-EXIT
               END-IF.

               MOVE ITEM-ID-KEY TO PRE-ITEM-ID.
               MOVE ZEROS TO PRE-FECHA-DESDE.
               START PRECIOS-FILE
                   KEY IS NOT LESS THAN PRECIO-CLAVE
                   INVALID KEY
                       GO TO RESOLVER-PRECIO-VIGENTE-EXIT
               END-START.

               MOVE 'N' TO EOF-PRECIO.
               PERFORM UNTIL FIN-SCAN-PRECIO
                   READ PRECIOS-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN-PRECIO TO TRUE
                       NOT AT END
                           IF PRE-ITEM-ID NOT = ITEM-ID-KEY
                               OR PRE-FECHA-DESDE > WS-HOY
                               SET FIN-SCAN-PRECIO TO TRUE
                           ELSE
                               MOVE PRE-PRECIO TO WS-PRECIO-VIGENTE
                           END-IF
                   END-READ
               END-PERFORM.

           RESOLVER-PRECIO-VIGENTE-EXIT.
               EXIT.

           CONSULTA-PRESUPUESTO.
               PERFORM LEER-PRESUPUESTO.
               IF PCL-ESTADO = SPACES
                   GO TO CONSULTA-PRESUPUESTO-EXIT
               END-IF.
               DISPLAY "Presupuesto " PCL-NUMERO " estado " PCL-ESTADO
                   " (E=emitido P=a encargo V=a venta A=anulado)".
               DISPLAY "  Tienda " PCL-TIENDA " cliente " PCL-CLI-ID
                   " vendedor " PCL-VENDEDOR-ID.
               DISPLAY "  Emitido " PCL-FECHA-EMISION
                   " valido hasta " PCL-FECHA-VALIDEZ.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PCL-N-LINEAS
                   MOVE PCL-PRECIO (WS-L) TO WS-PRECIO-ED
                   DISPLAY "  " PCL-ITEM-ID (WS-L) " "
                       PCL-QTY (WS-L) " x " WS-PRECIO-ED
               END-PERFORM.
               MOVE PCL-TOTAL TO WS-IMPORTE-ED.
               DISPLAY "  Total " WS-IMPORTE-ED " EUR".
               IF PCL-CONVERTIDO
                   DISPLAY "  Convertido el " PCL-FECHA-CONVERSION
                       " en el documento " PCL-DOC-CONVERSION
               END-IF.
               IF PCL-EMITIDO AND PCL-FECHA-VALIDEZ < WS-HOY
                   DISPLAY "  CADUCADO: ya no se puede convertir"
               END-IF.

           CONSULTA-PRESUPUESTO-EXIT.
               EXIT.

           ANULAR-PRESUPUESTO.
      *>   EL CLIENTE RENUNCIA O SE REHACE EL PRESUPUESTO
               PERFORM LEER-PRESUPUESTO.
               IF PCL-ESTADO = SPACES
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANULAR-PRESUPUESTO-EXIT
               END-IF.
               IF NOT PCL-EMITIDO
                   DISPLAY "ERROR: solo se anula un presupuesto "
                       "emitido (" PCL-ESTADO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ANULAR-PRESUPUESTO-EXIT
               END-IF.
               SET PCL-ANULADO TO TRUE.
               REWRITE PRESUPUESTO-CLIENTE-REG
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar el "
                           "presupuesto (" ST-PRESUPUESTOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ANULAR-PRESUPUESTO-EXIT
               END-REWRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Presupuesto " PCL-NUMERO " anulado".

           ANULAR-PRESUPUESTO-EXIT.
               EXIT.

           IMPRIMIR-PRESUPUESTO.
               OPEN OUTPUT PRESUPUESTO-IMPRESO-FILE.
               MOVE SPACES TO PRESUPUESTO-LINE.
               STRING "PRESUPUESTO NUM. " PCL-NUMERO
                   "   FECHA " PCL-FECHA-EMISION
                   "   TIENDA " PCL-TIENDA
                   DELIMITED BY SIZE INTO PRESUPUESTO-LINE
               END-STRING.
               WRITE PRESUPUESTO-LINE.

               MOVE SPACES TO CLIENTE-NOMBRE.
               IF CLIENTES-DISPONIBLE
                   MOVE PCL-CLI-ID TO CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           MOVE SPACES TO CLIENTE-NOMBRE
                   END-READ
               END-IF.
               MOVE SPACES TO PRESUPUESTO-LINE.
               STRING "Cliente " PCL-CLI-ID " " CLIENTE-NOMBRE
                   DELIMITED BY SIZE INTO PRESUPUESTO-LINE
               END-STRING.
               WRITE PRESUPUESTO-LINE.

               MOVE PCL-VENDEDOR-ID TO WS-VENDEDOR-PCL.
               PERFORM BUSCAR-NOMBRE-VENDEDOR.
               MOVE SPACES TO PRESUPUESTO-LINE.
               STRING "Le atiende " WS-NOMBRE-VENDEDOR
                   DELIMITED BY SIZE INTO PRESUPUESTO-LINE
               END-STRING.
               WRITE PRESUPUESTO-LINE.

               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PCL-N-LINEAS
                   MOVE SPACES TO ITEM-DESCRIPTION
                   IF ITEM-MASTER-DISPONIBLE
                       MOVE PCL-ITEM-ID (WS-L) TO ITEM-ID-KEY
                       READ ITEM-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO ITEM-DESCRIPTION
                       END-READ
                   END-IF
                   COMPUTE WS-LINEA-IMPORTE =
                       PCL-QTY (WS-L) * PCL-PRECIO (WS-L)
                   MOVE PCL-PRECIO (WS-L) TO WS-PRECIO-ED
                   MOVE WS-LINEA-IMPORTE TO WS-IMPORTE-ED
                   MOVE SPACES TO PRESUPUESTO-LINE
                   STRING "  " PCL-ITEM-ID (WS-L) " "
                       ITEM-DESCRIPTION " "
                       PCL-QTY (WS-L) " x " WS-PRECIO-ED
                       " = " WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO PRESUPUESTO-LINE
                   END-STRING
                   WRITE PRESUPUESTO-LINE
               END-PERFORM.

               MOVE PCL-TOTAL TO WS-IMPORTE-ED.
               MOVE SPACES TO PRESUPUESTO-LINE.
               STRING "TOTAL IVA INCLUIDO " WS-IMPORTE-ED " EUR"
                   DELIMITED BY SIZE INTO PRESUPUESTO-LINE
               END-STRING.
               WRITE PRESUPUESTO-LINE.
               MOVE SPACES TO PRESUPUESTO-LINE.
               STRING "Precios garantizados hasta el "
                   PCL-FECHA-VALIDEZ
                   DELIMITED BY SIZE INTO PRESUPUESTO-LINE
               END-STRING.
               WRITE PRESUPUESTO-LINE.
               CLOSE PRESUPUESTO-IMPRESO-FILE.

               MOVE "presupuesto-cliente.dat" TO WS-SPOOL-NOMBRE.
               MOVE "PRESUPUESTOS-CLIENTE" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           BUSCAR-NOMBRE-VENDEDOR.
               MOVE "(NO CONSTA EN PLANTILLA)" TO WS-NOMBRE-VENDEDOR.
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-EMP-N
                   IF WS-EMP-ID (WS-E) = WS-VENDEDOR-PCL
                       MOVE WS-EMP-NOMBRE (WS-E) TO WS-NOMBRE-VENDEDOR
                       MOVE WS-EMP-N TO WS-E
                   END-IF
               END-PERFORM.

           INFORME-CONVERSION.
      *>   PRESUPUESTOS EMITIDOS EN EL MES, POR VENDEDOR: CUANTOS SE
      *>   HAN CONVERTIDO EN ENCARGO O EN VENTA, CUANTOS HAN CADUCADO
      *>   SIN CONVERTIRSE Y LA TASA DE CONVERSION SOBRE LOS EMITIDOS
               DISPLAY "Mes (AAAAMM): " WITH NO ADVANCING.
               ACCEPT WS-MES-PEDIDO.

               MOVE ZERO TO WS-PV-N.
               MOVE ZERO TO WS-TOT-EMITIDOS.
               MOVE ZERO TO WS-TOT-CONVERTIDOS.
               MOVE ZERO TO WS-TOT-CADUCADOS.
               MOVE ZERO TO WS-TOT-IMPORTE.
               MOVE ZERO TO WS-TOT-CONVERTIDO.

               MOVE 'N' TO EOF-SCAN.
               MOVE ZEROS TO PCL-NUMERO.
               START PRESUPUESTOS-CLIENTES-FILE
                   KEY IS NOT LESS THAN PCL-NUMERO
                   INVALID KEY
                       SET FIN-SCAN TO TRUE
               END-START.
               PERFORM UNTIL FIN-SCAN
                   READ PRESUPUESTOS-CLIENTES-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF PCL-FECHA-EMISION (1:6) = WS-MES-PEDIDO
                               PERFORM ACUMULAR-PRESUPUESTO
                                   THRU ACUMULAR-PRESUPUESTO-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

               OPEN OUTPUT CONVERSION-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONVERSION DE PRESUPUESTOS POR VENDEDOR - MES "
                   WS-MES-PEDIDO " (SITUACION A " WS-HOY ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PV-N
                   PERFORM ESCRIBIR-VENDEDOR
               END-PERFORM.

               IF WS-PV-N = ZERO
                   MOVE "  Sin presupuestos emitidos en el mes."
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               ELSE
                   PERFORM CALCULAR-TASA-TOTAL
                   MOVE WS-TOT-IMPORTE TO WS-IMPORTE2-ED
                   MOVE WS-TOT-CONVERTIDO TO WS-IMPORTE3-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  TOTAL emitidos " WS-TOT-EMITIDOS
                       " convertidos " WS-TOT-CONVERTIDOS
                       " caducados " WS-TOT-CADUCADOS
                       " conversion " WS-TASA-ED "%"
                       " presupuestado " WS-IMPORTE2-ED
                       " convertido " WS-IMPORTE3-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               CLOSE CONVERSION-REPORT-FILE.

               MOVE "presupuestos-conversion.dat" TO WS-SPOOL-NOMBRE.
               MOVE "PRESUPUESTOS-CLIENTE" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           ACUMULAR-PRESUPUESTO.
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PV-N
                   IF WS-PV-ID (WS-P) = PCL-VENDEDOR-ID
                       GO TO ACUMULAR-PRESUPUESTO-ESTADO
                   END-IF
               END-PERFORM.
               IF WS-PV-N NOT < 200
                   GO TO ACUMULAR-PRESUPUESTO-EXIT
               END-IF.
               ADD 1 TO WS-PV-N.
               MOVE WS-PV-N TO WS-P.
               INITIALIZE WS-PV-ENTRADA (WS-P).
               MOVE PCL-VENDEDOR-ID TO WS-PV-ID (WS-P).

           ACUMULAR-PRESUPUESTO-ESTADO.
      *>   UN EMITIDO CUYA VALIDEZ YA HA PASADO CUENTA COMO CADUCADO
               ADD 1 TO WS-PV-EMITIDOS (WS-P).
               ADD 1 TO WS-TOT-EMITIDOS.
               ADD PCL-TOTAL TO WS-PV-IMPORTE (WS-P).
               ADD PCL-TOTAL TO WS-TOT-IMPORTE.
               EVALUATE TRUE
                   WHEN PCL-A-ENCARGO
                       ADD 1 TO WS-PV-A-ENCARGO (WS-P)
                   WHEN PCL-A-VENTA
                       ADD 1 TO WS-PV-A-VENTA (WS-P)
                   WHEN PCL-ANULADO
                       ADD 1 TO WS-PV-ANULADOS (WS-P)
                   WHEN PCL-FECHA-VALIDEZ < WS-HOY
                       ADD 1 TO WS-PV-CADUCADOS (WS-P)
                       ADD 1 TO WS-TOT-CADUCADOS
                   WHEN OTHER
                       ADD 1 TO WS-PV-VIGENTES (WS-P)
               END-EVALUATE.
               IF PCL-CONVERTIDO
                   ADD 1 TO WS-TOT-CONVERTIDOS
                   ADD PCL-TOTAL TO WS-PV-CONVERTIDO (WS-P)
                   ADD PCL-TOTAL TO WS-TOT-CONVERTIDO
               END-IF.

           ACUMULAR-PRESUPUESTO-EXIT.
               EXIT.

           ESCRIBIR-VENDEDOR.
               COMPUTE WS-CONVERTIDOS = WS-PV-A-ENCARGO (WS-P)
                   + WS-PV-A-VENTA (WS-P).
               COMPUTE WS-TASA-CONVERSION ROUNDED =
                   WS-CONVERTIDOS * 100 / WS-PV-EMITIDOS (WS-P).
               MOVE WS-TASA-CONVERSION TO WS-TASA-ED.
               MOVE WS-PV-ID (WS-P) TO WS-VENDEDOR-PCL.
               PERFORM BUSCAR-NOMBRE-VENDEDOR.
               MOVE WS-PV-IMPORTE (WS-P) TO WS-IMPORTE2-ED.
               MOVE WS-PV-CONVERTIDO (WS-P) TO WS-IMPORTE3-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " WS-PV-ID (WS-P) " "
                   WS-NOMBRE-VENDEDOR (1:20)
                   " emit " WS-PV-EMITIDOS (WS-P)
                   " enc " WS-PV-A-ENCARGO (WS-P)
                   " vta " WS-PV-A-VENTA (WS-P)
                   " cad " WS-PV-CADUCADOS (WS-P)
                   " anul " WS-PV-ANULADOS (WS-P)
                   " vig " WS-PV-VIGENTES (WS-P)
                   " conv " WS-TASA-ED "%"
                   " pres " WS-IMPORTE2-ED
                   " cnv " WS-IMPORTE3-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           CALCULAR-TASA-TOTAL.
               COMPUTE WS-TASA-CONVERSION ROUNDED =
                   WS-TOT-CONVERTIDOS * 100 / WS-TOT-EMITIDOS.
               MOVE WS-TASA-CONVERSION TO WS-TASA-ED.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "PRESUPUESTOS-CLIENTE" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM PRESUPUESTOS-CLIENTE.
