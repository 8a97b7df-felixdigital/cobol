       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-CONSIGNA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL CONSIGNA-FILE
                   ASSIGN TO "acuerdos-consigna.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CSG-ITEM-ID
                   STATUS ST-CONSIGNA.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT FACTURAS-PROVEEDOR-FILE
                   ASSIGN TO "facturas-proveedor.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FPRV-CLAVE
                   STATUS ST-FACTURAS.

                   SELECT OPTIONAL ENTRADAS-CONSIGNA-FILE
                   ASSIGN TO "entradas-consigna.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ENTRADAS.

                   SELECT OPTIONAL VAT-RATES-FILE
                   ASSIGN TO "vat-rates.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL IVA-SOPORTADO-FILE
                   ASSIGN TO "iva-soportado.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT LIQUIDACION-DOC-FILE
                   ASSIGN TO "liquidacion-consigna.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT DEVOLVER-REPORT-FILE
                   ASSIGN TO "consigna-devolver.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD CONSIGNA-FILE.
                   COPY copycsg.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD FACTURAS-PROVEEDOR-FILE.
                   COPY copyfprv.

               FD ENTRADAS-CONSIGNA-FILE.
                   COPY copycsge.

               FD VAT-RATES-FILE.
                   01 VAT-RATES-LINE.
                       05 VAT-RATES-CAT PIC X(2).
                       05 VAT-RATES-TASA PIC 9(2)V99.

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

               FD LIQUIDACION-DOC-FILE.
                   01 DOC-LINE PIC X(80).

               FD DEVOLVER-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-CONSIGNA PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-FACTURAS PIC X(2).
               77 ST-ENTRADAS PIC X(2).

               01 WS-PROVEEDORES-OK PIC X VALUE 'N'.
                   88 PROVEEDORES-DISPONIBLE VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-MES-LIQUIDACION PIC 9(6).
               01 FILLER REDEFINES WS-MES-LIQUIDACION.
                   05 WS-MES-ANO PIC 9(4).
                   05 WS-MES-MES PIC 9(2).

               01 EOF-CONSIGNA PIC X VALUE 'N'.
                   88 FIN-CONSIGNA VALUE 'S'.
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 EOF-ENTRADAS PIC X VALUE 'N'.
                   88 FIN-ENTRADAS VALUE 'S'.

               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).

               01 WS-TASAS-IVA-TABLA.
                   05 WS-TASAS-IVA OCCURS 20 TIMES.
                       10 WS-TASAS-IVA-CAT PIC X(2).
                       10 WS-TASAS-IVA-TASA PIC 9(2)V99.
               77 WS-NUM-TASAS PIC 9(2) VALUE 0.
               01 WS-EOF-TASAS PIC X VALUE 'N'.
                   88 FIN-TASAS VALUE 'S'.
               77 WS-J PIC 9(2) VALUE 0.

      *>   ARTICULOS QUE ESTUVIERON EN CONSIGNA DURANTE EL MES, CON
      *>   LO VENDIDO Y DEVUELTO EN EL; SE LIQUIDAN AGRUPADOS POR
      *>   PROVEEDOR Y TASA DE IVA
               01 WS-CSG-TABLA.
                   05 WS-CSG-ENTRADA OCCURS 500 TIMES.
                       10 WS-CSG-ITEM PIC X(8).
                       10 WS-CSG-DESC PIC X(20).
                       10 WS-CSG-PROV PIC X(5).
                       10 WS-CSG-PRECIO PIC 9(3)V99.
                       10 WS-CSG-PLAZO PIC 9(3).
                       10 WS-CSG-ALTA PIC 9(8).
                       10 WS-CSG-BAJA PIC 9(8).
                       10 WS-CSG-ACTIVO PIC X(1).
                       10 WS-CSG-STOCK PIC S9(5).
                       10 WS-CSG-TASA PIC 9(2)V99.
                       10 WS-CSG-VENDIDAS PIC 9(7).
                       10 WS-CSG-DEVUELTAS PIC 9(7).
                       10 WS-CSG-HECHA PIC X(1).
               77 WS-NUM-CSG PIC 9(3) VALUE 0.
               77 WS-C PIC 9(3) VALUE 0.
               77 WS-S PIC 9(3) VALUE 0.
               77 WS-T PIC 9(3) VALUE 0.

      *>   ENTRADAS EN CONSIGNA EN ORDEN DE LLEGADA, PARA LA
      *>   ANTIGUEDAD DEL STOCK SIN VENDER
               01 WS-ENT-TABLA.
                   05 WS-ENT-ENTRADA OCCURS 2000 TIMES.
                       10 WS-ENT-ITEM PIC X(8).
                       10 WS-ENT-FECHA PIC 9(8).
                       10 WS-ENT-QTY PIC 9(5).
               77 WS-NUM-ENT PIC 9(4) VALUE 0.
               77 WS-E PIC 9(4) VALUE 0.

               01 WS-PROV-ACTUAL PIC X(5).
               01 WS-TASA-ACTUAL PIC 9(2)V99.
               01 WS-TASA-NUMERO PIC 9(4).
               01 WS-NUMERO-LIQ PIC X(15).
               01 WS-NETAS PIC S9(7).
               01 WS-IMPORTE-LINEA PIC S9(9)V99.
               01 WS-BASE PIC S9(9)V99.
               01 WS-CUOTA PIC S9(9)V99.
               01 WS-LINEAS-PROV PIC 9(3).

               01 WS-FECHA-LIMITE PIC 9(8).
               01 WS-PENDIENTE PIC S9(7).
               01 WS-TOMADAS PIC S9(7).
               01 WS-ANTIGUAS PIC S9(7).
               01 WS-MAS-ANTIGUA PIC 9(8).
               01 WS-DEVOLVER-LINEAS PIC 9(5) VALUE ZERO.
               01 WS-DEVOLVER-UNIDADES PIC 9(7) VALUE ZERO.

               01 WS-LIQUIDACIONES PIC 9(5) VALUE ZERO.
               01 WS-TOTAL-LIQUIDADO PIC S9(11)V99 VALUE ZERO.

               01 WS-QTY-ED PIC ZZZZZZ9.
               01 WS-NETAS-ED PIC -ZZZZZ9.
               01 WS-STOCK-ED PIC -ZZZZ9.
               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-TASA-ED PIC Z9,99.
               01 WS-IMPORTE-ED PIC -ZZZ.ZZZ.ZZ9,99.
               01 WS-TOTAL-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   LIQUIDACION MENSUAL DE LA MERCANCIA EN CONSIGNA: UNIDADES
      *>   VENDIDAS MENOS DEVUELTAS DEL MES SEGUN EL HISTORICO, POR
      *>   PROVEEDOR, AL PRECIO PACTADO. CADA PROVEEDOR (Y TASA DE IVA)
      *>   RECIBE SU LIQUIDACION, QUE QUEDA COMO FACTURA CONTABILIZADA
      *>   PARA LA PROPUESTA DE PAGOS. RELANZAR EL MES NO DUPLICA: LA
      *>   LIQUIDACION YA GRABADA SE RECHAZA. AL FINAL SE LISTA EL
      *>   STOCK EN CONSIGNA QUE HA SUPERADO EL PLAZO SIN VENDERSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               DISPLAY "Mes a liquidar (AAAAMM): " WITH NO ADVANCING.
               ACCEPT WS-MES-LIQUIDACION.
               IF WS-MES-MES < 1 OR WS-MES-MES > 12
                   DISPLAY "Mes no valido: " WS-MES-LIQUIDACION
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT CONSIGNA-FILE.
               IF ST-CONSIGNA NOT = "00"
                   DISPLAY "No hay acuerdos de consigna ("
                       ST-CONSIGNA ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos ("
                       ST-ITEM ")"
                   CLOSE CONSIGNA-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O FACTURAS-PROVEEDOR-FILE.
               IF ST-FACTURAS = "35"
                   OPEN OUTPUT FACTURAS-PROVEEDOR-FILE
                   CLOSE FACTURAS-PROVEEDOR-FILE
                   OPEN I-O FACTURAS-PROVEEDOR-FILE
               END-IF.

               MOVE 'N' TO WS-PROVEEDORES-OK.
               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR = "00"
                   SET PROVEEDORES-DISPONIBLE TO TRUE
               END-IF.

               COMPUTE WS-LH-DESDE = WS-MES-LIQUIDACION * 100 + 1.
               COMPUTE WS-LH-HASTA = WS-MES-LIQUIDACION * 100 + 31.

               PERFORM CARGAR-TASAS-IVA.
               PERFORM CARGAR-ACUERDOS.
               PERFORM ACUMULAR-VENTAS-MES.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE CONSIGNA-FILE
                   CLOSE ITEM-MASTER-FILE
                   CLOSE FACTURAS-PROVEEDOR-FILE
                   IF PROVEEDORES-DISPONIBLE
                       CLOSE PROVEEDORES-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT LIQUIDACION-DOC-FILE.
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-NUM-CSG
                   IF WS-CSG-HECHA (WS-S) = 'N'
                       PERFORM LIQUIDAR-PROVEEDOR
                           THRU LIQUIDAR-PROVEEDOR-EXIT
                   END-IF
               END-PERFORM.
               IF WS-LIQUIDACIONES = ZERO
                   MOVE SPACES TO DOC-LINE
                   STRING "Sin ventas en consigna que liquidar en el "
                       "mes " WS-MES-LIQUIDACION
                       DELIMITED BY SIZE INTO DOC-LINE
                   END-STRING
                   WRITE DOC-LINE
                   DISPLAY DOC-LINE
               ELSE
                   MOVE WS-TOTAL-LIQUIDADO TO WS-TOTAL-ED
                   DISPLAY "Liquidaciones emitidas: " WS-LIQUIDACIONES
                       " por " WS-TOTAL-ED
               END-IF.
               CLOSE LIQUIDACION-DOC-FILE.

               PERFORM CARGAR-ENTRADAS.
               PERFORM LISTAR-DEVOLUCIONES.

               CLOSE CONSIGNA-FILE.
               CLOSE ITEM-MASTER-FILE.
               CLOSE FACTURAS-PROVEEDOR-FILE.
               IF PROVEEDORES-DISPONIBLE
                   CLOSE PROVEEDORES-FILE
               END-IF.

               MOVE "LIQUIDACION-CONSIGNA" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               IF WS-LIQUIDACIONES > ZERO
                   MOVE "liquidacion-consigna.dat" TO WS-SPOOL-NOMBRE
                   CALL "registrarspool" USING WS-SPOOL-NOMBRE
                       WS-SPOOL-PROGRAMA WS-SPOOL-FECHA
               END-IF.
               MOVE "consigna-devolver.dat" TO WS-SPOOL-NOMBRE.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-TASAS-IVA.
               MOVE 'N' TO WS-EOF-TASAS.
               OPEN INPUT VAT-RATES-FILE.
               PERFORM UNTIL FIN-TASAS
                   READ VAT-RATES-FILE
                       AT END
                           SET FIN-TASAS TO TRUE
                       NOT AT END
                           IF WS-NUM-TASAS < 20
                               ADD 1 TO WS-NUM-TASAS
                               MOVE VAT-RATES-CAT TO
                                   WS-TASAS-IVA-CAT (WS-NUM-TASAS)
                               MOVE VAT-RATES-TASA TO
                                   WS-TASAS-IVA-TASA (WS-NUM-TASAS)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE VAT-RATES-FILE.

           CARGAR-ACUERDOS.
      *>   ENTRAN LOS ACUERDOS VIGENTES EN ALGUN DIA DEL MES: DADOS DE
      *>   ALTA ANTES DE QUE TERMINE Y ACTIVOS O TERMINADOS DENTRO
               MOVE LOW-VALUES TO CSG-ITEM-ID.
               START CONSIGNA-FILE KEY IS NOT LESS THAN CSG-ITEM-ID
                   INVALID KEY
                       SET FIN-CONSIGNA TO TRUE
               END-START.
               PERFORM UNTIL FIN-CONSIGNA
                   READ CONSIGNA-FILE NEXT RECORD
                       AT END
                           SET FIN-CONSIGNA TO TRUE
                       NOT AT END
                           IF CSG-FECHA-ALTA NOT > WS-LH-HASTA
                               AND (CSG-ACTIVO
                                   OR CSG-FECHA-BAJA
                                       NOT < WS-LH-DESDE)
                               PERFORM ANOTAR-ACUERDO
                           END-IF
                   END-READ
               END-PERFORM.

           ANOTAR-ACUERDO.
               IF WS-NUM-CSG NOT < 500
                   DISPLAY "AVISO: tabla de consigna llena; "
                       CSG-ITEM-ID " no se liquida"
                   ADD 1 TO WS-JOB-RECHAZADOS
               ELSE
                   ADD 1 TO WS-NUM-CSG
                   MOVE WS-NUM-CSG TO WS-C
                   MOVE CSG-ITEM-ID TO WS-CSG-ITEM (WS-C)
                   MOVE CSG-PROV-ID TO WS-CSG-PROV (WS-C)
                   MOVE CSG-PRECIO TO WS-CSG-PRECIO (WS-C)
                   MOVE CSG-PLAZO-DIAS TO WS-CSG-PLAZO (WS-C)
                   MOVE CSG-FECHA-ALTA TO WS-CSG-ALTA (WS-C)
                   MOVE CSG-FECHA-BAJA TO WS-CSG-BAJA (WS-C)
                   MOVE CSG-ESTADO TO WS-CSG-ACTIVO (WS-C)
                   MOVE ZERO TO WS-CSG-VENDIDAS (WS-C)
                   MOVE ZERO TO WS-CSG-DEVUELTAS (WS-C)
                   MOVE 'N' TO WS-CSG-HECHA (WS-C)
                   MOVE ZERO TO WS-CSG-TASA (WS-C)
                   MOVE CSG-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-CSG-DESC (WS-C)
                           MOVE ZERO TO WS-CSG-STOCK (WS-C)
                       NOT INVALID KEY
                           MOVE ITEM-DESCRIPTION TO WS-CSG-DESC (WS-C)
                           MOVE ITEM-STOCK-QTY TO WS-CSG-STOCK (WS-C)
                           PERFORM VARYING WS-J FROM 1 BY 1
                                   UNTIL WS-J > WS-NUM-TASAS
                               IF WS-TASAS-IVA-CAT (WS-J) =
                                       ITEM-CATEGORY
                                   MOVE WS-TASAS-IVA-TASA (WS-J)
                                       TO WS-CSG-TASA (WS-C)
                               END-IF
                           END-PERFORM
                   END-READ
               END-IF.

           ACUMULAR-VENTAS-MES.
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
                       PERFORM ACUMULAR-LINEA-CONSIGNA
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           ACUMULAR-LINEA-CONSIGNA.
      *>   SOLO CUENTA LO VENDIDO O DEVUELTO MIENTRAS EL ARTICULO
      *>   ESTUVO EN CONSIGNA
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NUM-CSG
                   IF WS-CSG-ITEM (WS-C) = HIST-ITEM-ID
                       AND HIST-SALE-DATE NOT < WS-CSG-ALTA (WS-C)
                       AND (WS-CSG-ACTIVO (WS-C) = "A"
                           OR HIST-SALE-DATE NOT > WS-CSG-BAJA (WS-C))
                       IF HIST-DEVOLUCION
                           ADD HIST-QTY TO WS-CSG-DEVUELTAS (WS-C)
                       ELSE
                           ADD HIST-QTY TO WS-CSG-VENDIDAS (WS-C)
                       END-IF
                   END-IF
               END-PERFORM.

           LIQUIDAR-PROVEEDOR.
      *>   AGRUPA TODOS LOS ARTICULOS DEL PROVEEDOR DE LA ENTRADA WS-S
      *>   CON SU MISMA TASA DE IVA Y LOS DA POR TRATADOS
               MOVE WS-CSG-PROV (WS-S) TO WS-PROV-ACTUAL.
               MOVE WS-CSG-TASA (WS-S) TO WS-TASA-ACTUAL.
               MOVE ZERO TO WS-BASE.
               MOVE ZERO TO WS-LINEAS-PROV.
               PERFORM VARYING WS-T FROM WS-S BY 1
                       UNTIL WS-T > WS-NUM-CSG
                   IF WS-CSG-PROV (WS-T) = WS-PROV-ACTUAL
                       AND WS-CSG-TASA (WS-T) = WS-TASA-ACTUAL
                       MOVE 'S' TO WS-CSG-HECHA (WS-T)
                       IF WS-CSG-VENDIDAS (WS-T) NOT = ZERO
                           OR WS-CSG-DEVUELTAS (WS-T) NOT = ZERO
                           ADD 1 TO WS-LINEAS-PROV
                           COMPUTE WS-BASE = WS-BASE +
                               (WS-CSG-VENDIDAS (WS-T) -
                                WS-CSG-DEVUELTAS (WS-T)) *
                               WS-CSG-PRECIO (WS-T)
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-LINEAS-PROV = ZERO
                   GO TO LIQUIDAR-PROVEEDOR-EXIT
               END-IF.

      *>   NUMERO DE LIQUIDACION: "CSG", EL MES Y LA TASA DE IVA, UNICO
      *>   POR PROVEEDOR; ES LA CLAVE DE LA FACTURA QUE SE GRABA
               COMPUTE WS-TASA-NUMERO = WS-TASA-ACTUAL * 100.
               MOVE SPACES TO WS-NUMERO-LIQ.
               STRING "CSG" WS-MES-LIQUIDACION "-" WS-TASA-NUMERO
                   DELIMITED BY SIZE INTO WS-NUMERO-LIQ
               END-STRING.
               COMPUTE WS-CUOTA ROUNDED =
                   WS-BASE * WS-TASA-ACTUAL / 100.

               MOVE WS-PROV-ACTUAL TO PROV-ID.
               MOVE SPACES TO PROV-NOMBRE.
               MOVE SPACES TO PROV-NIF.
               MOVE ZERO TO PROV-PLAZO-PAGO.
               IF PROVEEDORES-DISPONIBLE
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           DISPLAY "AVISO: proveedor " WS-PROV-ACTUAL
                               " no existe en el maestro"
                   END-READ
               END-IF.

               PERFORM IMPRIMIR-LIQUIDACION.

               IF WS-BASE NOT > ZERO
                   MOVE "  Sin importe a favor del proveedor; no se "
                       & "genera factura" TO DOC-LINE
                   WRITE DOC-LINE
                   GO TO LIQUIDAR-PROVEEDOR-EXIT
               END-IF.

               PERFORM GRABAR-FACTURA-LIQUIDACION.

           LIQUIDAR-PROVEEDOR-EXIT.
               EXIT.

           IMPRIMIR-LIQUIDACION.
               MOVE ALL "=" TO DOC-LINE.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               STRING "LIQUIDACION DE CONSIGNA " WS-NUMERO-LIQ
                   "   MES " WS-MES-LIQUIDACION "   FECHA " WS-HOY
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               STRING "PROVEEDOR: " WS-PROV-ACTUAL " " PROV-NOMBRE
                   " NIF " PROV-NIF
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               WRITE DOC-LINE.
               MOVE SPACES TO DOC-LINE.
               MOVE "ARTICULO DESCRIPCION" TO DOC-LINE (3:20).
               MOVE "VENDIDAS" TO DOC-LINE (32:8).
               MOVE "DEVUELTAS" TO DOC-LINE (41:9).
               MOVE "NETAS" TO DOC-LINE (53:5).
               MOVE "PRECIO" TO DOC-LINE (60:6).
               MOVE "IMPORTE" TO DOC-LINE (74:7).
               WRITE DOC-LINE.

               PERFORM VARYING WS-T FROM WS-S BY 1
                       UNTIL WS-T > WS-NUM-CSG
                   IF WS-CSG-PROV (WS-T) = WS-PROV-ACTUAL
                       AND WS-CSG-TASA (WS-T) = WS-TASA-ACTUAL
                       AND (WS-CSG-VENDIDAS (WS-T) NOT = ZERO
                           OR WS-CSG-DEVUELTAS (WS-T) NOT = ZERO)
                       PERFORM IMPRIMIR-LINEA-LIQUIDACION
                   END-IF
               END-PERFORM.

               MOVE SPACES TO DOC-LINE.
               WRITE DOC-LINE.
               MOVE WS-BASE TO WS-IMPORTE-ED.
               MOVE SPACES TO DOC-LINE.
               STRING "  BASE            " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.
               MOVE WS-TASA-ACTUAL TO WS-TASA-ED.
               MOVE WS-CUOTA TO WS-IMPORTE-ED.
               MOVE SPACES TO DOC-LINE.
               STRING "  IVA " WS-TASA-ED " %     " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.
               COMPUTE WS-IMPORTE-LINEA = WS-BASE + WS-CUOTA.
               MOVE WS-IMPORTE-LINEA TO WS-IMPORTE-ED.
               MOVE SPACES TO DOC-LINE.
               STRING "  TOTAL A PAGAR   " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               WRITE DOC-LINE.

           IMPRIMIR-LINEA-LIQUIDACION.
               COMPUTE WS-NETAS =
                   WS-CSG-VENDIDAS (WS-T) - WS-CSG-DEVUELTAS (WS-T).
               COMPUTE WS-IMPORTE-LINEA =
                   WS-NETAS * WS-CSG-PRECIO (WS-T).
               MOVE SPACES TO DOC-LINE.
               MOVE WS-CSG-VENDIDAS (WS-T) TO WS-QTY-ED.
               STRING "  " WS-CSG-ITEM (WS-T) " " WS-CSG-DESC (WS-T)
                   " " WS-QTY-ED
                   DELIMITED BY SIZE INTO DOC-LINE
               END-STRING.
               MOVE WS-CSG-DEVUELTAS (WS-T) TO WS-QTY-ED.
               MOVE WS-QTY-ED TO DOC-LINE (43:7).
               MOVE WS-NETAS TO WS-NETAS-ED.
               MOVE WS-NETAS-ED TO DOC-LINE (51:7).
               MOVE WS-CSG-PRECIO (WS-T) TO WS-PRECIO-ED.
               MOVE WS-PRECIO-ED TO DOC-LINE (60:6).
               MOVE WS-IMPORTE-LINEA TO WS-IMPORTE-ED.
               MOVE WS-IMPORTE-ED TO DOC-LINE (66:15).
               WRITE DOC-LINE.

           GRABAR-FACTURA-LIQUIDACION.
      *>   LA LIQUIDACION ES LA DEUDA CON EL PROVEEDOR: SE GRABA COMO
      *>   SU FACTURA YA CONTABILIZADA, CON VENCIMIENTO SEGUN SU PLAZO
      *>   DE PAGO, Y PASA AL DIARIO Y AL REGISTRO DE IVA SOPORTADO
               INITIALIZE FACTURA-PROV-REG.
               MOVE WS-PROV-ACTUAL TO FPRV-PROV-ID.
               MOVE WS-NUMERO-LIQ TO FPRV-NUMERO.
               MOVE WS-HOY TO FPRV-FECHA.
               COMPUTE FPRV-VENCIMIENTO =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-HOY)
                        + PROV-PLAZO-PAGO).
               MOVE "CONSIGNA" TO FPRV-OPERADOR.
               MOVE WS-TASA-ACTUAL TO FPRV-TASA-IVA.
               MOVE WS-BASE TO FPRV-BASE.
               MOVE WS-CUOTA TO FPRV-CUOTA.
               COMPUTE FPRV-TOTAL = WS-BASE + WS-CUOTA.
               SET FPRV-CONTABILIZADA TO TRUE.
               MOVE SPACES TO FPRV-MOTIVO.
               MOVE WS-HOY TO FPRV-FECHA-CONTABLE.
      *>   LAS LINEAS DE LA FACTURA GUARDAN LOS DIEZ PRIMEROS
      *>   ARTICULOS CON VENTA NETA; EL DETALLE COMPLETO ESTA EN EL
      *>   DOCUMENTO DE LIQUIDACION
               MOVE ZERO TO FPRV-N-LINEAS.
               PERFORM VARYING WS-T FROM WS-S BY 1
                       UNTIL WS-T > WS-NUM-CSG
                   IF WS-CSG-PROV (WS-T) = WS-PROV-ACTUAL
                       AND WS-CSG-TASA (WS-T) = WS-TASA-ACTUAL
                       AND WS-CSG-VENDIDAS (WS-T) >
                           WS-CSG-DEVUELTAS (WS-T)
                       AND FPRV-N-LINEAS < 10
                       PERFORM ANADIR-LINEA-FACTURA
                   END-IF
               END-PERFORM.

               WRITE FACTURA-PROV-REG
                   INVALID KEY
                       MOVE SPACES TO DOC-LINE
                       STRING "  YA LIQUIDADO: la factura "
                           WS-NUMERO-LIQ " ya existe; no se repite"
                           DELIMITED BY SIZE INTO DOC-LINE
                       END-STRING
                       WRITE DOC-LINE
                       DISPLAY DOC-LINE
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       ADD 1 TO WS-LIQUIDACIONES
                       ADD FPRV-TOTAL TO WS-TOTAL-LIQUIDADO
                       PERFORM EMITIR-ASIENTO-FACTURA
                       PERFORM REGISTRAR-IVA-SOPORTADO
               END-WRITE.

           ANADIR-LINEA-FACTURA.
               ADD 1 TO FPRV-N-LINEAS.
               MOVE ZERO TO FPRV-PEDIDO (FPRV-N-LINEAS).
               MOVE WS-CSG-ITEM (WS-T) TO FPRV-ITEM-ID (FPRV-N-LINEAS).
               COMPUTE FPRV-QTY (FPRV-N-LINEAS) =
                   WS-CSG-VENDIDAS (WS-T) - WS-CSG-DEVUELTAS (WS-T).
               MOVE WS-CSG-PRECIO (WS-T) TO FPRV-COSTE (FPRV-N-LINEAS).
               COMPUTE FPRV-IMPORTE (FPRV-N-LINEAS) =
                   FPRV-QTY (FPRV-N-LINEAS) * WS-CSG-PRECIO (WS-T).

           EMITIR-ASIENTO-FACTURA.
      *>   LA MERCANCIA VENDIDA SE COMPRA AL LIQUIDARLA: COMPRAS
      *>   (60000000) E IVA SOPORTADO (47200000) AL DEBE CONTRA LA
      *>   CUENTA DE PROVEEDORES (40000000) AL HABER
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE SPACES TO ASI-CONCEPTO.
               STRING "LIQ " FPRV-PROV-ID " " FPRV-NUMERO
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
               MOVE FPRV-FECHA-CONTABLE TO ISOP-FECHA.
               MOVE FPRV-PROV-ID TO ISOP-PROV-ID.
               MOVE FPRV-NUMERO TO ISOP-FACTURA.
               MOVE FPRV-TASA-IVA TO ISOP-TASA.
               MOVE FPRV-BASE TO ISOP-BASE.
               MOVE FPRV-CUOTA TO ISOP-CUOTA.
               OPEN EXTEND IVA-SOPORTADO-FILE.
               WRITE IVA-SOPORTADO-REG.
               CLOSE IVA-SOPORTADO-FILE.

           CARGAR-ENTRADAS.
               MOVE ZERO TO WS-NUM-ENT.
               MOVE 'N' TO EOF-ENTRADAS.
               OPEN INPUT ENTRADAS-CONSIGNA-FILE.
               IF ST-ENTRADAS NOT = "00"
                   SET FIN-ENTRADAS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ENTRADAS
                   READ ENTRADAS-CONSIGNA-FILE
                       AT END
                           SET FIN-ENTRADAS TO TRUE
                       NOT AT END
                           IF WS-NUM-ENT < 2000
                               ADD 1 TO WS-NUM-ENT
                               MOVE CSE-ITEM-ID
                                   TO WS-ENT-ITEM (WS-NUM-ENT)
                               MOVE CSE-FECHA
                                   TO WS-ENT-FECHA (WS-NUM-ENT)
                               MOVE CSE-QTY TO WS-ENT-QTY (WS-NUM-ENT)
                           ELSE
                               DISPLAY "AVISO: mas de 2000 entradas "
                                   "en consigna; la antiguedad solo "
                                   "cuenta las primeras"
                               SET FIN-ENTRADAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENTRADAS-CONSIGNA-FILE.

           LISTAR-DEVOLUCIONES.
      *>   STOCK EN CONSIGNA QUE HA SUPERADO EL PLAZO PACTADO SIN
      *>   VENDERSE, PARA DEVOLVERLO AL PROVEEDOR
               OPEN OUTPUT DEVOLVER-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONSIGNA A DEVOLVER POR PLAZO VENCIDO A " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NUM-CSG
                   IF WS-CSG-ACTIVO (WS-C) = "A"
                       AND WS-CSG-STOCK (WS-C) > ZERO
                       PERFORM CALCULAR-ANTIGUEDAD
                   END-IF
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               STRING "Articulos a devolver: " WS-DEVOLVER-LINEAS
                   "  Unidades: " WS-DEVOLVER-UNIDADES
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               CLOSE DEVOLVER-REPORT-FILE.

           CALCULAR-ANTIGUEDAD.
      *>   EL STOCK QUE QUEDA ES LO ULTIMO QUE ENTRO: SE RECORREN LAS
      *>   ENTRADAS DEL ARTICULO DE LA MAS NUEVA A LA MAS VIEJA Y LO
      *>   QUE CAIGA EN ENTRADAS ANTERIORES AL LIMITE ESTA VENCIDO. EL
      *>   STOCK QUE NINGUNA ENTRADA EXPLICA SE DATA EN EL ALTA
               COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-HOY)
                        - WS-CSG-PLAZO (WS-C)).
               MOVE WS-CSG-STOCK (WS-C) TO WS-PENDIENTE.
               MOVE ZERO TO WS-ANTIGUAS.
               MOVE ZERO TO WS-MAS-ANTIGUA.
               PERFORM VARYING WS-E FROM WS-NUM-ENT BY -1
                       UNTIL WS-E < 1 OR WS-PENDIENTE NOT > ZERO
                   IF WS-ENT-ITEM (WS-E) = WS-CSG-ITEM (WS-C)
                       AND WS-ENT-FECHA (WS-E) NOT < WS-CSG-ALTA (WS-C)
                       IF WS-ENT-QTY (WS-E) < WS-PENDIENTE
                           MOVE WS-ENT-QTY (WS-E) TO WS-TOMADAS
                       ELSE
                           MOVE WS-PENDIENTE TO WS-TOMADAS
                       END-IF
                       SUBTRACT WS-TOMADAS FROM WS-PENDIENTE
                       IF WS-ENT-FECHA (WS-E) < WS-FECHA-LIMITE
                           ADD WS-TOMADAS TO WS-ANTIGUAS
                           MOVE WS-ENT-FECHA (WS-E) TO WS-MAS-ANTIGUA
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-PENDIENTE > ZERO
                   AND WS-CSG-ALTA (WS-C) < WS-FECHA-LIMITE
                   ADD WS-PENDIENTE TO WS-ANTIGUAS
                   MOVE WS-CSG-ALTA (WS-C) TO WS-MAS-ANTIGUA
               END-IF.

               IF WS-ANTIGUAS > ZERO
                   ADD 1 TO WS-DEVOLVER-LINEAS
                   ADD WS-ANTIGUAS TO WS-DEVOLVER-UNIDADES
                   MOVE WS-CSG-STOCK (WS-C) TO WS-STOCK-ED
                   MOVE WS-ANTIGUAS TO WS-NETAS-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-CSG-ITEM (WS-C)
                       " " WS-CSG-DESC (WS-C)
                       " prov " WS-CSG-PROV (WS-C)
                       " stock " WS-STOCK-ED
                       " devolver " WS-NETAS-ED
                       " desde " WS-MAS-ANTIGUA
                       " plazo " WS-CSG-PLAZO (WS-C)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "LIQUIDACION-CONSIGNA"
                   TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM LIQUIDACION-CONSIGNA.
