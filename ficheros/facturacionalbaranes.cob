       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURACION-ALBARANES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ALBARANES-FILE
                   ASSIGN TO "albaranes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ALB-NUMERO
                   ALTERNATE RECORD KEY IS ALB-TICKET WITH DUPLICATES
                   STATUS ST-ALBARANES.

                   SELECT OPTIONAL XREF-FILE
                   ASSIGN TO "contrato-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XREF-NIF
                   STATUS ST-XREF.

                   SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO "./clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL FACTURA-REGISTRO-FILE
                   ASSIGN TO "factura-registro.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FREG-NUMERO
                   STATUS ST-FACREG.

                   SELECT OPTIONAL VAT-RATES-FILE
                   ASSIGN TO "vat-rates.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL IVA-VIGENCIA-FILE
                   ASSIGN TO "iva-vigencia.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IVAV-CLAVE
                   STATUS ST-IVAV.

                   SELECT OPTIONAL FACTURA-FILE
                   ASSIGN TO "factura.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL IVA-REGISTRO-FILE
                   ASSIGN TO "iva-registro.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PENDIENTES-REPORT-FILE
                   ASSIGN TO "albaranes-pendientes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ALBARANES-FILE.
                   COPY copyalbn.

               FD XREF-FILE.
                   COPY copyxref.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD FACTURA-REGISTRO-FILE.
                   COPY copyfreg.

               FD VAT-RATES-FILE.
                   01 VAT-RATES-LINE.
                       05 VAT-RATES-CAT PIC X(2).
                       05 VAT-RATES-TASA PIC 9(2)V99.

               FD IVA-VIGENCIA-FILE.
                   COPY copyivav.

               FD FACTURA-FILE.
                   01 FACTURA-LINE PIC X(100).

               FD IVA-REGISTRO-FILE.
                   01 IVA-REGISTRO-REG.
                       05 IVAREG-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 IVAREG-FACTURA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 IVAREG-TASA PIC 9(2)V99.
                       05 FILLER PIC X VALUE SPACE.
                       05 IVAREG-BASE PIC S9(9)V99.
                       05 FILLER PIC X VALUE SPACE.
                       05 IVAREG-CUOTA PIC S9(9)V99.

               FD PENDIENTES-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ALBARANES PIC X(2).
               77 ST-XREF PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-FACREG PIC X(2).
               77 ST-IVAV PIC X(2).

               01 WS-XREF-OK PIC X VALUE 'N'.
                   88 XREF-DISPONIBLE VALUE 'S'.
               01 WS-CLIENTES-DISPONIBLE PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.
               01 WS-FACREG-OK PIC X VALUE 'N'.
                   88 FACREG-DISPONIBLE VALUE 'S'.

               01 EOF-ALBARANES PIC X VALUE 'N'.
                   88 FIN-ALBARANES VALUE 'S'.
               01 EOF-XREF PIC X VALUE 'N'.
                   88 FIN-XREF VALUE 'S'.
               01 EOF-TASAS PIC X VALUE 'N'.
                   88 FIN-TASAS VALUE 'S'.
               01 EOF-VIG PIC X VALUE 'N'.
                   88 FIN-VIG VALUE 'S'.

               01 WS-HOY PIC 9(8).
      *>   MES FACTURADO: ENTRAN LOS ALBARANES PENDIENTES FECHADOS EN
      *>   ESE MES O ANTES
               01 WS-MES-FACTURAR PIC 9(6) VALUE ZERO.
               01 WS-MODO PIC X VALUE SPACE.
                   88 MODO-FACTURAR VALUE "F".
                   88 MODO-LISTAR VALUE "L".

      *>   TASA PLANA POR CATEGORIA Y TASAS FECHADAS; LA DE CADA LINEA
      *>   SE RESUELVE EN LA FECHA DE LA LINEA DEL ALBARAN
               01 WS-IVA-DEFECTO PIC 9(2)V99 VALUE 7.
               01 WS-TASAS-IVA OCCURS 20 TIMES.
                   05 WS-TASAS-IVA-CAT PIC X(2).
                   05 WS-TASAS-IVA-TASA PIC 9(2)V99.
               01 WS-NUM-TASAS PIC 9(2) VALUE ZERO.
               01 WS-TASAS-VIG OCCURS 100 TIMES.
                   05 WS-TASAS-VIG-CAT PIC X(2).
                   05 WS-TASAS-VIG-FECHA PIC 9(8).
                   05 WS-TASAS-VIG-TASA PIC 9(2)V99.
               01 WS-NUM-TASAS-VIG PIC 9(3) VALUE ZERO.
               01 WS-FECHA-MEJOR PIC 9(8).
               01 WS-TASA-LINEA PIC 9(2)V99.

      *>   CLIENTES CON ALBARANES PENDIENTES DEL PERIODO, EN ORDEN DE
      *>   PRIMER ALBARAN; CADA UNO RECIBE UNA SOLA FACTURA
               01 WS-CLI-TABLA.
                   05 WS-CLI-ENTRADA OCCURS 500 TIMES.
                       10 WS-CLI-ID-FAC PIC 9(8).
               01 WS-CLI-N PIC 9(3) VALUE ZERO.
               01 WS-CLI-DESCARTADOS PIC 9(5) VALUE ZERO.
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 ENTRADA-ENCONTRADA VALUE 'S'.

               01 WS-I PIC 9(3).
               01 WS-J PIC 9(3).
               01 WS-L PIC 9(2).

      *>   FACTURA EN CURSO Y SUS SUBTOTALES DE IVA POR TASA
               01 WS-CLIENTE-FACTURA PIC 9(8).
               01 WS-NOMBRE-CLIENTE PIC X(20).
               01 WS-NIF-CLIENTE PIC X(9).
               01 WS-ALBARANES-FACTURA PIC 9(4).
               01 WS-IMPORTE-LINEA PIC 9(7)V99.
               01 WS-IVA-LINEA PIC 9(7)V99.
               01 WS-BASE-FACTURA PIC 9(9)V99.
               01 WS-IVA-FACTURA PIC 9(9)V99.
               01 WS-TOTAL-FACTURA PIC 9(9)V99.
               01 WS-FAC-IVA OCCURS 20 TIMES.
                   05 WS-FAC-IVA-TASA PIC 9(2)V99.
                   05 WS-FAC-IVA-BASE PIC 9(9)V99.
                   05 WS-FAC-IVA-CUOTA PIC 9(9)V99.
               01 WS-FAC-IVA-N PIC 9(2) VALUE ZERO.
               01 WS-TASA-ACUMULADA PIC X VALUE 'N'.

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "FACTURA".
               01 WS-SECUENCIA-VALOR PIC 9(8).
               01 WS-NUMERO-FACTURA PIC 9(8).
               01 WS-FACTURAS-EMITIDAS PIC 9(5) VALUE ZERO.
               01 WS-ALBARANES-FACTURADOS PIC 9(6) VALUE ZERO.

      *>   HUELLA ENCADENADA Y LINEA QR DE LA FACTURA REGISTRADA
               01 WS-HUELLA-OPERACION PIC X VALUE "E".
               01 WS-HUELLA PIC X(32).
               01 WS-LINEA-QR PIC X(100).

      *>   INFORME DE PENDIENTES
               01 WS-PEND-N PIC 9(6) VALUE ZERO.
               01 WS-PEND-IMPORTE PIC 9(9)V99 VALUE ZERO.
               01 WS-POSTERIORES-N PIC 9(6) VALUE ZERO.

               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-IVA-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-BASE-ED PIC Z.ZZZ.ZZZ.ZZ9,99.
               01 WS-CONTADOR-ED PIC ZZZ.ZZ9.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   FACTURACION MENSUAL DE ALBARANES: LOS ALBARANES PENDIENTES
      *>   DE CADA CLIENTE PROFESIONAL HASTA EL MES INDICADO SE AGRUPAN
      *>   EN UNA SOLA FACTURA NUMERADA, CON IVA POR LINEA A LA TASA
      *>   VIGENTE EN SU FECHA Y CON REFERENCIA A CADA ALBARAN, EN EL
      *>   MISMO REGISTRO DE FACTURAS QUE LA FACTURACION DE VENTAS.
      *>   CADA ALBARAN FACTURADO QUEDA MARCADO CON SU FACTURA Y NO SE
      *>   VUELVE A RECOGER. EL SALDO DEL CLIENTE YA LO CARGO EL CIERRE
      *>   DE VENTAS CON CADA LINEA A CUENTA, ASI QUE AQUI NO SE TOCA.
      *>   AL FINAL SE LISTAN LOS ALBARANES QUE SIGUEN SIN FACTURAR
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               DISPLAY "Mes a facturar (AAAAMM, vacio=mes actual): "
                   WITH NO ADVANCING.
               ACCEPT WS-MES-FACTURAR.
               IF WS-MES-FACTURAR = ZERO
                   MOVE WS-HOY (1:6) TO WS-MES-FACTURAR
               END-IF.
               DISPLAY "F=facturar y listar pendientes, L=solo listar "
                   "(vacio=F): " WITH NO ADVANCING.
               ACCEPT WS-MODO.
               IF WS-MODO = SPACE
                   SET MODO-FACTURAR TO TRUE
               END-IF.
               IF NOT MODO-FACTURAR AND NOT MODO-LISTAR
                   DISPLAY "Modo no valido: " WS-MODO
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O ALBARANES-FILE.
               IF ST-ALBARANES NOT = "00"
                   DISPLAY "No hay fichero de albaranes ("
                       ST-ALBARANES ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               IF MODO-FACTURAR
                   PERFORM FACTURAR-PERIODO
               END-IF.

               PERFORM INFORME-PENDIENTES.

               CLOSE ALBARANES-FILE.

               DISPLAY "Facturas emitidas: " WS-FACTURAS-EMITIDAS
                   "; albaranes facturados: " WS-ALBARANES-FACTURADOS
                   "; pendientes: " WS-PEND-N.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           FACTURAR-PERIODO.
               PERFORM CARGAR-TASAS-IVA.

               MOVE 'N' TO WS-XREF-OK.
               OPEN INPUT XREF-FILE.
               IF ST-XREF = "00"
                   SET XREF-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-CLIENTES-DISPONIBLE.
               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-FACREG-OK.
               OPEN I-O FACTURA-REGISTRO-FILE.
               IF ST-FACREG = "35"
                   OPEN OUTPUT FACTURA-REGISTRO-FILE
                   CLOSE FACTURA-REGISTRO-FILE
                   OPEN I-O FACTURA-REGISTRO-FILE
               END-IF.
               IF ST-FACREG = "00"
                   SET FACREG-DISPONIBLE TO TRUE
               END-IF.

               PERFORM RECOGER-CLIENTES.

               OPEN EXTEND FACTURA-FILE.
               PERFORM FACTURAR-CLIENTE THRU FACTURAR-CLIENTE-EXIT
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CLI-N.
               CLOSE FACTURA-FILE.

               IF WS-CLI-DESCARTADOS > ZERO
                   DISPLAY "AVISO: " WS-CLI-DESCARTADOS
                       " albaran(es) de clientes fuera de tabla (limite"
                       " 500); se facturaran en la siguiente ejecucion"
               END-IF.

               IF XREF-DISPONIBLE
                   CLOSE XREF-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.
               IF FACREG-DISPONIBLE
                   CLOSE FACTURA-REGISTRO-FILE
               END-IF.

           CARGAR-TASAS-IVA.
               MOVE 'N' TO EOF-TASAS.
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

               MOVE 'N' TO EOF-VIG.
               OPEN INPUT IVA-VIGENCIA-FILE.
               IF ST-IVAV NOT = "00"
                   CLOSE IVA-VIGENCIA-FILE
                   SET FIN-VIG TO TRUE
               ELSE
                   MOVE LOW-VALUES TO IVAV-CLAVE
                   START IVA-VIGENCIA-FILE
                       KEY IS NOT LESS THAN IVAV-CLAVE
                       INVALID KEY
                           SET FIN-VIG TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-VIG
                   READ IVA-VIGENCIA-FILE NEXT RECORD
                       AT END
                           SET FIN-VIG TO TRUE
                           CLOSE IVA-VIGENCIA-FILE
                       NOT AT END
                           IF WS-NUM-TASAS-VIG < 100
                               ADD 1 TO WS-NUM-TASAS-VIG
                               MOVE IVAV-CATEGORIA TO
                                   WS-TASAS-VIG-CAT (WS-NUM-TASAS-VIG)
                               MOVE IVAV-FECHA-DESDE TO
                                   WS-TASAS-VIG-FECHA (WS-NUM-TASAS-VIG)
                               MOVE IVAV-TASA TO
                                   WS-TASAS-VIG-TASA (WS-NUM-TASAS-VIG)
                           END-IF
                   END-READ
               END-PERFORM.

           RECOGER-CLIENTES.
      *>   PRIMERA PASADA: CLIENTES CON ALGUN ALBARAN PENDIENTE DEL
      *>   PERIODO
               MOVE ZEROS TO ALB-NUMERO.
               MOVE 'N' TO EOF-ALBARANES.
               START ALBARANES-FILE KEY IS NOT LESS THAN ALB-NUMERO
                   INVALID KEY
                       SET FIN-ALBARANES TO TRUE
               END-START.
               PERFORM UNTIL FIN-ALBARANES
                   READ ALBARANES-FILE NEXT RECORD
                       AT END
                           SET FIN-ALBARANES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF ALB-PENDIENTE
                               AND ALB-FECHA (1:6) NOT > WS-MES-FACTURAR
                               PERFORM ANOTAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM.

           ANOTAR-CLIENTE.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CLI-N OR ENTRADA-ENCONTRADA
                   IF WS-CLI-ID-FAC (WS-J) = ALB-CLI-ID
                       SET ENTRADA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF NOT ENTRADA-ENCONTRADA
                   IF WS-CLI-N < 500
                       ADD 1 TO WS-CLI-N
                       MOVE ALB-CLI-ID TO WS-CLI-ID-FAC (WS-CLI-N)
                   ELSE
                       ADD 1 TO WS-CLI-DESCARTADOS
                   END-IF
               END-IF.

           FACTURAR-CLIENTE.
               MOVE WS-CLI-ID-FAC (WS-I) TO WS-CLIENTE-FACTURA.
               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO WS-NUMERO-FACTURA.

               MOVE ZERO TO WS-FAC-IVA-N.
               MOVE ZERO TO WS-BASE-FACTURA.
               MOVE ZERO TO WS-IVA-FACTURA.
               MOVE ZERO TO WS-TOTAL-FACTURA.
               MOVE ZERO TO WS-ALBARANES-FACTURA.

               PERFORM BUSCAR-DATOS-CLIENTE.
               MOVE SPACES TO FACTURA-LINE.
               STRING "FACTURA N. " WS-NUMERO-FACTURA
                   " FECHA " WS-HOY
                   " CLIENTE " WS-CLIENTE-FACTURA
                   " " WS-NOMBRE-CLIENTE
                   " NIF " WS-NIF-CLIENTE
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.
               DISPLAY FACTURA-LINE.
               MOVE SPACES TO FACTURA-LINE.
               STRING "  FACTURA MENSUAL DE ALBARANES HASTA "
                   WS-MES-FACTURAR
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.

      *>   SEGUNDA PASADA: LOS ALBARANES PENDIENTES DEL CLIENTE
               MOVE ZEROS TO ALB-NUMERO.
               MOVE 'N' TO EOF-ALBARANES.
               START ALBARANES-FILE KEY IS NOT LESS THAN ALB-NUMERO
                   INVALID KEY
                       SET FIN-ALBARANES TO TRUE
               END-START.
               PERFORM UNTIL FIN-ALBARANES
                   READ ALBARANES-FILE NEXT RECORD
                       AT END
                           SET FIN-ALBARANES TO TRUE
                       NOT AT END
                           IF ALB-PENDIENTE
                               AND ALB-CLI-ID = WS-CLIENTE-FACTURA
                               AND ALB-FECHA (1:6) NOT > WS-MES-FACTURAR
                               PERFORM FACTURAR-ALBARAN
                           END-IF
                   END-READ
               END-PERFORM.

               PERFORM ESCRIBIR-PIE-FACTURA.
               PERFORM REGISTRAR-FACTURA.
               MOVE SPACES TO FACTURA-LINE.
               WRITE FACTURA-LINE.

               ADD 1 TO WS-FACTURAS-EMITIDAS.
               ADD 1 TO WS-JOB-ESCRITOS.

           FACTURAR-CLIENTE-EXIT.
               EXIT.

           BUSCAR-DATOS-CLIENTE.
               MOVE "CLIENTE DESCONOCIDO" TO WS-NOMBRE-CLIENTE.
               MOVE SPACES TO WS-NIF-CLIENTE.
               IF CLIENTES-DISPONIBLE
                   MOVE WS-CLIENTE-FACTURA TO CLI-ID
                   READ CLIENTES-FILE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
                   END-READ
               END-IF.
      *>   EL NIF DEL CLIENTE SE BUSCA EN EL CRUCE NIF-CLIENTE
               IF XREF-DISPONIBLE
                   MOVE 'N' TO EOF-XREF
                   MOVE LOW-VALUES TO XREF-NIF
                   START XREF-FILE KEY IS NOT LESS THAN XREF-NIF
                       INVALID KEY
                           SET FIN-XREF TO TRUE
                   END-START
                   PERFORM UNTIL FIN-XREF
                       READ XREF-FILE NEXT RECORD
                           AT END
                               SET FIN-XREF TO TRUE
                           NOT AT END
                               IF XREF-CLI-ID = WS-CLIENTE-FACTURA
                                   MOVE XREF-NIF TO WS-NIF-CLIENTE
                                   SET FIN-XREF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           FACTURAR-ALBARAN.
               MOVE SPACES TO FACTURA-LINE.
               STRING "  ALBARAN " ALB-NUMERO " FECHA " ALB-FECHA
                   " TIENDA " ALB-TIENDA " TICKET " ALB-TICKET
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.
               DISPLAY FACTURA-LINE.

               PERFORM FACTURAR-LINEA-ALBARAN
                   VARYING WS-L FROM 1 BY 1 UNTIL WS-L > ALB-N-LINEAS.

      *>   MARCADO CON LA FACTURA: YA NO ES PENDIENTE Y NINGUNA
      *>   EJECUCION POSTERIOR LO VUELVE A RECOGER
               SET ALB-FACTURADO TO TRUE.
               MOVE WS-NUMERO-FACTURA TO ALB-FACTURA.
               MOVE WS-HOY TO ALB-FECHA-FACTURA.
               REWRITE ALBARAN-REG
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR EL ALBARAN " ALB-NUMERO
                           " (" ST-ALBARANES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
               END-REWRITE.
               ADD 1 TO WS-ALBARANES-FACTURA.
               ADD 1 TO WS-ALBARANES-FACTURADOS.

           FACTURAR-LINEA-ALBARAN.
               COMPUTE WS-IMPORTE-LINEA ROUNDED =
                   ALB-PRECIO (WS-L) * ALB-QTY (WS-L).
               ADD WS-IMPORTE-LINEA TO WS-BASE-FACTURA.
               PERFORM BUSCAR-TASA-IVA.
               COMPUTE WS-IVA-LINEA ROUNDED =
                   WS-IMPORTE-LINEA * (WS-TASA-LINEA / 100).
               ADD WS-IVA-LINEA TO WS-IVA-FACTURA.
               PERFORM ACUMULAR-IVA-FACTURA.

               MOVE ALB-PRECIO (WS-L) TO WS-PRECIO-ED.
               MOVE WS-IMPORTE-LINEA TO WS-IMPORTE-ED.
               MOVE WS-IVA-LINEA TO WS-IVA-ED.
               MOVE SPACES TO FACTURA-LINE.
               STRING "    " ALB-ITEM-ID (WS-L) " ("
                   ALB-CATEGORIA (WS-L)
                   ") x" ALB-QTY (WS-L) " @ " WS-PRECIO-ED
                   " = " WS-IMPORTE-ED " IVA " WS-TASA-LINEA "%: "
                   WS-IVA-ED
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.

           BUSCAR-TASA-IVA.
      *>   PRIMERO LA TASA PLANA DE LA CATEGORIA Y, SI HAY TASAS
      *>   FECHADAS, LA ULTIMA CON FECHA DE EFECTO NO POSTERIOR A LA
      *>   FECHA DE LA LINEA MANDA
               MOVE WS-IVA-DEFECTO TO WS-TASA-LINEA.
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NUM-TASAS
                   IF WS-TASAS-IVA-CAT (WS-J) = ALB-CATEGORIA (WS-L)
                       MOVE WS-TASAS-IVA-TASA (WS-J) TO WS-TASA-LINEA
                   END-IF
               END-PERFORM.
               MOVE ZERO TO WS-FECHA-MEJOR.
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NUM-TASAS-VIG
                   IF WS-TASAS-VIG-CAT (WS-J) = ALB-CATEGORIA (WS-L)
                       AND WS-TASAS-VIG-FECHA (WS-J)
                           <= ALB-FECHA-LINEA (WS-L)
                       AND WS-TASAS-VIG-FECHA (WS-J) >= WS-FECHA-MEJOR
                       MOVE WS-TASAS-VIG-FECHA (WS-J) TO WS-FECHA-MEJOR
                       MOVE WS-TASAS-VIG-TASA (WS-J) TO WS-TASA-LINEA
                   END-IF
               END-PERFORM.

           ACUMULAR-IVA-FACTURA.
               MOVE 'N' TO WS-TASA-ACUMULADA.
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-FAC-IVA-N
                   IF WS-FAC-IVA-TASA (WS-J) = WS-TASA-LINEA
                       ADD WS-IMPORTE-LINEA TO WS-FAC-IVA-BASE (WS-J)
                       ADD WS-IVA-LINEA TO WS-FAC-IVA-CUOTA (WS-J)
                       MOVE 'S' TO WS-TASA-ACUMULADA
                   END-IF
               END-PERFORM.
               IF WS-TASA-ACUMULADA = 'N' AND WS-FAC-IVA-N < 20
                   ADD 1 TO WS-FAC-IVA-N
                   MOVE WS-TASA-LINEA TO WS-FAC-IVA-TASA (WS-FAC-IVA-N)
                   MOVE WS-IMPORTE-LINEA TO
                       WS-FAC-IVA-BASE (WS-FAC-IVA-N)
                   MOVE WS-IVA-LINEA TO WS-FAC-IVA-CUOTA (WS-FAC-IVA-N)
               END-IF.

           ESCRIBIR-PIE-FACTURA.
               MOVE WS-ALBARANES-FACTURA TO WS-CONTADOR-ED.
               MOVE SPACES TO FACTURA-LINE.
               STRING "  ALBARANES FACTURADOS: " WS-CONTADOR-ED
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.

               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-FAC-IVA-N
                   MOVE WS-FAC-IVA-BASE (WS-J) TO WS-BASE-ED
                   MOVE WS-FAC-IVA-CUOTA (WS-J) TO WS-IVA-ED
                   MOVE SPACES TO FACTURA-LINE
                   STRING "  BASE IVA " WS-FAC-IVA-TASA (WS-J) "%: "
                       WS-BASE-ED " CUOTA: " WS-IVA-ED
                       DELIMITED BY SIZE INTO FACTURA-LINE
                   END-STRING
                   WRITE FACTURA-LINE
                   PERFORM REGISTRAR-IVA
               END-PERFORM.

               COMPUTE WS-TOTAL-FACTURA =
                   WS-BASE-FACTURA + WS-IVA-FACTURA.

               MOVE WS-BASE-FACTURA TO WS-BASE-ED.
               MOVE SPACES TO FACTURA-LINE.
               STRING "  TOTAL BASE: " WS-BASE-ED
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.

               MOVE WS-IVA-FACTURA TO WS-BASE-ED.
               MOVE SPACES TO FACTURA-LINE.
               STRING "  TOTAL IVA:  " WS-BASE-ED
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.

               MOVE WS-TOTAL-FACTURA TO WS-BASE-ED.
               MOVE SPACES TO FACTURA-LINE.
               STRING "  A PAGAR:    " WS-BASE-ED
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.
               DISPLAY FACTURA-LINE.

           REGISTRAR-IVA.
      *>   UNA LINEA POR TASA Y FACTURA EN EL REGISTRO DE IVA, DE
      *>   DONDE SALE EL RESUMEN TRIMESTRAL DE LA DECLARACION
               MOVE WS-HOY TO IVAREG-FECHA.
               MOVE WS-NUMERO-FACTURA TO IVAREG-FACTURA.
               MOVE WS-FAC-IVA-TASA (WS-J) TO IVAREG-TASA.
               MOVE WS-FAC-IVA-BASE (WS-J) TO IVAREG-BASE.
               MOVE WS-FAC-IVA-CUOTA (WS-J) TO IVAREG-CUOTA.
               OPEN EXTEND IVA-REGISTRO-FILE.
               WRITE IVA-REGISTRO-REG.
               CLOSE IVA-REGISTRO-FILE.

           REGISTRAR-FACTURA.
               IF FACREG-DISPONIBLE
                   MOVE WS-NUMERO-FACTURA TO FREG-NUMERO
                   MOVE WS-HOY TO FREG-FECHA
                   MOVE WS-CLIENTE-FACTURA TO FREG-CLI-ID
                   MOVE WS-NOMBRE-CLIENTE TO FREG-NOMBRE
                   MOVE WS-NIF-CLIENTE TO FREG-NIF
                   MOVE WS-BASE-FACTURA TO FREG-BASE
                   MOVE WS-IVA-FACTURA TO FREG-IVA
                   MOVE WS-TOTAL-FACTURA TO FREG-TOTAL
                   SET FREG-FACTURA TO TRUE
                   CALL "huellafactura" USING WS-HUELLA-OPERACION
                       FACREG-REG WS-HUELLA WS-LINEA-QR
                   WRITE FACREG-REG
                       INVALID KEY
                           REWRITE FACREG-REG
                   END-WRITE
                   MOVE WS-LINEA-QR TO FACTURA-LINE
                   WRITE FACTURA-LINE
               END-IF.

           INFORME-PENDIENTES.
      *>   ALBARANES QUE SIGUEN SIN FACTURAR AL CIERRE DEL MES; LOS
      *>   FECHADOS DESPUES DEL MES SOLO SE CUENTAN
               OPEN OUTPUT PENDIENTES-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ALBARANES PENDIENTES DE FACTURAR HASTA "
                   WS-MES-FACTURAR " A " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  ALBARAN   FECHA     CLIENTE   TIENDA  TICKET"
                   & "          IMPORTE" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZEROS TO ALB-NUMERO.
               MOVE 'N' TO EOF-ALBARANES.
               START ALBARANES-FILE KEY IS NOT LESS THAN ALB-NUMERO
                   INVALID KEY
                       SET FIN-ALBARANES TO TRUE
               END-START.
               PERFORM UNTIL FIN-ALBARANES
                   READ ALBARANES-FILE NEXT RECORD
                       AT END
                           SET FIN-ALBARANES TO TRUE
                       NOT AT END
                           IF MODO-LISTAR
                               ADD 1 TO WS-JOB-LEIDOS
                           END-IF
                           IF ALB-PENDIENTE
                               PERFORM LISTAR-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE WS-PEND-N TO WS-CONTADOR-ED.
               MOVE WS-PEND-IMPORTE TO WS-BASE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "TOTAL PENDIENTE: " WS-CONTADOR-ED
                   " albaran(es), " WS-BASE-ED " EUR sin IVA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-POSTERIORES-N > ZERO
                   MOVE WS-POSTERIORES-N TO WS-CONTADOR-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "Albaranes posteriores al mes, para la "
                       "siguiente facturacion: " WS-CONTADOR-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               CLOSE PENDIENTES-REPORT-FILE.

               MOVE "albaranes-pendientes.dat" TO WS-SPOOL-NOMBRE.
               MOVE "FACTURACION-ALBARAN" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           LISTAR-PENDIENTE.
               IF ALB-FECHA (1:6) > WS-MES-FACTURAR
                   ADD 1 TO WS-POSTERIORES-N
               ELSE
                   ADD 1 TO WS-PEND-N
                   ADD ALB-IMPORTE TO WS-PEND-IMPORTE
                   MOVE ALB-IMPORTE TO WS-IMPORTE-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " ALB-NUMERO " " ALB-FECHA " " ALB-CLI-ID
                       "  " ALB-TIENDA "   " ALB-TICKET "  "
                       WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "FACTURACION-ALBARAN" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM FACTURACION-ALBARANES.
