                   RECORD KEY IS FREG-NUMERO
                   STATUS st-facreg.

      *>   LAS VENTAS A CUENTA QUE YA FIGURAN EN UN ALBARAN SE
      *>   FACTURAN EN LA FACTURACION MENSUAL DE ALBARANES
                   SELECT OPTIONAL albaranes-file
                   ASSIGN TO "albaranes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ALB-NUMERO
                   ALTERNATE RECORD KEY IS ALB-TICKET WITH DUPLICATES
                   STATUS st-albaranes.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD factura-registro-file.
                   COPY copyfreg.

               FD albaranes-file.
                   COPY copyalbn.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

               01 eof-xref PIC X VALUE 'N'.
                   88 fin-xref VALUE 'S'.

               77 st-albaranes PIC X(2).
               01 albaranes-ok PIC X VALUE 'N'.
                   88 albaranes-disponible VALUE 'S'.
               01 eof-albaranes PIC X VALUE 'N'.
                   88 fin-albaranes VALUE 'S'.
               01 linea-en-albaran PIC X VALUE 'N'.
                   88 en-albaran VALUE 'S'.
               77 lineas-albaran pic 9(5) value 0.

               01 iva constant as 7.

               01 tasas-iva occurs 20 times.
               01 ws-nombre-cliente PIC X(20).
               01 ws-hoy PIC 9(8).

      *>   HUELLA ENCADENADA Y LINEA QR DE CADA DOCUMENTO REGISTRADO
               01 ws-huella-operacion PIC X VALUE "E".
               01 ws-huella PIC X(32).
               01 ws-linea-qr PIC X(100).

       PROCEDURE DIVISION.
           PERFORM MAIN.

               PERFORM EMITIR-FACTURAS-CLIENTES.
               PERFORM EMITIR-FACTURA-SIMPLIFICADA.

               IF lineas-albaran > 0
                   MOVE SPACES TO factura-line
                   STRING "NOTA: " lineas-albaran
                       " linea(s) a cuenta van en albaran y se "
                       "facturan en la facturacion mensual"
                       DELIMITED BY SIZE INTO factura-line
                   END-STRING
                   WRITE factura-line
                   DISPLAY factura-line
               END-IF.

               IF lineas-descartadas > 0
                   MOVE SPACES TO factura-line
                   STRING "AVISO: " lineas-descartadas
                   SET xref-disponible TO TRUE
               END-IF.

               MOVE 'N' TO albaranes-ok.
               OPEN INPUT albaranes-file.
               IF st-albaranes = "00"
                   SET albaranes-disponible TO TRUE
               END-IF.

      *>   EL REGISTRO DE FACTURAS SE CREA EN LA PRIMERA EJECUCION;
      *>   DE EL TIRA LA CONSULTA DE FACTURAS Y LOS DUPLICADOS
               MOVE 'N' TO facreg-ok.
               IF facreg-disponible
                   CLOSE factura-registro-file
               END-IF.
               IF albaranes-disponible
                   CLOSE albaranes-file
               END-IF.

           CARGAR-TASAS-IVA.
      *>   TASA POR DEFECTO IGUAL AL IVA PLANO SI NO HAY CATEGORIA
                       GO TO CARGAR-LINEA-FACTURA-EXIT
                   END-IF
               END-IF.
               IF pago-cuenta AND cust-id NOT = 0
                   AND albaranes-disponible
                   PERFORM BUSCAR-ALBARAN-LINEA
                   IF en-albaran
                       ADD 1 TO lineas-albaran
                       GO TO CARGAR-LINEA-FACTURA-EXIT
                   END-IF
               END-IF.
               ADD 1 TO num-lineas.
               MOVE cust-id TO factura-cust-id(num-lineas).
               MOVE item-id TO factura-item-id(num-lineas).
           CARGAR-LINEA-FACTURA-EXIT.
               EXIT.

           BUSCAR-ALBARAN-LINEA.
      *>   EL ALBARAN RECOGE LAS LINEAS A CUENTA DEL TICKET PARA SU
      *>   CLIENTE; SI EXISTE, LA LINEA NO SE FACTURA AQUI
               MOVE 'N' TO linea-en-albaran.
               MOVE 'N' TO eof-albaranes.
               MOVE sale-ticket TO ALB-TICKET.
               START albaranes-file KEY IS EQUAL TO ALB-TICKET
                   INVALID KEY
                       SET fin-albaranes TO TRUE
               END-START.
               PERFORM UNTIL fin-albaranes
                   READ albaranes-file NEXT RECORD
                       AT END
                           SET fin-albaranes TO TRUE
                       NOT AT END
                           IF ALB-TICKET NOT = sale-ticket
                               SET fin-albaranes TO TRUE
                           ELSE
                               IF ALB-CLI-ID = cust-id
                                   SET en-albaran TO TRUE
                                   SET fin-albaranes TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           EMITIR-FACTURAS-CLIENTES.
      *>   RECORRE LAS LINEAS PENDIENTES Y FACTURA CLIENTE A CLIENTE
      *>   EN SU ORDEN DE APARICION
               PERFORM ESCRIBIR-PIE-FACTURA.
               PERFORM REGISTRAR-FACTURA-EMITIDA.

      *>   LA LINEA EN BLANCO CIERRA LA FACTURA EN EL SPOOL, DETRAS
      *>   DE LA LINEA QR, PARA QUE EL DUPLICADO LA INCLUYA
               MOVE SPACES TO factura-line.
               WRITE factura-line.

           REGISTRAR-FACTURA-EMITIDA.
               IF facreg-disponible
                   MOVE ws-numero-factura TO FREG-NUMERO
                   ELSE
                       SET FREG-FACTURA TO TRUE
                   END-IF
                   CALL "huellafactura" USING ws-huella-operacion
                       FACREG-REG ws-huella ws-linea-qr
                   WRITE FACREG-REG
                       INVALID KEY
                           REWRITE FACREG-REG
                   END-WRITE
                   MOVE ws-linea-qr TO factura-line
                   WRITE factura-line
                   DISPLAY factura-line
               END-IF.

           ESCRIBIR-CABECERA-FACTURA.
               WRITE factura-line.
               DISPLAY factura-line.

           REGISTRAR-IVA.
      *>   UNA LINEA POR TASA Y FACTURA EN EL REGISTRO DE IVA, DE
      *>   DONDE SALE EL RESUMEN TRIMESTRAL DE LA DECLARACION
