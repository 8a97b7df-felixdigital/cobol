               01 WS-SECUENCIA-VALOR  PIC 9(8).
               01 WS-NUMERO-FACTURA PIC 9(8).

      *>   HUELLA ENCADENADA Y LINEA QR DE LA FACTURA REGISTRADA
               01 WS-HUELLA-OPERACION PIC X VALUE "E".
               01 WS-HUELLA PIC X(32).
               01 WS-LINEA-QR PIC X(100).

               01 WS-CUOTA-ED PIC Z.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               CLOSE TARIFAS-CONTRATO-FILE.

           FACTURAR-CONTRATO.
      *>   LA CUOTA REVALORIZADA POR EL IPC, SI EL CONTRATO LA TIENE,
      *>   SUSTITUYE A LA DE LA TARIFA
               IF CONTRATO-CUOTA NUMERIC AND CONTRATO-CUOTA > ZERO
                   MOVE CONTRATO-CUOTA TO WS-CUOTA
               ELSE
                   COMPUTE WS-CUOTA ROUNDED =
                       IMP-LIM * (PARM-TARIFA-PCT / 100)
               END-IF.
               IF WS-CUOTA = ZERO
                   GO TO FACTURAR-CONTRATO-EXIT
               END-IF.

               PERFORM ESCRIBIR-FACTURA-SPOOL.
               PERFORM REGISTRAR-FACTURA.
               MOVE SPACES TO FACTURA-LINE.
               WRITE FACTURA-LINE.
               PERFORM CARGAR-SALDO-CLIENTE
                   THRU CARGAR-SALDO-CLIENTE-EXIT.
               PERFORM REGISTRAR-PERIODO-FACTURADO.
               END-STRING.
               WRITE FACTURA-LINE.

           REGISTRAR-FACTURA.
               IF FACREG-DISPONIBLE
                   MOVE WS-NUMERO-FACTURA TO FREG-NUMERO
                   MOVE ZERO TO FREG-IVA
                   MOVE WS-CUOTA TO FREG-TOTAL
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

           CARGAR-SALDO-CLIENTE.
