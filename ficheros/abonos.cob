               01 WS-SECUENCIA-VALOR  PIC 9(8).
               01 WS-NUMERO-ABONO PIC 9(8).

      *>   HUELLA ENCADENADA Y LINEA QR DEL ABONO REGISTRADO
               01 WS-HUELLA-OPERACION PIC X VALUE "E".
               01 WS-HUELLA PIC X(32).
               01 WS-LINEA-QR PIC X(100).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
                   COMPUTE FREG-TOTAL =
                       WS-IMPORTE-LINEA + WS-IVA-LINEA
                   SET FREG-ABONO TO TRUE
                   CALL "huellafactura" USING WS-HUELLA-OPERACION
                       FACREG-REG WS-HUELLA WS-LINEA-QR
                   WRITE FACREG-REG
                       INVALID KEY
                           REWRITE FACREG-REG
                   END-WRITE
                   MOVE WS-LINEA-QR TO ABONO-LINE
                   WRITE ABONO-LINE
               END-IF.

           REGISTRAR-JOB-LOG.
