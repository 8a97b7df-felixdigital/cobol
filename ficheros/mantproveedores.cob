       PROGRAM-ID. PROVEEDORES-CONSULTA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PROVEEDORES-FILE
                   88 NIF-VALIDO VALUE 'S'.
               01 WS-NIF-LETRA PIC X(1).

               01 WS-IBAN PIC X(24).
               01 WS-MINIMO-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-IBAN-RESULTADO PIC X.
                   88 IBAN-VALIDO VALUE 'S'.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
                       DISPLAY "Plazo de pago (dias): "
                           WITH NO ADVANCING
                       ACCEPT PROV-PLAZO-PAGO
                       DISPLAY "Pedido minimo (0 = sin minimo): "
                           WITH NO ADVANCING
                       MOVE ZERO TO PROV-PEDIDO-MINIMO
                       ACCEPT PROV-PEDIDO-MINIMO
                       SET PROVEEDOR-ACTIVO TO TRUE
                       DISPLAY "IBAN para transferencias: "
                           WITH NO ADVANCING
                       MOVE SPACES TO WS-IBAN
                       ACCEPT WS-IBAN
                       PERFORM VALIDAR-IBAN-PROVEEDOR
                       IF IBAN-VALIDO
                           MOVE WS-IBAN TO PROV-IBAN
                       ELSE
                           MOVE SPACES TO PROV-IBAN
                       END-IF

                       WRITE PROVEEDOR-REG
                           INVALID KEY
                   END-IF
               END-IF.

           VALIDAR-IBAN-PROVEEDOR.
      *>   SOLO SE COMPRUEBA LA FORMA: PAIS EN LETRAS Y DIGITOS DE
      *>   CONTROL NUMERICOS; UN IBAN ESPANOL OCUPA LAS 24 POSICIONES.
      *>   SIN IBAN EL PROVEEDOR SE DA DE ALTA PERO NO SE LE PAGA
               MOVE 'S' TO WS-IBAN-RESULTADO.
               IF WS-IBAN = SPACES
                   DISPLAY "AVISO: proveedor sin IBAN; no entrara en "
                       "las propuestas de pago"
               ELSE
                   IF WS-IBAN (1:2) IS NOT ALPHABETIC
                       OR WS-IBAN (3:2) IS NOT NUMERIC
                       OR (WS-IBAN (1:2) = "ES"
                           AND WS-IBAN (3:22) IS NOT NUMERIC)
                       DISPLAY "ERROR: IBAN no valido; no se graba"
                       MOVE 'N' TO WS-IBAN-RESULTADO
                   END-IF
               END-IF.

           CONSULTA-PROVEEDOR.
               DISPLAY "ID de proveedor: " WITH NO ADVANCING.
               ACCEPT PROV-ID.
                           DISPLAY "Nuevo plazo de pago (dias): "
                               WITH NO ADVANCING
                           ACCEPT PROV-PLAZO-PAGO
                           DISPLAY "Nuevo pedido minimo (0 = sin "
                               "minimo): " WITH NO ADVANCING
                           ACCEPT PROV-PEDIDO-MINIMO
                           DISPLAY "Estado (A=activo B=baja): "
                               WITH NO ADVANCING
                           ACCEPT PROV-ESTADO
                               DISPLAY "Estado no valido; se mantiene A"
                               SET PROVEEDOR-ACTIVO TO TRUE
                           END-IF
                           DISPLAY "Nuevo IBAN (en blanco se mantiene "
                               PROV-IBAN "): " WITH NO ADVANCING
                           MOVE SPACES TO WS-IBAN
                           ACCEPT WS-IBAN
                           IF WS-IBAN NOT = SPACES
                               PERFORM VALIDAR-IBAN-PROVEEDOR
                               IF IBAN-VALIDO
                                   MOVE WS-IBAN TO PROV-IBAN
                               END-IF
                           END-IF
                           REWRITE PROVEEDOR-REG
                               INVALID KEY
                                   DISPLAY "ERROR AL ACTUALIZAR ("
               END-PERFORM.

           MOSTRAR-PROVEEDOR.
               MOVE PROV-PEDIDO-MINIMO TO WS-MINIMO-ED.
               DISPLAY "ID: " PROV-ID
                   " NOMBRE: " PROV-NOMBRE
                   " NIF: " PROV-NIF
                   " PLAZO: " PROV-PLAZO-PAGO
                   " ESTADO: " PROV-ESTADO
                   " IBAN: " PROV-IBAN
                   " MINIMO: " WS-MINIMO-ED.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
