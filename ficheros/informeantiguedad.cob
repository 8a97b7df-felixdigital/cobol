               IF WS-IMPORTE = ZERO
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF.
      *>   LA DEVOLUCION DE UN SALDO A FAVOR ("T") SOLO CONSUME EL
      *>   ABONO SOBRANTE, QUE AQUI NO SE ARRASTRA: NO ES DEUDA
               IF MOV-TIPO = "T"
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF.

               PERFORM LOCALIZAR-ENTRADA-CLIENTE.
               IF NOT AGE-ENCONTRADO
