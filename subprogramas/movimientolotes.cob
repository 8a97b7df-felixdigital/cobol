       IDENTIFICATION DIVISION.
       PROGRAM-ID. movimientolotes.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT LOTES-FILE ASSIGN TO "lotes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS LOTE-CLAVE
                   ALTERNATE KEY LOTE-NUMERO WITH DUPLICATES
                   STATUS ST-LOTE.

                   SELECT OPTIONAL LOTES-MOVIMIENTOS-FILE
                   ASSIGN TO "lotes-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD LOTES-FILE.
                   COPY copylote.

               FD LOTES-MOVIMIENTOS-FILE.
                   COPY copylmov.

           WORKING-STORAGE SECTION.
               77 ST-LOTE PIC X(2).
               01 EOF-LOTE PIC X VALUE 'N'.
                   88 FIN-LOTES VALUE 'S'.

               01 WS-PENDIENTE PIC 9(5).
               01 WS-TOMADO PIC 9(5).
               01 WS-TIPO-SALIDA PIC X(1).
               01 WS-MOV-TIPO PIC X(1).
               01 WS-MOV-QTY PIC 9(5).

      *>   PORCIONES TOMADAS DE CADA LOTE EN LA LECTURA POR CADUCIDAD;
      *>   SE APLICAN DESPUES PARA NO GRABAR DURANTE EL RECORRIDO
               01 WS-TOMA-TABLA.
                   05 WS-TOMA OCCURS 20 TIMES.
                       10 WS-TOMA-CLAVE PIC X(36).
                       10 WS-TOMA-QTY PIC 9(5).
               01 WS-TOMA-N PIC 9(2) VALUE ZERO.
               77 WS-I PIC 9(2).

               01 WS-ULTIMA-CLAVE PIC X(36).

      *>   DATOS DEL LOTE QUE ENTRA (RECEPCION O DESTINO DE TRASLADO)
               01 WS-ENTRADA.
                   05 WS-E-TIENDA PIC X(5).
                   05 WS-E-CADUCIDAD PIC 9(8).
                   05 WS-E-LOTE PIC X(15).
                   05 WS-E-PROV-ID PIC X(5).
                   05 WS-E-PEDIDO PIC 9(8).
                   05 WS-E-COSTE PIC 9(3)V99.
                   05 WS-E-QTY PIC 9(5).
                   05 WS-E-TIPO PIC X(1).

           LINKAGE SECTION.
               77 LK-OPERACION PIC X(1).
                   88 OPERACION-ENTRADA VALUE "E".
                   88 OPERACION-CONSUMO VALUE "C".
                   88 OPERACION-BAJA VALUE "B".
                   88 OPERACION-DEVOLUCION VALUE "D".
                   88 OPERACION-TRASLADO VALUE "T".
               COPY copylpet.

       PROCEDURE DIVISION USING LK-OPERACION LOTE-PETICION.

           PERFORM DESPACHAR.
           GOBACK.

           DESPACHAR.
               MOVE ZERO TO LPT-RESTO.
               IF LPT-FECHA = ZERO
                   MOVE FUNCTION CURRENT-DATE (1:8) TO LPT-FECHA
               END-IF.

      *>   SIN FICHERO DE LOTES NINGUN ARTICULO ESTA CONTROLADO POR
      *>   LOTE: SOLO LA ENTRADA LO CREA
               OPEN I-O LOTES-FILE.
               IF ST-LOTE = "35"
                   IF NOT OPERACION-ENTRADA
                       MOVE LPT-QTY TO LPT-RESTO
                       GOBACK
                   END-IF
                   OPEN OUTPUT LOTES-FILE
                   CLOSE LOTES-FILE
                   OPEN I-O LOTES-FILE
               END-IF.

               EVALUATE TRUE
                   WHEN OPERACION-ENTRADA
                       MOVE LPT-TIENDA TO WS-E-TIENDA
                       MOVE LPT-CADUCIDAD TO WS-E-CADUCIDAD
                       MOVE LPT-LOTE TO WS-E-LOTE
                       MOVE LPT-PROV-ID TO WS-E-PROV-ID
                       MOVE LPT-PEDIDO TO WS-E-PEDIDO
                       MOVE LPT-COSTE TO WS-E-COSTE
                       MOVE LPT-QTY TO WS-E-QTY
                       MOVE "E" TO WS-E-TIPO
                       PERFORM ENTRAR-LOTE
                   WHEN OPERACION-CONSUMO
                       MOVE "V" TO WS-TIPO-SALIDA
                       PERFORM TOMAR-LOTES
                       PERFORM APLICAR-TOMAS
      *>   SALIDA QUE NO ES VENTA (DEVOLUCION AL PROVEEDOR, FALTA EN
      *>   RECUENTO): QUEDA COMO BAJA PARA QUE LA TRAZA DE UNA
      *>   RETIRADA NO LA CUENTE COMO VENDIDA A CLIENTES
                   WHEN OPERACION-BAJA
                       MOVE "B" TO WS-TIPO-SALIDA
                       PERFORM TOMAR-LOTES
                       PERFORM APLICAR-TOMAS
                   WHEN OPERACION-TRASLADO
                       MOVE "S" TO WS-TIPO-SALIDA
                       PERFORM TOMAR-LOTES
                       PERFORM APLICAR-TOMAS
                   WHEN OPERACION-DEVOLUCION
                       PERFORM DEVOLVER-A-LOTE
                   WHEN OTHER
                       DISPLAY "movimientolotes: operacion no valida: "
                           LK-OPERACION
               END-EVALUATE.

               CLOSE LOTES-FILE.

           ENTRAR-LOTE.
               MOVE LPT-ITEM-ID TO LOTE-ITEM-ID.
               MOVE WS-E-TIENDA TO LOTE-TIENDA.
               MOVE WS-E-CADUCIDAD TO LOTE-CADUCIDAD.
               MOVE WS-E-LOTE TO LOTE-NUMERO.
               READ LOTES-FILE
                   INVALID KEY
                       MOVE WS-E-PROV-ID TO LOTE-PROV-ID
                       MOVE WS-E-PEDIDO TO LOTE-PEDIDO
                       MOVE LPT-FECHA TO LOTE-FECHA-ENTRADA
                       MOVE WS-E-QTY TO LOTE-QTY-ENTRADA
                       MOVE WS-E-QTY TO LOTE-QTY
                       MOVE WS-E-COSTE TO LOTE-COSTE
                       SET LOTE-ACTIVO TO TRUE
                       WRITE LOTE-REG
                   NOT INVALID KEY
                       ADD WS-E-QTY TO LOTE-QTY-ENTRADA
                       ADD WS-E-QTY TO LOTE-QTY
                       IF LOTE-QTY > ZERO AND NOT LOTE-DE-BAJA
                           SET LOTE-ACTIVO TO TRUE
                       END-IF
                       REWRITE LOTE-REG
               END-READ.
               MOVE WS-E-TIPO TO WS-MOV-TIPO.
               MOVE WS-E-QTY TO WS-MOV-QTY.
               PERFORM REGISTRAR-MOVIMIENTO.

           TOMAR-LOTES.
      *>   PRIMERO EL QUE ANTES CADUCA: LA CLAVE YA VIENE ORDENADA POR
      *>   CADUCIDAD DENTRO DE CADA ARTICULO Y TIENDA. CON LPT-LOTE
      *>   INFORMADO SOLO SE TOMA DE ESE LOTE
               MOVE LPT-QTY TO WS-PENDIENTE.
               MOVE ZERO TO WS-TOMA-N.
               MOVE 'N' TO EOF-LOTE.
               MOVE LPT-ITEM-ID TO LOTE-ITEM-ID.
               MOVE LPT-TIENDA TO LOTE-TIENDA.
               MOVE ZERO TO LOTE-CADUCIDAD.
               MOVE LOW-VALUES TO LOTE-NUMERO.
               START LOTES-FILE KEY IS NOT LESS THAN LOTE-CLAVE
                   INVALID KEY
                       SET FIN-LOTES TO TRUE
               END-START.

               PERFORM UNTIL FIN-LOTES OR WS-PENDIENTE = ZERO
                   READ LOTES-FILE NEXT RECORD
                       AT END
                           SET FIN-LOTES TO TRUE
                       NOT AT END
                           PERFORM TOMAR-DEL-LOTE
                   END-READ
               END-PERFORM.

               MOVE WS-PENDIENTE TO LPT-RESTO.

           TOMAR-DEL-LOTE.
               IF LOTE-ITEM-ID NOT = LPT-ITEM-ID
                       OR LOTE-TIENDA NOT = LPT-TIENDA
                   SET FIN-LOTES TO TRUE
               ELSE
                   IF LOTE-ACTIVO AND LOTE-QTY > ZERO
                           AND WS-TOMA-N < 20
                           AND (LPT-LOTE = SPACES
                               OR LOTE-NUMERO = LPT-LOTE)
                       IF LOTE-QTY < WS-PENDIENTE
                           MOVE LOTE-QTY TO WS-TOMADO
                       ELSE
                           MOVE WS-PENDIENTE TO WS-TOMADO
                       END-IF
                       ADD 1 TO WS-TOMA-N
                       MOVE LOTE-CLAVE TO WS-TOMA-CLAVE (WS-TOMA-N)
                       MOVE WS-TOMADO TO WS-TOMA-QTY (WS-TOMA-N)
                       SUBTRACT WS-TOMADO FROM WS-PENDIENTE
                   END-IF
               END-IF.

           APLICAR-TOMAS.
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOMA-N
                   MOVE WS-TOMA-CLAVE (WS-I) TO LOTE-CLAVE
                   READ LOTES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM DESCONTAR-TOMA
                   END-READ
               END-PERFORM.

           DESCONTAR-TOMA.
               SUBTRACT WS-TOMA-QTY (WS-I) FROM LOTE-QTY.
               IF LOTE-QTY NOT > ZERO
                   SET LOTE-AGOTADO TO TRUE
               END-IF.
               REWRITE LOTE-REG.
               MOVE WS-TIPO-SALIDA TO WS-MOV-TIPO.
               MOVE WS-TOMA-QTY (WS-I) TO WS-MOV-QTY.
               PERFORM REGISTRAR-MOVIMIENTO.

      *>   EN UN TRASLADO LA MISMA PORCION ENTRA EN LA TIENDA DESTINO
      *>   CON EL NUMERO, CADUCIDAD Y ORIGEN DEL LOTE DE SALIDA
               IF OPERACION-TRASLADO
                   MOVE LPT-DESTINO TO WS-E-TIENDA
                   MOVE LOTE-CADUCIDAD TO WS-E-CADUCIDAD
                   MOVE LOTE-NUMERO TO WS-E-LOTE
                   MOVE LOTE-PROV-ID TO WS-E-PROV-ID
                   MOVE LOTE-PEDIDO TO WS-E-PEDIDO
                   MOVE LOTE-COSTE TO WS-E-COSTE
                   MOVE WS-TOMA-QTY (WS-I) TO WS-E-QTY
                   MOVE "T" TO WS-E-TIPO
                   PERFORM ENTRAR-LOTE
               END-IF.

           DEVOLVER-A-LOTE.
      *>   LA DEVOLUCION DEL CLIENTE VUELVE AL LOTE VIGENTE DE MAYOR
      *>   CADUCIDAD DE ESA TIENDA; SI NO QUEDA NINGUNO NO SE ASIGNA
               MOVE SPACES TO WS-ULTIMA-CLAVE.
               MOVE 'N' TO EOF-LOTE.
               MOVE LPT-ITEM-ID TO LOTE-ITEM-ID.
               MOVE LPT-TIENDA TO LOTE-TIENDA.
               MOVE ZERO TO LOTE-CADUCIDAD.
               MOVE LOW-VALUES TO LOTE-NUMERO.
               START LOTES-FILE KEY IS NOT LESS THAN LOTE-CLAVE
                   INVALID KEY
                       SET FIN-LOTES TO TRUE
               END-START.

               PERFORM UNTIL FIN-LOTES
                   READ LOTES-FILE NEXT RECORD
                       AT END
                           SET FIN-LOTES TO TRUE
                       NOT AT END
                           IF LOTE-ITEM-ID NOT = LPT-ITEM-ID
                                   OR LOTE-TIENDA NOT = LPT-TIENDA
                               SET FIN-LOTES TO TRUE
                           ELSE
                               IF NOT LOTE-DE-BAJA
                                   MOVE LOTE-CLAVE TO WS-ULTIMA-CLAVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-ULTIMA-CLAVE = SPACES
                   MOVE LPT-QTY TO LPT-RESTO
               ELSE
                   MOVE WS-ULTIMA-CLAVE TO LOTE-CLAVE
                   READ LOTES-FILE
                       INVALID KEY
                           MOVE LPT-QTY TO LPT-RESTO
                       NOT INVALID KEY
                           ADD LPT-QTY TO LOTE-QTY
                           SET LOTE-ACTIVO TO TRUE
                           REWRITE LOTE-REG
                           MOVE "D" TO WS-MOV-TIPO
                           MOVE LPT-QTY TO WS-MOV-QTY
                           PERFORM REGISTRAR-MOVIMIENTO
                   END-READ
               END-IF.

           REGISTRAR-MOVIMIENTO.
               MOVE SPACES TO LOTE-MOV-REG.
               MOVE WS-MOV-TIPO TO LMV-TIPO.
               MOVE WS-MOV-QTY TO LMV-QTY.
               MOVE LPT-FECHA TO LMV-FECHA.
               MOVE LOTE-NUMERO TO LMV-LOTE.
               MOVE LOTE-ITEM-ID TO LMV-ITEM-ID.
               MOVE LOTE-TIENDA TO LMV-TIENDA.
               MOVE LOTE-CADUCIDAD TO LMV-CADUCIDAD.
               MOVE LPT-REFERENCIA TO LMV-REFERENCIA.
               OPEN EXTEND LOTES-MOVIMIENTOS-FILE.
               WRITE LOTE-MOV-REG.
               CLOSE LOTES-MOVIMIENTOS-FILE.

       END PROGRAM movimientolotes.
