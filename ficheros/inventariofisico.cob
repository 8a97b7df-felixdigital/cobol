                   ASSIGN TO "inventario-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL RESULTADOS-RECUENTO-FILE
                   ASSIGN TO "resultados-recuento.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT VARIACIONES-REPORT-FILE
                   ASSIGN TO "inventario-variaciones.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 AUD-ANTES PIC X(80).
                       05 AUD-DESPUES PIC X(80).

               FD RESULTADOS-RECUENTO-FILE.
                   COPY copyrcnt.

               FD VARIACIONES-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

               01 WS-LOTE-OPERACION PIC X(1).
               COPY copylpet.
               COPY copykpet.

       PROCEDURE DIVISION.
           PERFORM MAIN.

               COMPUTE WS-VARIACION =
                   RCT-QTY-CONTADA - WS-QTY-LIBRO.
               IF WS-VARIACION = ZERO
                   MOVE SPACES TO WS-MOTIVO
                   PERFORM REGISTRAR-RESULTADO-RECUENTO
                   SET RECUENTO-AJUSTADO TO TRUE
                   REWRITE RECUENTO-REG
                   GO TO APROBAR-AJUSTE-EXIT
               END-IF.

               PERFORM CORREGIR-LIBRO.
               PERFORM REGISTRAR-RESULTADO-RECUENTO.
               SET RECUENTO-AJUSTADO TO TRUE.
               REWRITE RECUENTO-REG.
               ADD 1 TO WS-JOB-ESCRITOS.
           APROBAR-AJUSTE-EXIT.
               EXIT.

           REGISTRAR-RESULTADO-RECUENTO.
      *>   CADA CONTEO RESUELTO QUEDA CON SU CLASE ABC Y SU COSTE PARA
      *>   MEDIR LA EXACTITUD DEL INVENTARIO POR CLASE
               MOVE SPACES TO RESULTADO-RECUENTO-REG.
               MOVE WS-HOY TO RRC-FECHA.
               MOVE RCT-FECHA TO RRC-FECHA-CONTEO.
               MOVE RCT-TIENDA-ID TO RRC-TIENDA-ID.
               MOVE RCT-ITEM-ID TO RRC-ITEM-ID.
               MOVE WS-QTY-LIBRO TO RRC-QTY-LIBRO.
               MOVE RCT-QTY-CONTADA TO RRC-QTY-CONTADA.
               MOVE WS-VARIACION TO RRC-VARIACION.
               MOVE ZERO TO RRC-COSTE.
               MOVE WS-MOTIVO TO RRC-MOTIVO.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE RCT-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ITEM-CLASE-ABC TO RRC-CLASE-ABC
                           MOVE ITEM-COSTE TO RRC-COSTE
                   END-READ
               END-IF.
               OPEN EXTEND RESULTADOS-RECUENTO-FILE.
               WRITE RESULTADO-RECUENTO-REG.
               CLOSE RESULTADOS-RECUENTO-FILE.

           CORREGIR-LIBRO.
               MOVE SPACES TO AUD-ANTES.
               MOVE SPACES TO AUD-DESPUES.
                   END-IF
               END-IF.

               IF RCT-TIENDA-ID NOT = SPACES OR LIBRO-ENCONTRADO
                   PERFORM REGISTRAR-KARDEX-AJUSTE
                   PERFORM AJUSTAR-LOTES
               END-IF.
               PERFORM REGISTRAR-AUDIT-INVENTARIO.

           AJUSTAR-LOTES.
      *>   LOS LOTES SIGUEN AL LIBRO: LA FALTA SALE COMO BAJA POR ORDEN
      *>   DE CADUCIDAD Y EL SOBRANTE VUELVE AL LOTE VIGENTE; EN UN
      *>   ARTICULO SIN LOTES EL SUBPROGRAMA NO HACE NADA
               INITIALIZE LOTE-PETICION.
               MOVE RCT-ITEM-ID TO LPT-ITEM-ID.
               MOVE RCT-TIENDA-ID TO LPT-TIENDA.
               IF WS-VARIACION < ZERO
                   COMPUTE LPT-QTY = ZERO - WS-VARIACION
                   MOVE "B" TO WS-LOTE-OPERACION
               ELSE
                   MOVE WS-VARIACION TO LPT-QTY
                   MOVE "D" TO WS-LOTE-OPERACION
               END-IF.
               MOVE WS-HOY TO LPT-FECHA.
               STRING "RECUENTO " RCT-FECHA
                   DELIMITED BY SIZE INTO LPT-REFERENCIA
               END-STRING.
               CALL "movimientolotes" USING WS-LOTE-OPERACION
                   LOTE-PETICION.

           REGISTRAR-KARDEX-AJUSTE.
      *>   EL AJUSTE ENTRA EN EL KARDEX POR LA VARIACION, CON EL
      *>   CONTEO COMO SALDO RESULTANTE
               INITIALIZE KARDEX-PETICION.
               MOVE WS-HOY TO KPT-FECHA.
               MOVE RCT-ITEM-ID TO KPT-ITEM-ID.
               MOVE RCT-TIENDA-ID TO KPT-TIENDA.
               MOVE "AJ" TO KPT-TIPO.
               MOVE WS-VARIACION TO KPT-CANTIDAD.
               MOVE RCT-QTY-CONTADA TO KPT-SALDO.
               MOVE "INVENTARIO-FISICO" TO KPT-PROGRAMA.
               STRING "RECUENTO " RCT-FECHA " MOTIVO " WS-MOTIVO
                   DELIMITED BY SIZE INTO KPT-REFERENCIA
               END-STRING.
               CALL "registrarkardex" USING KARDEX-PETICION.

           REGISTRAR-AUDIT-INVENTARIO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO AUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-HORA.
