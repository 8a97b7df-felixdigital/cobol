                   RECORD KEY IS HIST-CLAVE
                   STATUS ST-HISTORICO.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
               FD VENTAS-HISTORICO-FILE.
                   COPY copyhist.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
           WORKING-STORAGE SECTION.
               77 ST-HISTORICO PIC X(2).
               77 ST-ASIENTOS PIC X(2).
               77 ST-ITEM PIC X(2).
               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               77 ST-REGISTRO PIC X(2).

               01 EOF-HIST PIC X VALUE 'N'.
               END-IF.

           SUMAR-HISTORICO.
               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.
               OPEN INPUT VENTAS-HISTORICO-FILE.
               IF ST-HISTORICO NOT = "00"
                   GO TO SUMAR-HISTORICO-EXIT
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF HIST-SALE-DATE = WS-FECHA-NEGOCIO
                               PERFORM SUMAR-LINEA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM.

           SUMAR-HISTORICO-EXIT.
               CLOSE VENTAS-HISTORICO-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.

           SUMAR-LINEA-HISTORICO.
      *>   LAS TARJETAS REGALO VENDIDAS NO SON VENTA: EL DIARIO LAS
      *>   LLEVA AL PASIVO Y AQUI TAMPOCO CUENTAN
               MOVE SPACES TO ITEM-CATEGORY.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE HIST-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO ITEM-CATEGORY
                   END-READ
               END-IF.
               IF NOT ITEM-TARJETA-REGALO
                   COMPUTE TOTAL-HISTORICO =
                       TOTAL-HISTORICO + (HIST-SIGNO * HIST-IMPORTE)
               END-IF.

           SUMAR-DIARIO.
      *>   VENTAS AL HABER DE 70000000 MENOS DEVOLUCIONES AL DEBE DE
