                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT MARGEN-REPORT-FILE
                   ASSIGN TO "margen-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD KITS-FILE.
                   COPY copykit.

               FD MARGEN-REPORT-FILE.
                   01 REPORT-LINE PIC X(120).


           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-KITS PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.

      *>   UN KIT SE COSTEA CON EL ITEM-COSTE DE SUS COMPONENTES
               01 WS-KIT-ID PIC X(8).
               01 WS-KIT-COSTE PIC 9(5)V99.
               01 WS-KIT-N PIC 9(2).
               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.

               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
                   88 MAR-ENCONTRADO VALUE 'S'.
               01 WS-MAR-AUX PIC X(200).

               01 WS-ITEM-COSTE-UNIT PIC 9(5)V99.
               01 WS-ITEM-CATEGORIA PIC X(2).
               01 WS-IMPORTE-LINEA PIC S9(9)V99.
               01 WS-COSTE-LINEA PIC S9(9)V99.
               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.

      *>   EL INFORME PRODUCIDO SE CATALOGA EN EL SPOOL PARA PODER
      *>   VERLO Y REPARTIRLO POR TIENDAS
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   MARGEN BRUTO DEL PERIODO PEDIDO: INGRESO (NETO DE
      *>   DEVOLUCIONES), COSTE DE LO VENDIDO A ITEM-COSTE (LOS KITS,
      *>   AL DE SUS COMPONENTES) Y PORCENTAJE DE MARGEN POR ARTICULO,
      *>   CON CORTES POR CATEGORIA Y TIENDA Y MARCA PARA LO VENDIDO
      *>   POR DEBAJO DE COSTE
               DISPLAY "Periodo desde (AAAAMMDD): " WITH NO ADVANCING.
               ACCEPT WS-PERIODO-DESDE.
               DISPLAY "Periodo hasta (AAAAMMDD): " WITH NO ADVANCING.
                       ST-ITEM "); coste cero para todo"
               END-IF.

               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.

               MOVE WS-PERIODO-DESDE TO WS-LH-DESDE.
               MOVE WS-PERIODO-HASTA TO WS-LH-HASTA.
               MOVE "I" TO WS-LH-OPERACION.
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               PERFORM ORDENAR-TABLA-MARGEN.


               CLOSE MARGEN-REPORT-FILE.

               MOVE "margen-report.dat" TO WS-SPOOL-NOMBRE.
               MOVE "INFORME-MARGEN" TO WS-SPOOL-PROGRAMA.
               MOVE WS-PERIODO-HASTA TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.
                       NOT INVALID KEY
                           MOVE ITEM-COSTE TO WS-ITEM-COSTE-UNIT
                           MOVE ITEM-CATEGORY TO WS-ITEM-CATEGORIA
                           PERFORM COSTEAR-KIT
                   END-READ
               END-IF.

           COSTEAR-KIT.
      *>   SI EL ARTICULO TIENE ESCANDALLO SU COSTE ES LA SUMA DE LOS
      *>   DE SUS COMPONENTES POR LAS UNIDADES DE CADA UNO
               IF KITS-DISPONIBLE
                   MOVE ZERO TO WS-KIT-N
                   MOVE ZERO TO WS-KIT-COSTE
                   MOVE HIST-ITEM-ID TO WS-KIT-ID
                   MOVE HIST-ITEM-ID TO KIT-ITEM-ID
                   MOVE LOW-VALUES TO KIT-COMPONENTE-ID
                   MOVE 'N' TO EOF-KIT
                   START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                       INVALID KEY
                           SET FIN-KIT TO TRUE
                   END-START
                   PERFORM UNTIL FIN-KIT
                       READ KITS-FILE NEXT RECORD
                           AT END
                               SET FIN-KIT TO TRUE
                           NOT AT END
                               IF KIT-ITEM-ID NOT = WS-KIT-ID
                                   SET FIN-KIT TO TRUE
                               ELSE
                                   ADD 1 TO WS-KIT-N
                                   PERFORM SUMAR-COSTE-COMPONENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-KIT-N > ZERO
                       MOVE WS-KIT-COSTE TO WS-ITEM-COSTE-UNIT
                   END-IF
               END-IF.

           SUMAR-COSTE-COMPONENTE.
               MOVE KIT-COMPONENTE-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-KIT-COSTE = WS-KIT-COSTE
                           + ITEM-COSTE * KIT-CANTIDAD
               END-READ.

           LOCALIZAR-ENTRADA-MARGEN.
               MOVE 'N' TO WS-MAR-ENCONTRADO.
               PERFORM VARYING WS-I FROM 1 BY 1
