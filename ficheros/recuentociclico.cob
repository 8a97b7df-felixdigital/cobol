       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUENTO-CICLICO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL STOCK-TIENDAS-FILE
                   ASSIGN TO "stock-tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS STKT-CLAVE
                   STATUS ST-STOCK-TIENDA.

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT OPTIONAL RECUENTOS-FILE
                   ASSIGN TO "recuentos-inventario.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS RCT-CLAVE
                   STATUS ST-RECUENTO.

                   SELECT OPTIONAL RESULTADOS-RECUENTO-FILE
                   ASSIGN TO "resultados-recuento.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT LISTA-RECUENTO-FILE
                   ASSIGN TO "lista-recuento-ciclico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT EXACTITUD-REPORT-FILE
                   ASSIGN TO "exactitud-recuentos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD KITS-FILE.
                   COPY copykit.

      *>   MISMO REGISTRO QUE EL INVENTARIO FISICO: EL ULTIMO CONTEO
      *>   DE CADA TIENDA Y ARTICULO CON SU FECHA
               FD RECUENTOS-FILE.
                   01 RECUENTO-REG.
                       05 RCT-CLAVE.
                           10 RCT-TIENDA-ID PIC X(5).
                           10 RCT-ITEM-ID PIC X(8).
                       05 RCT-FECHA PIC 9(8).
                       05 RCT-QTY-CONTADA PIC 9(5).
                       05 RCT-ESTADO PIC X(1).
                           88 RECUENTO-PENDIENTE VALUE "P".
                           88 RECUENTO-AJUSTADO VALUE "A".

               FD RESULTADOS-RECUENTO-FILE.
                   COPY copyrcnt.

               FD LISTA-RECUENTO-FILE.
                   01 LISTA-LINE PIC X(100).

               FD EXACTITUD-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-KITS PIC X(2).
               77 ST-RECUENTO PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-STOCK-TIENDAS-OK PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.
               01 WS-RECUENTOS-OK PIC X VALUE 'N'.
                   88 RECUENTOS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-LISTA VALUE "L".
                   88 OPCION-EXACTITUD VALUE "E".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-ITEM PIC X VALUE 'N'.
                   88 FIN-ITEM VALUE 'S'.
               01 EOF-STKT PIC X VALUE 'N'.
                   88 FIN-STKT VALUE 'S'.
               01 EOF-RESULTADO PIC X VALUE 'N'.
                   88 FIN-RESULTADOS VALUE 'S'.
               01 WS-ES-KIT PIC X VALUE 'N'.
                   88 ARTICULO-ES-KIT VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC S9(9) COMP.
               01 WS-SEMANA PIC 9(7).
               01 WS-DIAS PIC S9(7).
               01 WS-RESTO PIC 9(3).
               01 WS-COCIENTE PIC 9(7).

      *>   FRECUENCIA DEL RECUENTO POR CLASE: A MENSUAL, B TRIMESTRAL,
      *>   C (Y SIN CLASIFICAR) ANUAL. UN ARTICULO NUNCA CONTADO ENTRA
      *>   EN LA SEMANA QUE LE TOCA POR SU ORDEN DENTRO DE LA TIENDA,
      *>   PARA QUE LA CARGA SE REPARTA ENTRE LAS SEMANAS DEL CICLO
               01 WS-CICLO-TABLA.
                   05 WS-CICLO OCCURS 3 TIMES.
                       10 WS-CICLO-DIAS PIC 9(3).
                       10 WS-CICLO-SEMANAS PIC 9(3).
                       10 WS-CICLO-ORDEN PIC 9(5).
                       10 WS-CICLO-LISTADOS PIC 9(5).
               77 WS-C PIC 9(1) VALUE 0.

               01 WS-TIENDA-ACTUAL PIC X(5).
               01 WS-TIENDA-ED PIC X(7).
               01 WS-ITEM-ID PIC X(8).
               01 WS-TOCA PIC X VALUE 'N'.
                   88 TOCA-CONTAR VALUE 'S'.
               01 WS-ULTIMO-CONTEO PIC 9(8).
               01 WS-LINEAS-TIENDA PIC 9(5).
               01 WS-TOTAL-LISTADOS PIC 9(6) VALUE ZERO.
               01 WS-TIENDAS-LISTADAS PIC 9(4) VALUE ZERO.

               01 WS-FECHA-DESDE PIC 9(8).
               01 WS-FECHA-HASTA PIC 9(8).

      *>   EXACTITUD POR CLASE: CONTEOS, CONTEOS EXACTOS, UNIDADES EN
      *>   LIBRO, UNIDADES Y VALOR DE LAS VARIACIONES EN ABSOLUTO
               01 WS-EXA-TABLA.
                   05 WS-EXA OCCURS 3 TIMES.
                       10 WS-EXA-CONTEOS PIC 9(6).
                       10 WS-EXA-EXACTOS PIC 9(6).
                       10 WS-EXA-LIBRO PIC S9(9).
                       10 WS-EXA-UNIDADES PIC 9(9).
                       10 WS-EXA-VALOR PIC 9(9)V99.
               01 WS-VARIACION-ABS PIC 9(6).
               01 WS-PCT PIC 9(3)V99.

               01 WS-CLASE-ED PIC X(1).
               01 WS-CONTEOS-ED PIC ZZZZZ9.
               01 WS-EXACTOS-ED PIC ZZZZZ9.
               01 WS-PCT-ED PIC ZZ9,99.
               01 WS-UNIDADES-ED PIC ZZZZZZZZ9.
               01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   RECUENTO CICLICO: LISTA SEMANAL POR TIENDA DE LOS ARTICULOS
      *>   QUE TOCA CONTAR SEGUN SU CLASE ABC Y SU ULTIMO CONTEO, QUE
      *>   SE CAPTURAN Y AJUSTAN EN EL INVENTARIO FISICO, E INFORME DE
      *>   EXACTITUD DE LOS CONTEOS POR CLASE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).
               DIVIDE WS-HOY-ENTERO BY 7 GIVING WS-SEMANA.
               MOVE 30 TO WS-CICLO-DIAS (1).
               MOVE 4 TO WS-CICLO-SEMANAS (1).
               MOVE 91 TO WS-CICLO-DIAS (2).
               MOVE 13 TO WS-CICLO-SEMANAS (2).
               MOVE 365 TO WS-CICLO-DIAS (3).
               MOVE 52 TO WS-CICLO-SEMANAS (3).

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "RECUENTO CICLICO"
                   DISPLAY "  L - Lista semanal de recuento por tienda"
                   DISPLAY "  E - Exactitud de los conteos por clase"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-LISTA
                           PERFORM LISTA-SEMANAL
                               THRU LISTA-SEMANAL-EXIT
                       WHEN OPCION-EXACTITUD
                           PERFORM INFORME-EXACTITUD
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           LISTA-SEMANAL.
               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos (" ST-ITEM ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO LISTA-SEMANAL-EXIT
               END-IF.
               SET ITEM-MASTER-DISPONIBLE TO TRUE.
               MOVE 'N' TO WS-STOCK-TIENDAS-OK.
               OPEN INPUT STOCK-TIENDAS-FILE.
               IF ST-STOCK-TIENDA = "00"
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-TIENDAS-OK.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-RECUENTOS-OK.
               OPEN INPUT RECUENTOS-FILE.
               IF ST-RECUENTO = "00"
                   SET RECUENTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE ZERO TO WS-TOTAL-LISTADOS.
               MOVE ZERO TO WS-TIENDAS-LISTADAS.
               OPEN OUTPUT LISTA-RECUENTO-FILE.
               MOVE SPACES TO LISTA-LINE.
               STRING "LISTA DE RECUENTO CICLICO - SEMANA DEL " WS-HOY
                   " (A MENSUAL, B TRIMESTRAL, C ANUAL)"
                   DELIMITED BY SIZE INTO LISTA-LINE
               END-STRING.
               WRITE LISTA-LINE.

      *>   PRIMERO EL ALMACEN CENTRAL (STOCK DEL MAESTRO), LUEGO CADA
      *>   TIENDA ABIERTA CON SU LEDGER
               MOVE SPACES TO WS-TIENDA-ACTUAL.
               PERFORM ABRIR-TIENDA-LISTA.
               MOVE LOW-VALUES TO ITEM-ID-KEY.
               MOVE 'N' TO EOF-ITEM.
               START ITEM-MASTER-FILE KEY IS NOT LESS THAN ITEM-ID-KEY
                   INVALID KEY
                       SET FIN-ITEM TO TRUE
               END-START.
               PERFORM UNTIL FIN-ITEM
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END
                           SET FIN-ITEM TO TRUE
                       NOT AT END
                           IF ITEM-STOCK-QTY NOT = ZERO
                               MOVE ITEM-ID-KEY TO WS-ITEM-ID
                               PERFORM EVALUAR-ARTICULO
                                   THRU EVALUAR-ARTICULO-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               PERFORM CERRAR-TIENDA-LISTA.

               IF STOCK-TIENDAS-DISPONIBLE
                   MOVE LOW-VALUES TO STKT-CLAVE
                   MOVE 'N' TO EOF-STKT
                   START STOCK-TIENDAS-FILE
                       KEY IS NOT LESS THAN STKT-CLAVE
                       INVALID KEY
                           SET FIN-STKT TO TRUE
                   END-START
                   PERFORM UNTIL FIN-STKT
                       READ STOCK-TIENDAS-FILE NEXT RECORD
                           AT END
                               SET FIN-STKT TO TRUE
                           NOT AT END
                               PERFORM EVALUAR-STOCK-TIENDA
                       END-READ
                   END-PERFORM
                   IF WS-TIENDA-ACTUAL NOT = SPACES
                       PERFORM CERRAR-TIENDA-LISTA
                   END-IF
               END-IF.

               MOVE SPACES TO LISTA-LINE.
               WRITE LISTA-LINE.
               MOVE SPACES TO LISTA-LINE.
               STRING "TIENDAS: " WS-TIENDAS-LISTADAS
                   "  ARTICULOS A CONTAR: " WS-TOTAL-LISTADOS
                   DELIMITED BY SIZE INTO LISTA-LINE
               END-STRING.
               WRITE LISTA-LINE.
               CLOSE LISTA-RECUENTO-FILE.

               CLOSE ITEM-MASTER-FILE.
               IF STOCK-TIENDAS-DISPONIBLE
                   CLOSE STOCK-TIENDAS-FILE
               END-IF.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.
               IF RECUENTOS-DISPONIBLE
                   CLOSE RECUENTOS-FILE
               END-IF.

               MOVE "lista-recuento-ciclico.dat" TO WS-SPOOL-NOMBRE.
               MOVE "RECUENTO-CICLICO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               DISPLAY "Articulos a contar esta semana: "
                   WS-TOTAL-LISTADOS.
               DISPLAY "Lista en lista-recuento-ciclico.dat".

           LISTA-SEMANAL-EXIT.
               EXIT.

           EVALUAR-STOCK-TIENDA.
      *>   LAS TIENDAS CERRADAS NO CUENTAN
               IF STKT-TIENDA-ID NOT = WS-TIENDA-ACTUAL
                   IF WS-TIENDA-ACTUAL NOT = SPACES
                       PERFORM CERRAR-TIENDA-LISTA
                   END-IF
                   MOVE STKT-TIENDA-ID TO WS-TIENDA-ACTUAL
                   MOVE SPACES TO TIENDA-ESTADO
                   IF TIENDAS-DISPONIBLE
                       MOVE STKT-TIENDA-ID TO TIENDA-ID
                       READ TIENDAS-FILE
                           INVALID KEY
                               MOVE SPACES TO TIENDA-ESTADO
                       END-READ
                   END-IF
                   PERFORM ABRIR-TIENDA-LISTA
               END-IF.
               IF NOT TIENDA-CERRADA
                   MOVE STKT-ITEM-ID TO WS-ITEM-ID
                   MOVE STKT-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM EVALUAR-ARTICULO
                               THRU EVALUAR-ARTICULO-EXIT
                   END-READ
               END-IF.

           ABRIR-TIENDA-LISTA.
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
                   MOVE ZERO TO WS-CICLO-ORDEN (WS-C)
                   MOVE ZERO TO WS-CICLO-LISTADOS (WS-C)
               END-PERFORM.
               MOVE ZERO TO WS-LINEAS-TIENDA.

           CERRAR-TIENDA-LISTA.
               IF WS-LINEAS-TIENDA > ZERO
                   ADD 1 TO WS-TIENDAS-LISTADAS
                   MOVE SPACES TO LISTA-LINE
                   STRING "    A: " WS-CICLO-LISTADOS (1)
                       "  B: " WS-CICLO-LISTADOS (2)
                       "  C: " WS-CICLO-LISTADOS (3)
                       DELIMITED BY SIZE INTO LISTA-LINE
                   END-STRING
                   WRITE LISTA-LINE
               END-IF.

           EVALUAR-ARTICULO.
      *>   EL REGISTRO DEL ARTICULO YA ESTA LEIDO. TARJETAS REGALO,
      *>   SERVICIOS Y KITS NO TIENEN STOCK QUE CONTAR
               IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                   GO TO EVALUAR-ARTICULO-EXIT
               END-IF.
               PERFORM COMPROBAR-KIT.
               IF ARTICULO-ES-KIT
                   GO TO EVALUAR-ARTICULO-EXIT
               END-IF.
               EVALUATE TRUE
                   WHEN ITEM-CLASE-A
                       MOVE 1 TO WS-C
                   WHEN ITEM-CLASE-B
                       MOVE 2 TO WS-C
                   WHEN OTHER
                       MOVE 3 TO WS-C
               END-EVALUATE.

      *>   UN CONTEO YA CAPTURADO Y PENDIENTE DE AJUSTE NO SE PIDE
      *>   OTRA VEZ; UNO RESUELTO VUELVE A TOCAR CUANDO SE CUMPLE SU
      *>   FRECUENCIA DENTRO DE LA SEMANA
               MOVE 'N' TO WS-TOCA.
               MOVE ZERO TO WS-ULTIMO-CONTEO.
               MOVE 'N' TO RCT-ESTADO.
               IF RECUENTOS-DISPONIBLE
                   MOVE WS-TIENDA-ACTUAL TO RCT-TIENDA-ID
                   MOVE WS-ITEM-ID TO RCT-ITEM-ID
                   READ RECUENTOS-FILE
                       INVALID KEY
                           MOVE 'N' TO RCT-ESTADO
                       NOT INVALID KEY
                           MOVE RCT-FECHA TO WS-ULTIMO-CONTEO
                   END-READ
               END-IF.
               IF RECUENTO-PENDIENTE
                   GO TO EVALUAR-ARTICULO-EXIT
               END-IF.
               IF WS-ULTIMO-CONTEO = ZERO
                   ADD 1 TO WS-CICLO-ORDEN (WS-C)
                   DIVIDE WS-CICLO-ORDEN (WS-C)
                       BY WS-CICLO-SEMANAS (WS-C)
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   MOVE WS-RESTO TO WS-DIAS
                   DIVIDE WS-SEMANA BY WS-CICLO-SEMANAS (WS-C)
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-DIAS = WS-RESTO
                       SET TOCA-CONTAR TO TRUE
                   END-IF
               ELSE
                   COMPUTE WS-DIAS = WS-HOY-ENTERO
                       - FUNCTION INTEGER-OF-DATE (WS-ULTIMO-CONTEO)
                   IF WS-DIAS + 7 > WS-CICLO-DIAS (WS-C)
                       SET TOCA-CONTAR TO TRUE
                   END-IF
               END-IF.
               IF TOCA-CONTAR
                   PERFORM ESCRIBIR-LINEA-LISTA
               END-IF.

           EVALUAR-ARTICULO-EXIT.
               EXIT.

           ESCRIBIR-LINEA-LISTA.
               IF WS-LINEAS-TIENDA = ZERO
                   IF WS-TIENDA-ACTUAL = SPACES
                       MOVE "CENTRAL" TO WS-TIENDA-ED
                   ELSE
                       MOVE WS-TIENDA-ACTUAL TO WS-TIENDA-ED
                   END-IF
                   MOVE SPACES TO LISTA-LINE
                   WRITE LISTA-LINE
                   MOVE SPACES TO LISTA-LINE
                   STRING "TIENDA " WS-TIENDA-ED
                       DELIMITED BY SIZE INTO LISTA-LINE
                   END-STRING
                   WRITE LISTA-LINE
                   MOVE "  ARTICULO DESCRIPCION          CLASE "
                       & "ULT.CONTEO  CONTADO"
                       TO LISTA-LINE
                   WRITE LISTA-LINE
               END-IF.
               ADD 1 TO WS-LINEAS-TIENDA.
               ADD 1 TO WS-CICLO-LISTADOS (WS-C).
               ADD 1 TO WS-TOTAL-LISTADOS.
               ADD 1 TO WS-JOB-ESCRITOS.
               IF ITEM-CLASE-ABC = SPACE
                   MOVE "-" TO WS-CLASE-ED
               ELSE
                   MOVE ITEM-CLASE-ABC TO WS-CLASE-ED
               END-IF.
               MOVE SPACES TO LISTA-LINE.
               IF WS-ULTIMO-CONTEO = ZERO
                   STRING "  " WS-ITEM-ID " " ITEM-DESCRIPTION
                       "   " WS-CLASE-ED "   NUNCA       ________"
                       DELIMITED BY SIZE INTO LISTA-LINE
                   END-STRING
               ELSE
                   STRING "  " WS-ITEM-ID " " ITEM-DESCRIPTION
                       "   " WS-CLASE-ED "   " WS-ULTIMO-CONTEO
                       "    ________"
                       DELIMITED BY SIZE INTO LISTA-LINE
                   END-STRING
               END-IF.
               WRITE LISTA-LINE.

           INFORME-EXACTITUD.
               DISPLAY "Desde (AAAAMMDD, 0=inicio): " WITH NO ADVANCING.
               ACCEPT WS-FECHA-DESDE.
               DISPLAY "Hasta (AAAAMMDD, 0=hoy): " WITH NO ADVANCING.
               ACCEPT WS-FECHA-HASTA.
               IF WS-FECHA-HASTA = ZERO
                   MOVE WS-HOY TO WS-FECHA-HASTA
               END-IF.

               INITIALIZE WS-EXA-TABLA.
               OPEN INPUT RESULTADOS-RECUENTO-FILE.
               MOVE 'N' TO EOF-RESULTADO.
               PERFORM UNTIL FIN-RESULTADOS
                   READ RESULTADOS-RECUENTO-FILE
                       AT END
                           SET FIN-RESULTADOS TO TRUE
                       NOT AT END
                           IF RRC-FECHA NOT < WS-FECHA-DESDE
                               AND RRC-FECHA NOT > WS-FECHA-HASTA
                               PERFORM ACUMULAR-EXACTITUD
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RESULTADOS-RECUENTO-FILE.

               OPEN OUTPUT EXACTITUD-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "EXACTITUD DE LOS CONTEOS DEL " WS-FECHA-DESDE
                   " AL " WS-FECHA-HASTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  CLASE CONTEOS EXACTOS  % EXACT  UDS.LIBRO"
                   & "  UDS.VARIAC.  VALOR VARIACION"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
                   PERFORM ESCRIBIR-LINEA-EXACTITUD
               END-PERFORM.
               CLOSE EXACTITUD-REPORT-FILE.

               MOVE "exactitud-recuentos.dat" TO WS-SPOOL-NOMBRE.
               MOVE "RECUENTO-CICLICO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           ACUMULAR-EXACTITUD.
      *>   LOS ARTICULOS SIN CLASIFICAR SE RECUENTAN COMO C
               ADD 1 TO WS-JOB-LEIDOS.
               EVALUATE RRC-CLASE-ABC
                   WHEN "A"
                       MOVE 1 TO WS-C
                   WHEN "B"
                       MOVE 2 TO WS-C
                   WHEN OTHER
                       MOVE 3 TO WS-C
               END-EVALUATE.
               ADD 1 TO WS-EXA-CONTEOS (WS-C).
               IF RRC-VARIACION = ZERO
                   ADD 1 TO WS-EXA-EXACTOS (WS-C)
               END-IF.
               ADD RRC-QTY-LIBRO TO WS-EXA-LIBRO (WS-C).
               IF RRC-VARIACION < ZERO
                   COMPUTE WS-VARIACION-ABS = ZERO - RRC-VARIACION
               ELSE
                   MOVE RRC-VARIACION TO WS-VARIACION-ABS
               END-IF.
               ADD WS-VARIACION-ABS TO WS-EXA-UNIDADES (WS-C).
               COMPUTE WS-EXA-VALOR (WS-C) ROUNDED =
                   WS-EXA-VALOR (WS-C) + WS-VARIACION-ABS * RRC-COSTE.

           ESCRIBIR-LINEA-EXACTITUD.
               EVALUATE WS-C
                   WHEN 1
                       MOVE "A" TO WS-CLASE-ED
                   WHEN 2
                       MOVE "B" TO WS-CLASE-ED
                   WHEN OTHER
                       MOVE "C" TO WS-CLASE-ED
               END-EVALUATE.
               MOVE ZERO TO WS-PCT.
               IF WS-EXA-CONTEOS (WS-C) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-EXA-EXACTOS (WS-C) * 100
                           / WS-EXA-CONTEOS (WS-C)
               END-IF.
               MOVE WS-EXA-CONTEOS (WS-C) TO WS-CONTEOS-ED.
               MOVE WS-EXA-EXACTOS (WS-C) TO WS-EXACTOS-ED.
               MOVE WS-PCT TO WS-PCT-ED.
               MOVE WS-EXA-UNIDADES (WS-C) TO WS-UNIDADES-ED.
               MOVE WS-EXA-VALOR (WS-C) TO WS-VALOR-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "    " WS-CLASE-ED "  " WS-CONTEOS-ED " "
                   WS-EXACTOS-ED "  " WS-PCT-ED
                   "  " WS-UNIDADES-ED "    " WS-VALOR-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           COMPROBAR-KIT.
               MOVE 'N' TO WS-ES-KIT.
               IF KITS-DISPONIBLE
                   MOVE ITEM-ID-KEY TO KIT-ITEM-ID
                   MOVE LOW-VALUES TO KIT-COMPONENTE-ID
                   START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ KITS-FILE NEXT RECORD
                               NOT AT END
                                   IF KIT-ITEM-ID = ITEM-ID-KEY
                                       SET ARTICULO-ES-KIT TO TRUE
                                   END-IF
                           END-READ
                   END-START
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "RECUENTO-CICLICO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM RECUENTO-CICLICO.
