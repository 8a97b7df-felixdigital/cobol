       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CESTAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT SORT-WORK-FILE
                   ASSIGN TO "cestas-sort.tmp".

                   SELECT CESTAS-REPORT-FILE
                   ASSIGN TO "cestas-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *>   UNA ENTRADA POR LINEA DEL HISTORICO CON TICKET; ORDENADAS
      *>   POR TIENDA, CAJA, DIA Y TICKET LAS LINEAS DE CADA CESTA
      *>   QUEDAN CONSECUTIVAS
               SD SORT-WORK-FILE.
                   01 SORT-REG.
                       05 SORT-SHOP-ID PIC X(5).
                       05 SORT-TILL-ID PIC X(2).
                       05 SORT-FECHA PIC 9(8).
                       05 SORT-TICKET PIC 9(8).
                       05 SORT-SIGNO PIC S9(1).
                       05 SORT-QTY PIC 9(3).
                       05 SORT-IMPORTE PIC 9(7)V99.

               FD CESTAS-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 EOF-SORT PIC X VALUE 'N'.
                   88 FIN-SORT VALUE 'S'.

      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico", QUE SOLO ABRE LOS ANOS DEL RANGO PEDIDO
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).

               01 WS-SIN-TICKET PIC 9(6) VALUE ZERO.

      *>   CLAVES DE RUPTURA EN CURSO
               01 WS-ULT-SHOP-ID PIC X(5) VALUE LOW-VALUES.
               01 WS-ULT-TILL-ID PIC X(2) VALUE LOW-VALUES.
               01 WS-ULT-FECHA PIC 9(8) VALUE ZERO.
               01 WS-ULT-TICKET PIC 9(8) VALUE ZERO.
               01 WS-HAY-GRUPO PIC X VALUE 'N'.
                   88 HAY-GRUPO VALUE 'S'.

      *>   CESTA EN CURSO: IMPORTE NETO Y UNIDADES NETAS DEL TICKET
               01 WS-CESTA-IMPORTE PIC S9(9)V99.
               01 WS-CESTA-UNIDADES PIC S9(5).

      *>   ACUMULADOS POR TIENDA/CAJA/DIA Y POR TIENDA
               01 WS-GRUPO.
                   05 WS-GR-TICKETS PIC 9(6).
                   05 WS-GR-MULTI PIC 9(6).
                   05 WS-GR-IMPORTE PIC S9(9)V99.
                   05 WS-GR-UNIDADES PIC S9(7).
               01 WS-TIENDA.
                   05 WS-TI-TICKETS PIC 9(6).
                   05 WS-TI-MULTI PIC 9(6).
                   05 WS-TI-IMPORTE PIC S9(9)V99.
                   05 WS-TI-UNIDADES PIC S9(7).

      *>   AREA COMUN DE CALCULO E IMPRESION DE UNA LINEA DE KPI
               01 WS-KPI-TICKETS PIC 9(6).
               01 WS-KPI-MULTI PIC 9(6).
               01 WS-KPI-IMPORTE PIC S9(9)V99.
               01 WS-KPI-UNIDADES PIC S9(7).
               01 WS-KPI-ETIQUETA PIC X(24).
               01 WS-TICKET-MEDIO PIC S9(7)V99.
               01 WS-UDS-TICKET PIC S9(3)V99.
               01 WS-PCT-MULTI PIC 9(3)V9.

               01 WS-TICKETS-ED PIC ZZZ.ZZ9.
               01 WS-IMPORTE-ED PIC -Z.ZZZ.ZZZ.ZZ9,99.
               01 WS-MEDIO-ED PIC -ZZZ.ZZ9,99.
               01 WS-UDS-ED PIC -ZZ9,99.
               01 WS-PCT-ED PIC ZZ9,9.

      *>   EL INFORME PRODUCIDO SE CATALOGA EN EL SPOOL PARA PODER
      *>   VERLO Y REIMPRIMIRLO DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   INDICADORES DE CESTA POR TIENDA, CAJA Y DIA A PARTIR DEL
      *>   TICKET DE CADA LINEA DEL HISTORICO: NUMERO DE TICKETS,
      *>   TICKET MEDIO, UNIDADES POR TICKET Y PORCENTAJE DE CESTAS
      *>   CON MAS DE UNA UNIDAD. LAS LINEAS SIN TICKET (ANTERIORES
      *>   AL CAMPO) NO FORMAN CESTA Y SOLO SE CUENTAN
               DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING.
               ACCEPT WS-LH-DESDE.
               DISPLAY "Hasta (AAAAMMDD, 0=sin limite): "
                   WITH NO ADVANCING.
               ACCEPT WS-LH-HASTA.

               OPEN OUTPUT CESTAS-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "INDICADORES DE CESTA POR TIENDA, CAJA Y DIA - "
                   "DEL " WS-LH-DESDE " AL " WS-LH-HASTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  TIENDA CAJA FECHA     TICKETS      IMPORTE NETO"
                   & "  TICKET MEDIO  UDS/TKT  % MULTI"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-SHOP-ID
                                    SORT-TILL-ID
                                    SORT-FECHA
                                    SORT-TICKET
                   INPUT PROCEDURE IS LEER-LINEAS-TICKET
                   OUTPUT PROCEDURE IS TOTALIZAR-CESTAS.

               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE CESTAS-REPORT-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               IF NOT HAY-GRUPO
                   MOVE "  Sin lineas con ticket en el periodo."
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               IF WS-SIN-TICKET > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Lineas sin ticket excluidas: "
                       WS-SIN-TICKET
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               CLOSE CESTAS-REPORT-FILE.

               MOVE "cestas-report.dat" TO WS-SPOOL-NOMBRE.
               MOVE "INFORME-CESTAS" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           LEER-LINEAS-TICKET.
               MOVE 'N' TO EOF-HIST.
               MOVE "I" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.
               PERFORM UNTIL FIN-HISTORICO
                   MOVE "N" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-JOB-LEIDOS
                       IF HIST-TICKET IS NUMERIC
                           AND HIST-TICKET NOT = ZERO
                           MOVE HIST-SHOP-ID TO SORT-SHOP-ID
                           MOVE HIST-TILL-ID TO SORT-TILL-ID
                           MOVE HIST-SALE-DATE TO SORT-FECHA
                           MOVE HIST-TICKET TO SORT-TICKET
                           MOVE HIST-SIGNO TO SORT-SIGNO
                           MOVE HIST-QTY TO SORT-QTY
                           MOVE HIST-IMPORTE TO SORT-IMPORTE
                           RELEASE SORT-REG
                       ELSE
                           ADD 1 TO WS-SIN-TICKET
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           TOTALIZAR-CESTAS.
               MOVE 'N' TO EOF-SORT.
               PERFORM UNTIL FIN-SORT
                   RETURN SORT-WORK-FILE
                       AT END
                           SET FIN-SORT TO TRUE
                       NOT AT END
                           PERFORM ACUMULAR-LINEA-TICKET
                   END-RETURN
               END-PERFORM.
               IF HAY-GRUPO
                   PERFORM CERRAR-CESTA
                   PERFORM ROMPER-GRUPO
                   PERFORM ROMPER-TIENDA
               END-IF.

           ACUMULAR-LINEA-TICKET.
      *>   RUPTURAS DE MENOR A MAYOR: TICKET, TIENDA/CAJA/DIA, TIENDA
               IF HAY-GRUPO
                   IF SORT-SHOP-ID NOT = WS-ULT-SHOP-ID
                       PERFORM CERRAR-CESTA
                       PERFORM ROMPER-GRUPO
                       PERFORM ROMPER-TIENDA
                   ELSE
                       IF SORT-TILL-ID NOT = WS-ULT-TILL-ID
                           OR SORT-FECHA NOT = WS-ULT-FECHA
                           PERFORM CERRAR-CESTA
                           PERFORM ROMPER-GRUPO
                       ELSE
                           IF SORT-TICKET NOT = WS-ULT-TICKET
                               PERFORM CERRAR-CESTA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

               IF NOT HAY-GRUPO OR SORT-SHOP-ID NOT = WS-ULT-SHOP-ID
                   INITIALIZE WS-TIENDA
               END-IF.
               IF NOT HAY-GRUPO OR SORT-SHOP-ID NOT = WS-ULT-SHOP-ID
                   OR SORT-TILL-ID NOT = WS-ULT-TILL-ID
                   OR SORT-FECHA NOT = WS-ULT-FECHA
                   INITIALIZE WS-GRUPO
               END-IF.
               IF NOT HAY-GRUPO OR SORT-SHOP-ID NOT = WS-ULT-SHOP-ID
                   OR SORT-TILL-ID NOT = WS-ULT-TILL-ID
                   OR SORT-FECHA NOT = WS-ULT-FECHA
                   OR SORT-TICKET NOT = WS-ULT-TICKET
                   MOVE ZERO TO WS-CESTA-IMPORTE
                   MOVE ZERO TO WS-CESTA-UNIDADES
               END-IF.

               SET HAY-GRUPO TO TRUE.
               MOVE SORT-SHOP-ID TO WS-ULT-SHOP-ID.
               MOVE SORT-TILL-ID TO WS-ULT-TILL-ID.
               MOVE SORT-FECHA TO WS-ULT-FECHA.
               MOVE SORT-TICKET TO WS-ULT-TICKET.

               COMPUTE WS-CESTA-IMPORTE = WS-CESTA-IMPORTE +
                   SORT-SIGNO * SORT-IMPORTE.
               COMPUTE WS-CESTA-UNIDADES = WS-CESTA-UNIDADES +
                   SORT-SIGNO * SORT-QTY.

           CERRAR-CESTA.
      *>   CESTA MULTIPLE: MAS DE UNA UNIDAD NETA EN EL TICKET
               ADD 1 TO WS-GR-TICKETS.
               ADD WS-CESTA-IMPORTE TO WS-GR-IMPORTE.
               ADD WS-CESTA-UNIDADES TO WS-GR-UNIDADES.
               IF WS-CESTA-UNIDADES > 1
                   ADD 1 TO WS-GR-MULTI
               END-IF.

           ROMPER-GRUPO.
               MOVE WS-GR-TICKETS TO WS-KPI-TICKETS.
               MOVE WS-GR-MULTI TO WS-KPI-MULTI.
               MOVE WS-GR-IMPORTE TO WS-KPI-IMPORTE.
               MOVE WS-GR-UNIDADES TO WS-KPI-UNIDADES.
               MOVE SPACES TO WS-KPI-ETIQUETA.
               STRING "  " WS-ULT-SHOP-ID "  " WS-ULT-TILL-ID "   "
                   WS-ULT-FECHA
                   DELIMITED BY SIZE INTO WS-KPI-ETIQUETA
               END-STRING.
               PERFORM ESCRIBIR-LINEA-KPI.

               ADD WS-GR-TICKETS TO WS-TI-TICKETS.
               ADD WS-GR-MULTI TO WS-TI-MULTI.
               ADD WS-GR-IMPORTE TO WS-TI-IMPORTE.
               ADD WS-GR-UNIDADES TO WS-TI-UNIDADES.

           ROMPER-TIENDA.
               MOVE WS-TI-TICKETS TO WS-KPI-TICKETS.
               MOVE WS-TI-MULTI TO WS-KPI-MULTI.
               MOVE WS-TI-IMPORTE TO WS-KPI-IMPORTE.
               MOVE WS-TI-UNIDADES TO WS-KPI-UNIDADES.
               MOVE SPACES TO WS-KPI-ETIQUETA.
               STRING "  TOTAL TIENDA " WS-ULT-SHOP-ID
                   DELIMITED BY SIZE INTO WS-KPI-ETIQUETA
               END-STRING.
               PERFORM ESCRIBIR-LINEA-KPI.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

           ESCRIBIR-LINEA-KPI.
               IF WS-KPI-TICKETS = ZERO
                   MOVE ZERO TO WS-TICKET-MEDIO
                   MOVE ZERO TO WS-UDS-TICKET
                   MOVE ZERO TO WS-PCT-MULTI
               ELSE
                   COMPUTE WS-TICKET-MEDIO ROUNDED =
                       WS-KPI-IMPORTE / WS-KPI-TICKETS
                   COMPUTE WS-UDS-TICKET ROUNDED =
                       WS-KPI-UNIDADES / WS-KPI-TICKETS
                       ON SIZE ERROR
                           MOVE ZERO TO WS-UDS-TICKET
                   END-COMPUTE
                   COMPUTE WS-PCT-MULTI ROUNDED =
                       WS-KPI-MULTI * 100 / WS-KPI-TICKETS
               END-IF.

               MOVE WS-KPI-TICKETS TO WS-TICKETS-ED.
               MOVE WS-KPI-IMPORTE TO WS-IMPORTE-ED.
               MOVE WS-TICKET-MEDIO TO WS-MEDIO-ED.
               MOVE WS-UDS-TICKET TO WS-UDS-ED.
               MOVE WS-PCT-MULTI TO WS-PCT-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING WS-KPI-ETIQUETA " " WS-TICKETS-ED " "
                   WS-IMPORTE-ED " " WS-MEDIO-ED "  " WS-UDS-ED
                   "  " WS-PCT-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "INFORME-CESTAS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM INFORME-CESTAS.
