       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-DTO-PERSONAL.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL COMPRAS-PERSONAL-FILE
                   ASSIGN TO "compras-personal.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CPERSONAL.

                   SELECT OPTIONAL EMPLEADOS-FILE
                   ASSIGN TO "empleados.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-EMPLEADOS.

                   SELECT OPTIONAL PERSONAL-PARAMETROS-FILE
                   ASSIGN TO "personal-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PERSONAL-REPORT-FILE
                   ASSIGN TO "descuentos-personal.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD COMPRAS-PERSONAL-FILE.
                   COPY copycper.

               FD EMPLEADOS-FILE.
                   COPY copyempl.

               FD PERSONAL-PARAMETROS-FILE.
                   01 PERSONAL-PARAMETROS-LINE PIC X(11).

               FD PERSONAL-REPORT-FILE.
                   01 REPORT-LINE PIC X(150).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-CPERSONAL PIC X(2).
               77 ST-EMPLEADOS PIC X(2).

               01 EOF-CPERSONAL PIC X VALUE 'N'.
                   88 FIN-CPERSONAL VALUE 'S'.
               01 EOF-EMP PIC X VALUE 'N'.
                   88 FIN-EMPLEADOS VALUE 'S'.

               01 WS-MES-PEDIDO PIC 9(6).

      *>   MISMO FICHERO DE PARAMETROS QUE LA CAPTURA DE RECIBOS; AQUI
      *>   SOLO INTERESA EL TOPE PARA MEDIR CUANTO SE HA CONSUMIDO
               01 PARM-PERSONAL-REG.
                   05 PARM-DTO-PERSONAL-PCT PIC 9(2)V99 VALUE 10,00.
                   05 PARM-TOPE-PERSONAL PIC 9(5)V99 VALUE 150,00.

      *>   UNA ENTRADA POR EMPLEADO CON COMPRAS EN EL MES
               01 WS-EMP-TABLA.
                   05 WS-EMP-ENTRADA OCCURS 200 TIMES.
                       10 WS-EMP-ID PIC 9(8).
                       10 WS-EMP-NOMBRE PIC X(30).
                       10 WS-EMP-LINEAS PIC 9(5).
                       10 WS-EMP-BRUTO PIC S9(7)V99.
                       10 WS-EMP-DESCUENTO PIC 9(7)V99.
                       10 WS-EMP-NOMINA PIC S9(7)V99.
               77 WS-EMP-N PIC 9(3) VALUE 0.
               77 WS-I PIC 9(3) VALUE 0.

               01 WS-TOTAL-LINEAS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-BRUTO PIC S9(9)V99 VALUE ZERO.
               01 WS-TOTAL-DESCUENTO PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-NOMINA PIC S9(9)V99 VALUE ZERO.
               01 WS-EMPLEADOS-TOPE PIC 9(3) VALUE ZERO.
               01 WS-PCT-TOPE PIC 9(3)V9.

               01 WS-IMPORTE-ED PIC ---.---.--9,99.
               01 WS-IMPORTE2-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-IMPORTE3-ED PIC ---.---.--9,99.
               01 WS-PCT-ED PIC ZZ9,9.
               01 WS-MARCA-TOPE PIC X(8).

      *>   EL INFORME PRODUCIDO SE CATALOGA EN EL SPOOL PARA PODER
      *>   VERLO Y REIMPRIMIRLO DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   DESCUENTOS DE PERSONAL CONCEDIDOS EN EL MES, POR EMPLEADO:
      *>   LINEAS, IMPORTE ANTES DE DESCUENTO, DESCUENTO, LO CARGADO
      *>   A NOMINA Y QUE PARTE DEL TOPE MENSUAL SE HA CONSUMIDO. ES
      *>   EL LISTADO QUE RRHH CONCILIA CON LA NOMINA DEL MES
               DISPLAY "Mes (AAAAMM): " WITH NO ADVANCING.
               ACCEPT WS-MES-PEDIDO.

               PERFORM CARGAR-PARAMETROS-PERSONAL.

               OPEN INPUT COMPRAS-PERSONAL-FILE.
               IF ST-CPERSONAL NOT = "00"
                   DISPLAY "No hay compras de personal registradas ("
                       ST-CPERSONAL ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               PERFORM UNTIL FIN-CPERSONAL
                   READ COMPRAS-PERSONAL-FILE
                       AT END
                           SET FIN-CPERSONAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF CPE-FECHA (1:6) = WS-MES-PEDIDO
                               PERFORM ACUMULAR-COMPRA
                                   THRU ACUMULAR-COMPRA-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE COMPRAS-PERSONAL-FILE.

               PERFORM CARGAR-NOMBRES.

               OPEN OUTPUT PERSONAL-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "DESCUENTOS DE PERSONAL CONCEDIDOS - MES "
                   WS-MES-PEDIDO
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE PARM-DTO-PERSONAL-PCT TO WS-PCT-ED.
               MOVE PARM-TOPE-PERSONAL TO WS-IMPORTE2-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  Descuento " WS-PCT-ED " %, tope mensual "
                   WS-IMPORTE2-ED " EUR por empleado"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EMP-N
                   PERFORM ESCRIBIR-EMPLEADO
               END-PERFORM.

               IF WS-EMP-N = ZERO
                   MOVE "  Sin compras de personal en el mes."
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               ELSE
                   MOVE WS-TOTAL-BRUTO TO WS-IMPORTE-ED
                   MOVE WS-TOTAL-DESCUENTO TO WS-IMPORTE2-ED
                   MOVE WS-TOTAL-NOMINA TO WS-IMPORTE3-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  TOTAL " WS-EMP-N " empleado(s) "
                       WS-TOTAL-LINEAS " lineas  bruto "
                       WS-IMPORTE-ED "  descuento " WS-IMPORTE2-ED
                       "  a nomina " WS-IMPORTE3-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Empleados que alcanzaron el tope: "
                       WS-EMPLEADOS-TOPE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               CLOSE PERSONAL-REPORT-FILE.

               MOVE "descuentos-personal.dat" TO WS-SPOOL-NOMBRE.
               MOVE "INFORME-DTO-PERSONAL" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PARAMETROS-PERSONAL.
               OPEN INPUT PERSONAL-PARAMETROS-FILE.
               READ PERSONAL-PARAMETROS-FILE
                   NOT AT END
                       IF PERSONAL-PARAMETROS-LINE IS NUMERIC
                           MOVE PERSONAL-PARAMETROS-LINE
                               TO PARM-PERSONAL-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE PERSONAL-PARAMETROS-FILE.

           ACUMULAR-COMPRA.
      *>   LA DEVOLUCION RESTA DEL BRUTO Y, SI SE COBRO A NOMINA, DEL
      *>   CARGO; EL DESCUENTO CONCEDIDO NO SE DEVUELVE AL TOPE
               ADD 1 TO WS-TOTAL-LINEAS.
               ADD CPE-DESCUENTO TO WS-TOTAL-DESCUENTO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EMP-N
                   IF WS-EMP-ID (WS-I) = CPE-EMPLEADO-ID
                       GO TO ACUMULAR-COMPRA-IMPORTES
                   END-IF
               END-PERFORM.
               IF WS-EMP-N NOT < 200
                   GO TO ACUMULAR-COMPRA-EXIT
               END-IF.
               ADD 1 TO WS-EMP-N.
               MOVE WS-EMP-N TO WS-I.
               MOVE CPE-EMPLEADO-ID TO WS-EMP-ID (WS-I).
               MOVE "(NO CONSTA EN PLANTILLA)" TO WS-EMP-NOMBRE (WS-I).
               MOVE ZERO TO WS-EMP-LINEAS (WS-I).
               MOVE ZERO TO WS-EMP-BRUTO (WS-I).
               MOVE ZERO TO WS-EMP-DESCUENTO (WS-I).
               MOVE ZERO TO WS-EMP-NOMINA (WS-I).

           ACUMULAR-COMPRA-IMPORTES.
               ADD 1 TO WS-EMP-LINEAS (WS-I).
               ADD CPE-DESCUENTO TO WS-EMP-DESCUENTO (WS-I).
               IF CPE-DEVOLUCION
                   SUBTRACT CPE-BRUTO FROM WS-EMP-BRUTO (WS-I)
                   SUBTRACT CPE-BRUTO FROM WS-TOTAL-BRUTO
                   IF CPE-PAGO = "N"
                       SUBTRACT CPE-BRUTO FROM WS-EMP-NOMINA (WS-I)
                       SUBTRACT CPE-BRUTO FROM WS-TOTAL-NOMINA
                   END-IF
               ELSE
                   ADD CPE-BRUTO TO WS-EMP-BRUTO (WS-I)
                   ADD CPE-BRUTO TO WS-TOTAL-BRUTO
                   IF CPE-PAGO = "N"
                       COMPUTE WS-EMP-NOMINA (WS-I) =
                           WS-EMP-NOMINA (WS-I)
                           + CPE-BRUTO - CPE-DESCUENTO
                       COMPUTE WS-TOTAL-NOMINA = WS-TOTAL-NOMINA
                           + CPE-BRUTO - CPE-DESCUENTO
                   END-IF
               END-IF.

           ACUMULAR-COMPRA-EXIT.
               EXIT.

           CARGAR-NOMBRES.
               OPEN INPUT EMPLEADOS-FILE.
               IF ST-EMPLEADOS NOT = "00"
                   CLOSE EMPLEADOS-FILE
               ELSE
                   PERFORM UNTIL FIN-EMPLEADOS
                       READ EMPLEADOS-FILE
                           AT END
                               SET FIN-EMPLEADOS TO TRUE
                           NOT AT END
                               PERFORM VARYING WS-I FROM 1 BY 1
                                       UNTIL WS-I > WS-EMP-N
                                   IF WS-EMP-ID (WS-I) = EMPLEADO-ID
                                       MOVE SPACES
                                           TO WS-EMP-NOMBRE (WS-I)
                                       STRING EMPLEADO-NOMBRE
                                           DELIMITED BY "  "
                                           " " EMPLEADO-APELLIDOS
                                           DELIMITED BY SIZE
                                           INTO WS-EMP-NOMBRE (WS-I)
                                       END-STRING
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   CLOSE EMPLEADOS-FILE
               END-IF.

           ESCRIBIR-EMPLEADO.
               IF PARM-TOPE-PERSONAL > ZERO
                   COMPUTE WS-PCT-TOPE ROUNDED =
                       WS-EMP-DESCUENTO (WS-I) * 100
                           / PARM-TOPE-PERSONAL
                       ON SIZE ERROR
                           MOVE 999,9 TO WS-PCT-TOPE
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-PCT-TOPE
               END-IF.
               MOVE SPACES TO WS-MARCA-TOPE.
               IF WS-EMP-DESCUENTO (WS-I) NOT < PARM-TOPE-PERSONAL
                   MOVE "AL TOPE" TO WS-MARCA-TOPE
                   ADD 1 TO WS-EMPLEADOS-TOPE
               END-IF.
               MOVE WS-EMP-BRUTO (WS-I) TO WS-IMPORTE-ED.
               MOVE WS-EMP-DESCUENTO (WS-I) TO WS-IMPORTE2-ED.
               MOVE WS-EMP-NOMINA (WS-I) TO WS-IMPORTE3-ED.
               MOVE WS-PCT-TOPE TO WS-PCT-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " WS-EMP-ID (WS-I) " " WS-EMP-NOMBRE (WS-I)
                   " lin " WS-EMP-LINEAS (WS-I)
                   " bruto " WS-IMPORTE-ED
                   " dto " WS-IMPORTE2-ED
                   " nomina " WS-IMPORTE3-ED
                   " tope " WS-PCT-ED "% " WS-MARCA-TOPE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "INFORME-DTO-PERSONAL" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE ZERO TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM INFORME-DTO-PERSONAL.
