       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-PROVEEDORES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT FACTURAS-PROVEEDOR-FILE
                   ASSIGN TO "facturas-proveedor.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FPRV-CLAVE
                   STATUS ST-FACTURAS.

                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT ANTIGUEDAD-PROV-FILE
                   ASSIGN TO "antiguedad-proveedores.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD FACTURAS-PROVEEDOR-FILE.
                   COPY copyfprv.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD ANTIGUEDAD-PROV-FILE.
                   01 REPORT-LINE PIC X(120).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-FACTURAS PIC X(2).
               77 ST-PROVEEDOR PIC X(2).

               01 WS-PROVEEDORES-OK PIC X VALUE 'N'.
                   88 PROVEEDORES-DISPONIBLE VALUE 'S'.

               01 EOF-FACTURA PIC X VALUE 'N'.
                   88 FIN-FACTURAS VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC 9(8).
               01 WS-VTO-ENTERO PIC 9(8).
               01 WS-DIAS PIC S9(5).
               01 WS-TRAMO PIC 9(1).

      *>   TRAMOS POR DIAS PASADOS DEL VENCIMIENTO: 1 = NO VENCIDO,
      *>   2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = MAS DE 90. LA COLUMNA 6
      *>   RECOGE LAS FACTURAS RETENIDAS, QUE NO SE PAGAN HASTA QUE SE
      *>   LIBERAN Y NO ENVEJECEN CON EL RESTO
               01 WS-PROV-TRAMO PIC S9(9)V99 OCCURS 6 TIMES.
               01 WS-TOTAL-TRAMO PIC S9(9)V99 OCCURS 6 TIMES.
               77 WS-T PIC 9(1).

               01 WS-PROV-ACTUAL PIC X(5).
               01 WS-PROV-FACTURAS PIC 9(5).

               01 WS-LINEA-DETALLE.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 DET-PROV-ID PIC X(5).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 DET-NOMBRE PIC X(20).
                   05 DET-TRAMOS.
                       10 DET-TRAMO OCCURS 6 TIMES.
                           15 FILLER PIC X(1).
                           15 DET-TRAMO-IMP PIC -ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   ANTIGUEDAD DE LA DEUDA CON PROVEEDORES: LAS FACTURAS
      *>   RECIBIDAS Y NO PAGADAS, POR PROVEEDOR (EN ORDEN DE CLAVE) Y
      *>   POR TRAMO DE DIAS VENCIDOS SOBRE SU FECHA DE VENCIMIENTO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).

               OPEN INPUT FACTURAS-PROVEEDOR-FILE.
               IF ST-FACTURAS NOT = "00"
                   DISPLAY "No hay facturas de proveedor ("
                       ST-FACTURAS ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-PROVEEDORES-OK.
               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR = "00"
                   SET PROVEEDORES-DISPONIBLE TO TRUE
               END-IF.

               OPEN OUTPUT ANTIGUEDAD-PROV-FILE.

               MOVE SPACES TO REPORT-LINE.
               STRING "ANTIGUEDAD DE LA DEUDA CON PROVEEDORES A "
                   WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  PROV. NOMBRE                NO VENCIDO   1-30 D"
                   & "IAS  31-60 DIAS  61-90 DIAS    90+ DIAS   RETEN"
                   & "IDAS"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
                   MOVE ZERO TO WS-TOTAL-TRAMO (WS-T)
               END-PERFORM.
               MOVE SPACES TO WS-PROV-ACTUAL.

               PERFORM UNTIL FIN-FACTURAS
                   READ FACTURAS-PROVEEDOR-FILE NEXT RECORD
                       AT END
                           SET FIN-FACTURAS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM ACUMULAR-FACTURA
                               THRU ACUMULAR-FACTURA-EXIT
                   END-READ
               END-PERFORM.
               IF WS-PROV-ACTUAL NOT = SPACES
                   PERFORM ESCRIBIR-DETALLE-PROVEEDOR
               END-IF.

               PERFORM ESCRIBIR-TOTAL-GENERAL.

               CLOSE FACTURAS-PROVEEDOR-FILE.
               IF PROVEEDORES-DISPONIBLE
                   CLOSE PROVEEDORES-FILE
               END-IF.
               CLOSE ANTIGUEDAD-PROV-FILE.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ACUMULAR-FACTURA.
      *>   LAS PAGADAS YA NO SON DEUDA
               IF FPRV-PAGADA
                   GO TO ACUMULAR-FACTURA-EXIT
               END-IF.

               IF FPRV-PROV-ID NOT = WS-PROV-ACTUAL
                   IF WS-PROV-ACTUAL NOT = SPACES
                       PERFORM ESCRIBIR-DETALLE-PROVEEDOR
                   END-IF
                   MOVE FPRV-PROV-ID TO WS-PROV-ACTUAL
                   MOVE ZERO TO WS-PROV-FACTURAS
                   PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
                       MOVE ZERO TO WS-PROV-TRAMO (WS-T)
                   END-PERFORM
               END-IF.

               IF FPRV-RETENIDA
                   MOVE 6 TO WS-TRAMO
               ELSE
                   PERFORM CALCULAR-TRAMO
               END-IF.
               ADD FPRV-TOTAL TO WS-PROV-TRAMO (WS-TRAMO).
               ADD 1 TO WS-PROV-FACTURAS.

           ACUMULAR-FACTURA-EXIT.
               EXIT.

           CALCULAR-TRAMO.
               COMPUTE WS-VTO-ENTERO =
                   FUNCTION INTEGER-OF-DATE (FPRV-VENCIMIENTO).
               COMPUTE WS-DIAS = WS-HOY-ENTERO - WS-VTO-ENTERO.
               EVALUATE TRUE
                   WHEN WS-DIAS < 1
                       MOVE 1 TO WS-TRAMO
                   WHEN WS-DIAS < 31
                       MOVE 2 TO WS-TRAMO
                   WHEN WS-DIAS < 61
                       MOVE 3 TO WS-TRAMO
                   WHEN WS-DIAS < 91
                       MOVE 4 TO WS-TRAMO
                   WHEN OTHER
                       MOVE 5 TO WS-TRAMO
               END-EVALUATE.

           ESCRIBIR-DETALLE-PROVEEDOR.
               MOVE SPACES TO WS-LINEA-DETALLE.
               MOVE WS-PROV-ACTUAL TO DET-PROV-ID.
               IF PROVEEDORES-DISPONIBLE
                   MOVE WS-PROV-ACTUAL TO PROV-ID
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           MOVE "(NO ENCONTRADO)" TO DET-NOMBRE
                       NOT INVALID KEY
                           MOVE PROV-NOMBRE TO DET-NOMBRE
                   END-READ
               END-IF.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
                   MOVE WS-PROV-TRAMO (WS-T) TO DET-TRAMO-IMP (WS-T)
                   ADD WS-PROV-TRAMO (WS-T) TO WS-TOTAL-TRAMO (WS-T)
               END-PERFORM.
               MOVE WS-LINEA-DETALLE TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               ADD 1 TO WS-JOB-ESCRITOS.

           ESCRIBIR-TOTAL-GENERAL.
               MOVE SPACES TO WS-LINEA-DETALLE.
               MOVE "TOTAL GENERAL" TO DET-NOMBRE.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
                   MOVE WS-TOTAL-TRAMO (WS-T) TO DET-TRAMO-IMP (WS-T)
               END-PERFORM.
               MOVE WS-LINEA-DETALLE TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "ANTIGUEDAD-PROVEED" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM ANTIGUEDAD-PROVEEDORES.
