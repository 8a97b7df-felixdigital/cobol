       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-INSOLVENCIAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL SALDO-MOVIMIENTOS-FILE
                   ASSIGN TO "saldo-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-MOVIMIENTOS.

                   SELECT OPTIONAL PROVISION-PARAMETROS-FILE
                   ASSIGN TO "provision-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PROVISION-HISTORICO-FILE
                   ASSIGN TO "provision-insolvencias.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-PROVISION.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PROVISION-REPORT-FILE
                   ASSIGN TO "provision-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD SALDO-MOVIMIENTOS-FILE.
                   01 SALDO-MOV-REG.
                       05 MOV-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 MOV-CLI-ID PIC 9(8).
                       05 FILLER PIC X.
                       05 MOV-TIPO PIC X(1).
                       05 FILLER PIC X.
                       05 MOV-IMPORTE PIC -9(7),99.
                       05 FILLER PIC X.
                       05 MOV-SALDO PIC -9(8),99.
                       05 FILLER PIC X.
                       05 MOV-REFERENCIA PIC X(20).

               FD PROVISION-PARAMETROS-FILE.
                   01 PROVISION-PARAMETROS-LINE PIC X(20).

      *>   UNA LINEA POR CIERRE MENSUAL CON LA PROVISION QUE QUEDO
      *>   DOTADA; LA ULTIMA ES EL SALDO VIVO DE LA CUENTA 49000000
               FD PROVISION-HISTORICO-FILE.
                   01 PROVISION-HIST-REG.
                       05 PRV-PERIODO PIC 9(6).
                       05 FILLER PIC X.
                       05 PRV-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 PRV-PROVISION PIC 9(9)V99.
                       05 FILLER PIC X.
                       05 PRV-ANTERIOR PIC 9(9)V99.

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD PROVISION-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-MOVIMIENTOS PIC X(2).
               77 ST-PROVISION PIC X(2).

               01 EOF-MOV PIC X VALUE 'N'.
                   88 FIN-MOVIMIENTOS VALUE 'S'.
               01 EOF-PRV PIC X VALUE 'N'.
                   88 FIN-PROVISION VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC 9(8).
               01 WS-MOV-ENTERO PIC 9(8).
               01 WS-DIAS PIC S9(5).
               01 WS-TRAMO PIC 9(1).
               01 WS-PERIODO PIC 9(6).

               01 WS-IMPORTE PIC S9(7)V99.
               01 WS-ABONO PIC 9(7)V99.

      *>   PORCENTAJE A PROVISIONAR POR TRAMO DE ANTIGUEDAD (LOS DE
      *>   LA ANTIGUEDAD DE SALDOS: CORRIENTE, 30, 60 Y 90+ DIAS).
      *>   PRIMERA LINEA OPCIONAL DEL FICHERO DE PARAMETROS: CUATRO
      *>   PORCENTAJES 9(3)V99 SEGUIDOS
               01 PARM-PROVISION-REG.
                   05 PARM-PCT-TRAMO PIC 9(3)V99 OCCURS 4 TIMES.

      *>   DEUDA ABIERTA POR CLIENTE Y TRAMO, RECONSTRUIDA COMO EN LA
      *>   ANTIGUEDAD DE SALDOS (LOS ABONOS CANCELAN LO MAS ANTIGUO;
      *>   LA BAJA POR FALLIDO ES UN ABONO POR TODA LA DEUDA)
               01 WS-ANTIGUEDAD-TABLA.
                   05 WS-AGE-ENTRADA OCCURS 200 TIMES
                                     INDEXED BY WS-AGE-IDX.
                       10 WS-AGE-CLI-ID PIC 9(8).
                       10 WS-AGE-TRAMO PIC 9(9)V99 OCCURS 4 TIMES.
               01 WS-ANTIGUEDAD-N PIC 9(3) VALUE 0.
               01 WS-AGE-POS PIC 9(3) VALUE 0.
               01 WS-AGE-ENCONTRADO PIC X VALUE 'N'.
                   88 AGE-ENCONTRADO VALUE 'S'.
               01 WS-DESCARTADOS PIC 9(5) VALUE ZERO.
               77 WS-T PIC 9(1).

               01 WS-TOTAL-TRAMO PIC 9(9)V99 OCCURS 4 TIMES.
               01 WS-PROVISION-TRAMO PIC 9(9)V99 OCCURS 4 TIMES.
               01 WS-PROVISION-TOTAL PIC 9(9)V99 VALUE ZERO.
               01 WS-PROVISION-ANTERIOR PIC 9(9)V99 VALUE ZERO.
               01 WS-PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
               01 WS-DOTACION PIC S9(9)V99.
               01 WS-DOTACION-ABS PIC 9(9)V99.

               01 WS-TRAMO-NOMBRE PIC X(10) OCCURS 4 TIMES.
               01 WS-DEUDA-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-PCT-ED PIC ZZ9,99.
               01 WS-PROVISION-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-DOTACION-ED PIC -ZZZ.ZZZ.ZZ9,99.

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
      *>   DOTACION MENSUAL DE LA PROVISION POR INSOLVENCIAS: APLICA
      *>   UN PORCENTAJE A LA DEUDA DE CADA TRAMO DE ANTIGUEDAD Y
      *>   AJUSTA LA PROVISION DOTADA AL CIERRE ANTERIOR. EL AUMENTO SE
      *>   DOTA (69400000 AL DEBE, 49000000 AL HABER) Y EL EXCESO SE
      *>   REVIERTE (49000000 AL DEBE, 79400000 AL HABER), ANADIDO A
      *>   asientos-contables.dat. UN MES YA DOTADO NO SE VUELVE A
      *>   DOTAR
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               MOVE WS-HOY (1:6) TO WS-PERIODO.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).

               MOVE "CORRIENTE" TO WS-TRAMO-NOMBRE (1).
               MOVE "30 DIAS" TO WS-TRAMO-NOMBRE (2).
               MOVE "60 DIAS" TO WS-TRAMO-NOMBRE (3).
               MOVE "90+ DIAS" TO WS-TRAMO-NOMBRE (4).
               PERFORM INICIALIZAR-PARAMETROS.
               PERFORM LEER-PROVISION-ANTERIOR.

               OPEN OUTPUT PROVISION-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "PROVISION POR INSOLVENCIAS - CIERRE DE "
                   WS-PERIODO " A " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF WS-PERIODO-ANTERIOR = WS-PERIODO
                   MOVE "El mes ya tiene la provision dotada; no se "
                       & "emite asiento" TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE PROVISION-REPORT-FILE
                   PERFORM CATALOGAR-INFORME
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT SALDO-MOVIMIENTOS-FILE.
               IF ST-MOVIMIENTOS = "00"
                   PERFORM UNTIL FIN-MOVIMIENTOS
                       READ SALDO-MOVIMIENTOS-FILE
                           AT END
                               SET FIN-MOVIMIENTOS TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM ACUMULAR-MOVIMIENTO
                                   THRU ACUMULAR-MOVIMIENTO-EXIT
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE SALDO-MOVIMIENTOS-FILE.

               PERFORM CALCULAR-PROVISION.
               PERFORM INFORME-PROVISION.

               COMPUTE WS-DOTACION =
                   WS-PROVISION-TOTAL - WS-PROVISION-ANTERIOR.
               IF WS-DOTACION NOT = ZERO
                   PERFORM EMITIR-ASIENTO-PROVISION
               END-IF.
               PERFORM REGISTRAR-PROVISION.

               CLOSE PROVISION-REPORT-FILE.
               PERFORM CATALOGAR-INFORME.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               MOVE ZERO TO PARM-PCT-TRAMO (1).
               MOVE 10 TO PARM-PCT-TRAMO (2).
               MOVE 25 TO PARM-PCT-TRAMO (3).
               MOVE 50 TO PARM-PCT-TRAMO (4).
               OPEN INPUT PROVISION-PARAMETROS-FILE.
               READ PROVISION-PARAMETROS-FILE
                   NOT AT END
                       IF PROVISION-PARAMETROS-LINE IS NUMERIC
                           MOVE PROVISION-PARAMETROS-LINE
                               TO PARM-PROVISION-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE PROVISION-PARAMETROS-FILE.

           LEER-PROVISION-ANTERIOR.
               OPEN INPUT PROVISION-HISTORICO-FILE.
               IF ST-PROVISION = "00"
                   PERFORM UNTIL FIN-PROVISION
                       READ PROVISION-HISTORICO-FILE
                           AT END
                               SET FIN-PROVISION TO TRUE
                           NOT AT END
                               MOVE PRV-PERIODO TO WS-PERIODO-ANTERIOR
                               MOVE PRV-PROVISION
                                   TO WS-PROVISION-ANTERIOR
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE PROVISION-HISTORICO-FILE.

           ACUMULAR-MOVIMIENTO.
               MOVE MOV-IMPORTE TO WS-IMPORTE.
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
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF.

               IF WS-IMPORTE < ZERO
                   PERFORM CALCULAR-TRAMO
                   COMPUTE WS-AGE-TRAMO (WS-AGE-POS, WS-TRAMO) =
                       WS-AGE-TRAMO (WS-AGE-POS, WS-TRAMO) -
                       WS-IMPORTE
               ELSE
                   MOVE WS-IMPORTE TO WS-ABONO
                   PERFORM VARYING WS-T FROM 4 BY -1
                           UNTIL WS-T < 1 OR WS-ABONO = ZERO
                       IF WS-AGE-TRAMO (WS-AGE-POS, WS-T) >= WS-ABONO
                           SUBTRACT WS-ABONO FROM
                               WS-AGE-TRAMO (WS-AGE-POS, WS-T)
                           MOVE ZERO TO WS-ABONO
                       ELSE
                           SUBTRACT WS-AGE-TRAMO (WS-AGE-POS, WS-T)
                               FROM WS-ABONO
                           MOVE ZERO TO
                               WS-AGE-TRAMO (WS-AGE-POS, WS-T)
                       END-IF
                   END-PERFORM
               END-IF.

           ACUMULAR-MOVIMIENTO-EXIT.
               EXIT.

           LOCALIZAR-ENTRADA-CLIENTE.
               MOVE 'N' TO WS-AGE-ENCONTRADO.
               PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX > WS-ANTIGUEDAD-N
                   IF WS-AGE-CLI-ID (WS-AGE-IDX) = MOV-CLI-ID
                       SET AGE-ENCONTRADO TO TRUE
                       SET WS-AGE-POS TO WS-AGE-IDX
                   END-IF
               END-PERFORM.

               IF NOT AGE-ENCONTRADO
                   IF WS-ANTIGUEDAD-N < 200
                       ADD 1 TO WS-ANTIGUEDAD-N
                       MOVE WS-ANTIGUEDAD-N TO WS-AGE-POS
                       MOVE MOV-CLI-ID TO
                           WS-AGE-CLI-ID (WS-AGE-POS)
                       PERFORM VARYING WS-T FROM 1 BY 1
                               UNTIL WS-T > 4
                           MOVE ZERO TO
                               WS-AGE-TRAMO (WS-AGE-POS, WS-T)
                       END-PERFORM
                       SET AGE-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1 TO WS-DESCARTADOS
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               END-IF.

           CALCULAR-TRAMO.
               COMPUTE WS-MOV-ENTERO =
                   FUNCTION INTEGER-OF-DATE (MOV-FECHA).
               COMPUTE WS-DIAS = WS-HOY-ENTERO - WS-MOV-ENTERO.
               EVALUATE TRUE
                   WHEN WS-DIAS < 30
                       MOVE 1 TO WS-TRAMO
                   WHEN WS-DIAS < 60
                       MOVE 2 TO WS-TRAMO
                   WHEN WS-DIAS < 90
                       MOVE 3 TO WS-TRAMO
                   WHEN OTHER
                       MOVE 4 TO WS-TRAMO
               END-EVALUATE.

           CALCULAR-PROVISION.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                   MOVE ZERO TO WS-TOTAL-TRAMO (WS-T)
               END-PERFORM.
               PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX > WS-ANTIGUEDAD-N
                   PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                       ADD WS-AGE-TRAMO (WS-AGE-IDX, WS-T)
                           TO WS-TOTAL-TRAMO (WS-T)
                   END-PERFORM
               END-PERFORM.

               MOVE ZERO TO WS-PROVISION-TOTAL.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                   COMPUTE WS-PROVISION-TRAMO (WS-T) ROUNDED =
                       WS-TOTAL-TRAMO (WS-T) * PARM-PCT-TRAMO (WS-T)
                       / 100
                   ADD WS-PROVISION-TRAMO (WS-T) TO WS-PROVISION-TOTAL
               END-PERFORM.

           INFORME-PROVISION.
               MOVE "  TRAMO               DEUDA      %      "
                   & "PROVISION" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                   MOVE WS-TOTAL-TRAMO (WS-T) TO WS-DEUDA-ED
                   MOVE PARM-PCT-TRAMO (WS-T) TO WS-PCT-ED
                   MOVE WS-PROVISION-TRAMO (WS-T) TO WS-PROVISION-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-TRAMO-NOMBRE (WS-T) " "
                       WS-DEUDA-ED " " WS-PCT-ED " "
                       WS-PROVISION-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-PROVISION-TOTAL TO WS-PROVISION-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Provision necesaria:      " WS-PROVISION-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-PROVISION-ANTERIOR TO WS-PROVISION-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Provision dotada en " WS-PERIODO-ANTERIOR ": "
                   WS-PROVISION-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-DESCARTADOS > ZERO
                   MOVE "AVISO: clientes fuera de tabla; provision "
                       & "incompleta" TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           EMITIR-ASIENTO-PROVISION.
      *>   EL ASIENTO SE ANADE AL FICHERO DE ASIENTOS PARA QUE VIAJE
      *>   CON EL LOTE DEL DIA AL PAQUETE CONTABLE
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               IF WS-DOTACION > ZERO
                   MOVE WS-DOTACION TO WS-DOTACION-ABS
                   MOVE "69400000" TO ASI-CUENTA
                   MOVE "DOTACION PROVISION INSOLVENC." TO ASI-CONCEPTO
                   MOVE WS-DOTACION-ABS TO ASI-DEBE
                   MOVE ZERO TO ASI-HABER
                   WRITE ASIENTO-REG
                   MOVE "49000000" TO ASI-CUENTA
                   MOVE "PROVISION INSOLVENCIAS" TO ASI-CONCEPTO
                   MOVE ZERO TO ASI-DEBE
                   MOVE WS-DOTACION-ABS TO ASI-HABER
                   WRITE ASIENTO-REG
               ELSE
                   COMPUTE WS-DOTACION-ABS = ZERO - WS-DOTACION
                   MOVE "49000000" TO ASI-CUENTA
                   MOVE "PROVISION INSOLVENCIAS" TO ASI-CONCEPTO
                   MOVE WS-DOTACION-ABS TO ASI-DEBE
                   MOVE ZERO TO ASI-HABER
                   WRITE ASIENTO-REG
                   MOVE "79400000" TO ASI-CUENTA
                   MOVE "EXCESO PROVISION INSOLVENC." TO ASI-CONCEPTO
                   MOVE ZERO TO ASI-DEBE
                   MOVE WS-DOTACION-ABS TO ASI-HABER
                   WRITE ASIENTO-REG
               END-IF.
               CLOSE ASIENTOS-FILE.

               MOVE WS-DOTACION TO WS-DOTACION-ED.
               MOVE SPACES TO REPORT-LINE.
               IF WS-DOTACION > ZERO
                   STRING "Asiento: 69400000 DEBE / 49000000 HABER "
                       WS-DOTACION-ED " EUR"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "Asiento: 49000000 DEBE / 79400000 HABER "
                       WS-DOTACION-ED " EUR"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-PROVISION.
               MOVE SPACES TO PROVISION-HIST-REG.
               MOVE WS-PERIODO TO PRV-PERIODO.
               MOVE WS-HOY TO PRV-FECHA.
               MOVE WS-PROVISION-TOTAL TO PRV-PROVISION.
               MOVE WS-PROVISION-ANTERIOR TO PRV-ANTERIOR.
               OPEN EXTEND PROVISION-HISTORICO-FILE.
               WRITE PROVISION-HIST-REG.
               CLOSE PROVISION-HISTORICO-FILE.
               ADD 1 TO WS-JOB-ESCRITOS.

           CATALOGAR-INFORME.
               MOVE "provision-report.dat" TO WS-SPOOL-NOMBRE.
               MOVE "PROVISION-INSOLV" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "PROVISION-INSOLV" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM PROVISION-INSOLVENCIAS.
