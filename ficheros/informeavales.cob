       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-AVALES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CONTRATO-IDX-FILE
                   ASSIGN TO "contratos-idx.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CODIGO
                   STATUS ST-IDX.

                   SELECT OPTIONAL AVALES-FILE
                   ASSIGN TO "avales-contrato.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS AVAL-REFERENCIA
                   ALTERNATE KEY AVAL-CODIGO WITH DUPLICATES
                   STATUS ST-AVALES.

                   SELECT OPTIONAL AVALES-PARAMETROS-FILE
                   ASSIGN TO "avales-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT INFORME-AVALES-FILE
                   ASSIGN TO "informe-avales.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD CONTRATO-IDX-FILE.
                   COPY copycont.

               FD AVALES-FILE.
                   COPY copyaval.

      *>   LINEA 1: PORCENTAJE MINIMO DEL IMPORTE LIMITE QUE DEBEN
      *>   CUBRIR LOS AVALES EN VIGOR; LINEA 2: IMPORTE LIMITE (EN
      *>   EUROS ENTEROS, 7 DIGITOS) A PARTIR DEL CUAL EL CONTRATO
      *>   DEBE IR AVALADO; LINEA 3: DIAS DE AVISO DE VENCIMIENTO
               FD AVALES-PARAMETROS-FILE.
                   01 AVALES-PARM-LINE PIC X(7).

               FD INFORME-AVALES-FILE.
                   01 INFORME-LINE PIC X(120).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-IDX PIC X(2).
               77 ST-AVALES PIC X(2).

               01 WS-AVALES-OK PIC X VALUE 'N'.
                   88 AVALES-DISPONIBLE VALUE 'S'.

               01 EOF-IDX PIC X VALUE 'N'.
                   88 FIN-CONTRATOS VALUE 'S'.
               01 EOF-AVAL PIC X VALUE 'N'.
                   88 FIN-AVALES VALUE 'S'.
               01 EOF-PARM PIC X VALUE 'N'.
                   88 FIN-PARM VALUE 'S'.
               01 WS-PARM-LINEA PIC 9(1) VALUE ZERO.

               01 PARM-PORCENTAJE-COBERTURA PIC 9(3) VALUE 100.
               01 PARM-LIMITE-AVALADO PIC 9(7) VALUE 30000.
               01 PARM-DIAS-AVISO PIC 9(3) VALUE 60.

               01 WS-HOY PIC 9(8).
               01 WS-HOY-INT PIC S9(9) COMP.
               01 WS-VENC-INT PIC S9(9) COMP.
               01 WS-DIAS-RESTANTES PIC S9(6).

               01 WS-CUBIERTO PIC 9(9)V99.
               01 WS-EXIGIDO PIC 9(9)V99.
               01 WS-PORCENTAJE PIC 9(5)V9.
               01 WS-NUM-AVALES PIC 9(3).
               01 WS-SITUACION PIC X(8).

               01 WS-INSUFICIENTES PIC 9(5) VALUE ZERO.
               01 WS-POR-VENCER PIC 9(5) VALUE ZERO.

               01 WS-LIMITE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-CUBIERTO-ED PIC ZZZ.ZZZ.ZZ9,99.
               01 WS-PORCENTAJE-ED PIC ZZZZ9,9.
               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-DIAS-ED PIC -ZZZZ9.

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
      *>   INFORME MENSUAL DE GARANTIAS: CONTRATOS AVALABLES CUYOS
      *>   AVALES EN VIGOR NO CUBREN EL PORCENTAJE DE POLITICA DEL
      *>   IMPORTE LIMITE, Y AVALES QUE VENCEN EN LOS PROXIMOS DIAS
      *>   (O QUE YA HAN VENCIDO SIN CANCELARSE NI PRORROGARSE). SE
      *>   LANZA SIN PREGUNTAS, COMO LOS DEMAS INFORMES PERIODICOS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE (WS-HOY).

               PERFORM CARGAR-PARAMETROS-AVALES.

               OPEN INPUT CONTRATO-IDX-FILE.
               IF ST-IDX NOT = "00"
                   DISPLAY "No se puede abrir el maestro de "
                       "contratos (" ST-IDX ")"
                   CLOSE CONTRATO-IDX-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-AVALES-OK.
               OPEN INPUT AVALES-FILE.
               IF ST-AVALES = "00"
                   SET AVALES-DISPONIBLE TO TRUE
               END-IF.

               OPEN OUTPUT INFORME-AVALES-FILE.
               MOVE SPACES TO INFORME-LINE.
               STRING "INFORME DE AVALES DE CONTRATOS " WS-HOY
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.

               PERFORM INFORMAR-COBERTURA.
               PERFORM INFORMAR-VENCIMIENTOS.

               CLOSE INFORME-AVALES-FILE.
               CLOSE CONTRATO-IDX-FILE.
               IF AVALES-DISPONIBLE
                   CLOSE AVALES-FILE
               END-IF.

               MOVE "informe-avales.dat" TO WS-SPOOL-NOMBRE.
               MOVE "INFORME-AVALES" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               DISPLAY "Contratos con cobertura insuficiente: "
                   WS-INSUFICIENTES.
               DISPLAY "Avales vencidos o por vencer: "
                   WS-POR-VENCER.
               DISPLAY "Informe en informe-avales.dat".

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PARAMETROS-AVALES.
               OPEN INPUT AVALES-PARAMETROS-FILE.
               MOVE ZERO TO WS-PARM-LINEA.
               MOVE 'N' TO EOF-PARM.
               PERFORM UNTIL FIN-PARM
                   READ AVALES-PARAMETROS-FILE
                       AT END
                           SET FIN-PARM TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PARM-LINEA
                           EVALUATE WS-PARM-LINEA
                               WHEN 1
                                   IF AVALES-PARM-LINE (1:3)
                                       IS NUMERIC
                                       MOVE AVALES-PARM-LINE (1:3)
                                           TO PARM-PORCENTAJE-COBERTURA
                                   END-IF
                               WHEN 2
                                   IF AVALES-PARM-LINE IS NUMERIC
                                       MOVE AVALES-PARM-LINE
                                           TO PARM-LIMITE-AVALADO
                                   END-IF
                               WHEN 3
                                   IF AVALES-PARM-LINE (1:3)
                                       IS NUMERIC
                                       AND AVALES-PARM-LINE (1:3)
                                           NOT = "000"
                                       MOVE AVALES-PARM-LINE (1:3)
                                           TO PARM-DIAS-AVISO
                                   END-IF
                               WHEN OTHER
                                   SET FIN-PARM TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE AVALES-PARAMETROS-FILE.

           INFORMAR-COBERTURA.
      *>   SOLO CUENTAN LOS AVALES ACTIVOS Y NO VENCIDOS; UN CONTRATO
      *>   AVALABLE SIN NINGUN AVAL APARECE CON COBERTURA CERO
               MOVE SPACES TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.
               MOVE SPACES TO INFORME-LINE.
               STRING "CONTRATOS DESDE " PARM-LIMITE-AVALADO
                   " EUR DE LIMITE CON AVALES EN VIGOR POR DEBAJO DEL "
                   PARM-PORCENTAJE-COBERTURA " %"
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               MOVE "  CONTRATO   NOMBRE                         "
                   & "       LIMITE     GARANTIZADO      %  AVALES"
                   TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.

               MOVE 'N' TO EOF-IDX.
               MOVE LOW-VALUES TO CODIGO.
               START CONTRATO-IDX-FILE KEY IS NOT LESS THAN CODIGO
                   INVALID KEY
                       SET FIN-CONTRATOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-CONTRATOS
                   READ CONTRATO-IDX-FILE NEXT RECORD
                       AT END
                           SET FIN-CONTRATOS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM EVALUAR-COBERTURA
                               THRU EVALUAR-COBERTURA-EXIT
                   END-READ
               END-PERFORM.

               IF WS-INSUFICIENTES = ZERO
                   MOVE "  Ningun contrato por debajo de la cobertura."
                       TO INFORME-LINE
                   PERFORM ESCRIBIR-LINEA
               END-IF.

           EVALUAR-COBERTURA.
               IF CONTRATO-INACTIVO
                   OR IMP-LIM < PARM-LIMITE-AVALADO
                   OR IMP-LIM = ZERO
                   GO TO EVALUAR-COBERTURA-EXIT
               END-IF.

               MOVE ZERO TO WS-CUBIERTO.
               MOVE ZERO TO WS-NUM-AVALES.
               IF AVALES-DISPONIBLE
                   MOVE CODIGO TO AVAL-CODIGO
                   MOVE 'N' TO EOF-AVAL
                   START AVALES-FILE KEY IS EQUAL TO AVAL-CODIGO
                       INVALID KEY
                           SET FIN-AVALES TO TRUE
                   END-START
                   PERFORM UNTIL FIN-AVALES
                       READ AVALES-FILE NEXT RECORD
                           AT END
                               SET FIN-AVALES TO TRUE
                           NOT AT END
                               IF AVAL-CODIGO NOT = CODIGO
                                   SET FIN-AVALES TO TRUE
                               ELSE
                                   PERFORM SUMAR-AVAL-VIGENTE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

               COMPUTE WS-EXIGIDO =
                   IMP-LIM * PARM-PORCENTAJE-COBERTURA / 100.
               IF WS-CUBIERTO NOT < WS-EXIGIDO
                   GO TO EVALUAR-COBERTURA-EXIT
               END-IF.
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CUBIERTO * 100 / IMP-LIM.

               ADD 1 TO WS-INSUFICIENTES.
               MOVE IMP-LIM TO WS-LIMITE-ED.
               MOVE WS-CUBIERTO TO WS-CUBIERTO-ED.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ED.
               MOVE SPACES TO INFORME-LINE.
               STRING "  " CODIGO " " NOMBRE " " WS-LIMITE-ED
                   " " WS-CUBIERTO-ED " " WS-PORCENTAJE-ED
                   "  " WS-NUM-AVALES
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.

           EVALUAR-COBERTURA-EXIT.
               EXIT.

           SUMAR-AVAL-VIGENTE.
               IF AVAL-ACTIVO
                   AND (AVAL-FECHA-VENC = ZERO
                       OR AVAL-FECHA-VENC NOT < WS-HOY)
                   ADD AVAL-IMPORTE TO WS-CUBIERTO
                   ADD 1 TO WS-NUM-AVALES
               END-IF.

           INFORMAR-VENCIMIENTOS.
               MOVE SPACES TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.
               MOVE SPACES TO INFORME-LINE.
               STRING "AVALES ACTIVOS VENCIDOS O QUE VENCEN EN "
                   PARM-DIAS-AVISO " DIAS"
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               MOVE "  REFERENCIA       CONTRATO   T ENTIDAD      "
                   & "                      IMPORTE  VENCE     DIAS"
                   & "  SITUACION" TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.

               IF AVALES-DISPONIBLE
                   MOVE 'N' TO EOF-AVAL
                   MOVE LOW-VALUES TO AVAL-REFERENCIA
                   START AVALES-FILE
                       KEY IS NOT LESS THAN AVAL-REFERENCIA
                       INVALID KEY
                           SET FIN-AVALES TO TRUE
                   END-START
                   PERFORM UNTIL FIN-AVALES
                       READ AVALES-FILE NEXT RECORD
                           AT END
                               SET FIN-AVALES TO TRUE
                           NOT AT END
                               PERFORM EVALUAR-VENCIMIENTO
                                   THRU EVALUAR-VENCIMIENTO-EXIT
                       END-READ
                   END-PERFORM
               END-IF.

               IF WS-POR-VENCER = ZERO
                   MOVE "  Ningun aval vencido ni por vencer."
                       TO INFORME-LINE
                   PERFORM ESCRIBIR-LINEA
               END-IF.

           EVALUAR-VENCIMIENTO.
               IF NOT AVAL-ACTIVO OR AVAL-FECHA-VENC = ZERO
                   GO TO EVALUAR-VENCIMIENTO-EXIT
               END-IF.
               COMPUTE WS-VENC-INT =
                   FUNCTION INTEGER-OF-DATE (AVAL-FECHA-VENC).
               COMPUTE WS-DIAS-RESTANTES = WS-VENC-INT - WS-HOY-INT.
               IF WS-DIAS-RESTANTES > PARM-DIAS-AVISO
                   GO TO EVALUAR-VENCIMIENTO-EXIT
               END-IF.

               IF WS-DIAS-RESTANTES < ZERO
                   MOVE "VENCIDO" TO WS-SITUACION
               ELSE
                   MOVE "VENCE" TO WS-SITUACION
               END-IF.
               ADD 1 TO WS-POR-VENCER.
               MOVE AVAL-IMPORTE TO WS-IMPORTE-ED.
               MOVE WS-DIAS-RESTANTES TO WS-DIAS-ED.
               MOVE SPACES TO INFORME-LINE.
               STRING "  " AVAL-REFERENCIA " " AVAL-CODIGO
                   " " AVAL-TIPO " " AVAL-ENTIDAD
                   " " WS-IMPORTE-ED " " AVAL-FECHA-VENC
                   " " WS-DIAS-ED "  " WS-SITUACION
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.

           EVALUAR-VENCIMIENTO-EXIT.
               EXIT.

           ESCRIBIR-LINEA.
               WRITE INFORME-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "INFORME-AVALES" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM INFORME-AVALES.
