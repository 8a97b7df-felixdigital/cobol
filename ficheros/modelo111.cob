       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODELO-111.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL NOMINAS-HISTORICO-FILE
                   ASSIGN TO "nominas-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-HISTORICO.

                   SELECT OPTIONAL M111-PARAMETROS-FILE
                   ASSIGN TO "modelo111-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL M111-CIERRE-FILE
                   ASSIGN TO "modelo111-cierre.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CIERRE.

                   SELECT M111-CIERRE-FILE-TMP
                   ASSIGN TO "modelo111-cierre.dat.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT MODELO111-FILE
                   ASSIGN TO "modelo111.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *>   MISMO DETALLE QUE GRABA LA NOMINA: LINEAS ORDINARIAS (CON
      *>   LAS COMISIONES DEL MES), ATRASOS "A" Y FINIQUITOS "F"
               FD NOMINAS-HISTORICO-FILE.
                   01 NOMINA-HIST-REG.
                       05 NH-MES PIC 9(6).
                       05 FILLER PIC X.
                       05 NH-EMPLEADO PIC 9(8).
                       05 FILLER PIC X.
                       05 NH-BRUTO PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-IRPF PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-SS PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-NETO PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-TIPO PIC X(1).
                           88 NH-FINIQUITO VALUE "F".
                           88 NH-ATRASOS VALUE "A".

               FD M111-PARAMETROS-FILE.
                   01 M111-PARAMETROS-LINE PIC X(5).

      *>   CIFRAS DECLARADAS POR TRIMESTRE; UNA REEJECUCION DEL MISMO
      *>   TRIMESTRE LAS COMPARA Y LAS SUSTITUYE
               FD M111-CIERRE-FILE.
                   01 M111-CIERRE-REG.
                       05 CIE-ANO PIC 9(4).
                       05 CIE-TRIMESTRE PIC 9(1).
                       05 CIE-PERCEPTORES PIC 9(5).
                       05 CIE-PERCEPCIONES PIC 9(9)V99.
                       05 CIE-RETENCIONES PIC 9(9)V99.
                       05 CIE-FECHA PIC 9(8).

               FD M111-CIERRE-FILE-TMP.
                   01 M111-CIERRE-TMP-LINE PIC X(40).

               FD MODELO111-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-HISTORICO PIC X(2).
               77 ST-CIERRE PIC X(2).

               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 EOF-CIE PIC X VALUE 'N'.
                   88 FIN-CIERRE VALUE 'S'.

               01 PARM-REG.
                   05 PARM-ANO PIC 9(4).
                   05 PARM-TRIMESTRE PIC 9(1).
               01 WS-PARM-DEFECTO PIC X(5).

               01 WS-HOY PIC 9(8).
               01 WS-HOY-DET REDEFINES WS-HOY.
                   05 WS-HOY-ANO PIC 9(4).
                   05 WS-HOY-MES PIC 9(2).
                   05 WS-HOY-DIA PIC 9(2).

               01 WS-NH-ANO PIC 9(4).
               01 WS-NH-MES PIC 9(2).
               01 WS-NH-TRIMESTRE PIC 9(1).
               01 WS-NH-BRUTO PIC 9(7)V99.
               01 WS-NH-IRPF PIC 9(7)V99.

      *>   PERCEPCIONES Y RETENCIONES DEL TRIMESTRE POR ORIGEN:
      *>   1 NOMINA ORDINARIA, 2 ATRASOS, 3 FINIQUITOS
               01 WS-ORI-TABLA.
                   05 WS-ORI-ENTRADA OCCURS 3 TIMES.
                       10 WS-ORI-LINEAS PIC 9(5).
                       10 WS-ORI-PERCEPCIONES PIC 9(9)V99.
                       10 WS-ORI-RETENCIONES PIC 9(9)V99.
               77 WS-O PIC 9(1).

      *>   PERCEPTORES DISTINTOS DEL TRIMESTRE
               01 WS-PER-TABLA.
                   05 WS-PER-EMPLEADO PIC 9(8) OCCURS 500 TIMES.
               01 WS-PER-N PIC 9(5) VALUE ZERO.
               77 WS-P PIC 9(5).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 PERCEPTOR-ENCONTRADO VALUE 'S'.

      *>   TOTALES DEL HISTORICO POR TRIMESTRE DEL EJERCICIO (LA
      *>   SUMA ES LO QUE DA EL CERTIFICADO ANUAL) Y LO DECLARADO EN
      *>   CADA TRIMESTRE
               01 WS-TRI-TABLA.
                   05 WS-TRI-ENTRADA OCCURS 4 TIMES.
                       10 WS-TRI-PERCEPCIONES PIC 9(9)V99.
                       10 WS-TRI-RETENCIONES PIC 9(9)V99.
                       10 WS-TRI-HAY-DECL PIC X.
                       10 WS-TRI-PERCEPCIONES-DECL PIC 9(9)V99.
                       10 WS-TRI-RETENCIONES-DECL PIC 9(9)V99.
               77 WS-T PIC 9(1).

               01 WS-PERCEPCIONES PIC 9(9)V99.
               01 WS-RETENCIONES PIC 9(9)V99.
               01 WS-PERCEPTORES-DECL PIC 9(5).
               01 WS-PERCEPCIONES-DECL PIC 9(9)V99.
               01 WS-RETENCIONES-DECL PIC 9(9)V99.
               01 WS-HAY-DECLARACION PIC X VALUE 'N'.
                   88 HAY-DECLARACION-ANTERIOR VALUE 'S'.
               01 WS-A-INGRESAR PIC S9(9)V99.
               01 WS-DELTA PIC S9(11)V99.

               01 WS-ANUAL-PERCEPCIONES PIC 9(11)V99.
               01 WS-ANUAL-RETENCIONES PIC 9(11)V99.
               01 WS-DECL-PERCEPCIONES PIC 9(11)V99.
               01 WS-DECL-RETENCIONES PIC 9(11)V99.
               01 WS-TRIMESTRES-DECL PIC 9(1).

               01 WS-CIERRE-SALIDA.
                   05 WS-CIE-ANO PIC 9(4).
                   05 WS-CIE-TRIMESTRE PIC 9(1).
                   05 WS-CIE-PERCEPTORES PIC 9(5).
                   05 WS-CIE-PERCEPCIONES PIC 9(9)V99.
                   05 WS-CIE-RETENCIONES PIC 9(9)V99.
                   05 WS-CIE-FECHA PIC 9(8).

      *>   LOS INFORMES PRODUCIDOS SE CATALOGAN EN EL SPOOL PARA PODER
      *>   VERLOS Y REIMPRIMIRLOS DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-NUMERO-ED PIC ZZ.ZZ9.
               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZZ.ZZ9,99.
               01 WS-IMPORTE2-ED PIC Z.ZZZ.ZZZ.ZZ9,99.
               01 WS-DELTA-ED PIC -Z.ZZZ.ZZZ.ZZ9,99.
               01 WS-DELTA2-ED PIC -Z.ZZZ.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   DECLARACION TRIMESTRAL DE RETENCIONES DEL TRABAJO (MODELO
      *>   111) A PARTIR DEL HISTORICO DE NOMINAS: NOMINAS ORDINARIAS
      *>   CON SUS COMISIONES, ATRASOS Y FINIQUITOS, POR EL MES AL QUE
      *>   CORRESPONDEN, IGUAL QUE EL CERTIFICADO ANUAL. COMO EL
      *>   RESUMEN DE IVA GUARDA LO DECLARADO Y UNA REEJECUCION TRAS
      *>   UNA CORRECCION TARDIA MUESTRA LA DIFERENCIA A INGRESAR. LOS
      *>   TRIMESTRES DECLARADOS SE CUADRAN CON EL TOTAL ANUAL
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

               INITIALIZE WS-ORI-TABLA.
               INITIALIZE WS-TRI-TABLA.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                   MOVE 'N' TO WS-TRI-HAY-DECL (WS-T)
               END-PERFORM.

               PERFORM ACUMULAR-HISTORICO.
               PERFORM CARGAR-CIERRE-ANTERIOR.

               OPEN OUTPUT MODELO111-FILE.
               PERFORM ESCRIBIR-DECLARACION.
               PERFORM GUARDAR-CIERRE.
               PERFORM CUADRAR-CERTIFICADO-ANUAL.
               CLOSE MODELO111-FILE.

               MOVE "modelo111.dat" TO WS-SPOOL-NOMBRE.
               PERFORM CATALOGAR-INFORME.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
      *>   SIN FICHERO DE PARAMETROS (AAAAT) SE DECLARA EL ULTIMO
      *>   TRIMESTRE CERRADO, QUE ES EL QUE SE PRESENTA EN EL MES
               COMPUTE PARM-TRIMESTRE = (WS-HOY-MES + 2) / 3.
               IF PARM-TRIMESTRE = 1
                   COMPUTE PARM-ANO = WS-HOY-ANO - 1
                   MOVE 4 TO PARM-TRIMESTRE
               ELSE
                   MOVE WS-HOY-ANO TO PARM-ANO
                   SUBTRACT 1 FROM PARM-TRIMESTRE
               END-IF.
               MOVE PARM-REG TO WS-PARM-DEFECTO.

               OPEN INPUT M111-PARAMETROS-FILE.
               READ M111-PARAMETROS-FILE
                   NOT AT END
                       MOVE M111-PARAMETROS-LINE TO PARM-REG
                   AT END
                       CONTINUE
               END-READ.
               CLOSE M111-PARAMETROS-FILE.

               IF PARM-ANO NOT NUMERIC
                   OR PARM-TRIMESTRE NOT NUMERIC
                   OR PARM-TRIMESTRE < 1 OR PARM-TRIMESTRE > 4
                   MOVE WS-PARM-DEFECTO TO PARM-REG
               END-IF.

           ACUMULAR-HISTORICO.
               OPEN INPUT NOMINAS-HISTORICO-FILE.
               IF ST-HISTORICO NOT = "00"
                   CLOSE NOMINAS-HISTORICO-FILE
                   DISPLAY "No hay historico de nominas."
               ELSE
                   PERFORM UNTIL FIN-HISTORICO
                       READ NOMINAS-HISTORICO-FILE
                           AT END
                               SET FIN-HISTORICO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE NH-MES (1:4) TO WS-NH-ANO
                               MOVE NH-MES (5:2) TO WS-NH-MES
                               IF WS-NH-ANO = PARM-ANO
                                   AND WS-NH-MES >= 1
                                   AND WS-NH-MES <= 12
                                   PERFORM ACUMULAR-LIQUIDACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOMINAS-HISTORICO-FILE
               END-IF.

           ACUMULAR-LIQUIDACION.
               COMPUTE WS-NH-TRIMESTRE = (WS-NH-MES + 2) / 3.
               MOVE NH-BRUTO TO WS-NH-BRUTO.
               MOVE NH-IRPF TO WS-NH-IRPF.
               ADD WS-NH-BRUTO TO WS-TRI-PERCEPCIONES (WS-NH-TRIMESTRE).
               ADD WS-NH-IRPF TO WS-TRI-RETENCIONES (WS-NH-TRIMESTRE).

               IF WS-NH-TRIMESTRE = PARM-TRIMESTRE
                   EVALUATE TRUE
                       WHEN NH-ATRASOS
                           MOVE 2 TO WS-O
                       WHEN NH-FINIQUITO
                           MOVE 3 TO WS-O
                       WHEN OTHER
                           MOVE 1 TO WS-O
                   END-EVALUATE
                   ADD 1 TO WS-ORI-LINEAS (WS-O)
                   ADD WS-NH-BRUTO TO WS-ORI-PERCEPCIONES (WS-O)
                   ADD WS-NH-IRPF TO WS-ORI-RETENCIONES (WS-O)
                   PERFORM ANOTAR-PERCEPTOR
               END-IF.

           ANOTAR-PERCEPTOR.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PER-N OR PERCEPTOR-ENCONTRADO
                   IF WS-PER-EMPLEADO (WS-P) = NH-EMPLEADO
                       SET PERCEPTOR-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.
               IF NOT PERCEPTOR-ENCONTRADO
                   IF WS-PER-N < 500
                       ADD 1 TO WS-PER-N
                       MOVE NH-EMPLEADO TO WS-PER-EMPLEADO (WS-PER-N)
                   ELSE
                       DISPLAY "AVISO: mas de 500 perceptores; el "
                           "numero declarado no es completo"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               END-IF.

           CARGAR-CIERRE-ANTERIOR.
               OPEN INPUT M111-CIERRE-FILE.
               IF ST-CIERRE NOT = "00"
                   CLOSE M111-CIERRE-FILE
               ELSE
                   PERFORM UNTIL FIN-CIERRE
                       READ M111-CIERRE-FILE
                           AT END
                               SET FIN-CIERRE TO TRUE
                           NOT AT END
                               IF CIE-ANO = PARM-ANO
                                   AND CIE-TRIMESTRE >= 1
                                   AND CIE-TRIMESTRE <= 4
                                   PERFORM ANOTAR-DECLARADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE M111-CIERRE-FILE
               END-IF.

           ANOTAR-DECLARADO.
               MOVE CIE-TRIMESTRE TO WS-T.
               MOVE 'S' TO WS-TRI-HAY-DECL (WS-T).
               MOVE CIE-PERCEPCIONES TO WS-TRI-PERCEPCIONES-DECL (WS-T).
               MOVE CIE-RETENCIONES TO WS-TRI-RETENCIONES-DECL (WS-T).
               IF CIE-TRIMESTRE = PARM-TRIMESTRE
                   SET HAY-DECLARACION-ANTERIOR TO TRUE
                   MOVE CIE-PERCEPTORES TO WS-PERCEPTORES-DECL
                   MOVE CIE-PERCEPCIONES TO WS-PERCEPCIONES-DECL
                   MOVE CIE-RETENCIONES TO WS-RETENCIONES-DECL
               END-IF.

           ESCRIBIR-DECLARACION.
               MOVE WS-TRI-PERCEPCIONES (PARM-TRIMESTRE)
                   TO WS-PERCEPCIONES.
               MOVE WS-TRI-RETENCIONES (PARM-TRIMESTRE)
                   TO WS-RETENCIONES.

               MOVE SPACES TO REPORT-LINE.
               STRING "MODELO 111 - RETENCIONES E INGRESOS A CUENTA "
                   "DEL IRPF"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "EJERCICIO " PARM-ANO "  PERIODO "
                   PARM-TRIMESTRE "T"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE ALL "-" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE "RENDIMIENTOS DEL TRABAJO - DINERARIOS"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-PER-N TO WS-NUMERO-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  [01] N. DE PERCEPTORES          "
                   "           " WS-NUMERO-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-PERCEPCIONES TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  [02] IMPORTE DE LAS PERCEPCIONES "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-RETENCIONES TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  [03] IMPORTE DE LAS RETENCIONES  "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE "RENDIMIENTOS DEL TRABAJO - EN ESPECIE"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  [04] [05] [06] SIN PERCEPCIONES EN ESPECIE"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  [07] A [27] SIN OTROS RENDIMIENTOS"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

      *>   DESGLOSE INTERNO DE [02] Y [03] POR ORIGEN DEL PAGO
               MOVE "  DESGLOSE:" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 3
                   PERFORM ESCRIBIR-LINEA-ORIGEN
               END-PERFORM.
               MOVE ALL "-" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

      *>   UNA REEJECUCION ES UNA COMPLEMENTARIA: LO YA INGRESADO VA
      *>   A [29] Y [30] ES LA DIFERENCIA
               MOVE WS-RETENCIONES TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  [28] SUMA DE RETENCIONES          "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF NOT HAY-DECLARACION-ANTERIOR
                   MOVE ZERO TO WS-RETENCIONES-DECL
               END-IF.
               MOVE WS-RETENCIONES-DECL TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  [29] A DEDUCIR (COMPLEMENTARIA)   "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               COMPUTE WS-A-INGRESAR =
                   WS-RETENCIONES - WS-RETENCIONES-DECL.
               MOVE WS-A-INGRESAR TO WS-DELTA-ED.
               MOVE SPACES TO REPORT-LINE.
               IF WS-A-INGRESAR < ZERO
                   STRING "  [30] RESULTADO (EXCESO INGRESADO)"
                       WS-DELTA-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  [30] RESULTADO A INGRESAR        "
                       WS-DELTA-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF HAY-DECLARACION-ANTERIOR
                   PERFORM ESCRIBIR-DELTA-DECLARADO
               END-IF.

           ESCRIBIR-LINEA-ORIGEN.
               MOVE WS-ORI-PERCEPCIONES (WS-O) TO WS-IMPORTE-ED.
               MOVE WS-ORI-RETENCIONES (WS-O) TO WS-IMPORTE2-ED.
               MOVE SPACES TO REPORT-LINE.
               EVALUATE WS-O
                   WHEN 1
                       STRING "    NOMINAS Y COMISIONES "
                           WS-IMPORTE-ED " RETENIDO " WS-IMPORTE2-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   WHEN 2
                       STRING "    ATRASOS              "
                           WS-IMPORTE-ED " RETENIDO " WS-IMPORTE2-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING "    FINIQUITOS           "
                           WS-IMPORTE-ED " RETENIDO " WS-IMPORTE2-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
               END-EVALUATE.
               PERFORM REGISTRAR-LINEA-REPORTE.

           ESCRIBIR-DELTA-DECLARADO.
               MOVE WS-PERCEPTORES-DECL TO WS-NUMERO-ED.
               MOVE WS-PERCEPCIONES-DECL TO WS-IMPORTE-ED.
               MOVE WS-RETENCIONES-DECL TO WS-IMPORTE2-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "DECLARADO ANTES: PERCEPTORES " WS-NUMERO-ED
                   " PERCEPCIONES " WS-IMPORTE-ED
                   " RETENCIONES " WS-IMPORTE2-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               COMPUTE WS-DELTA =
                   WS-PERCEPCIONES - WS-PERCEPCIONES-DECL.
               MOVE WS-DELTA TO WS-DELTA-ED.
               COMPUTE WS-DELTA = WS-RETENCIONES - WS-RETENCIONES-DECL.
               MOVE WS-DELTA TO WS-DELTA2-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "    DELTA VS DECLARADO: PERCEPCIONES "
                   WS-DELTA-ED " RETENCIONES " WS-DELTA2-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           GUARDAR-CIERRE.
      *>   REEMPLAZA LA LINEA DE ESTE TRIMESTRE EN EL FICHERO DE
      *>   CIERRE CONSERVANDO LAS DE LOS DEMAS, A TRAVES DEL TEMPORAL
               MOVE 'N' TO EOF-CIE.
               OPEN INPUT M111-CIERRE-FILE.
               OPEN OUTPUT M111-CIERRE-FILE-TMP.

               IF ST-CIERRE = "00"
                   PERFORM UNTIL FIN-CIERRE
                       READ M111-CIERRE-FILE
                           AT END
                               SET FIN-CIERRE TO TRUE
                           NOT AT END
                               IF CIE-ANO = PARM-ANO
                                   AND CIE-TRIMESTRE = PARM-TRIMESTRE
                                   CONTINUE
                               ELSE
                                   MOVE M111-CIERRE-REG
                                       TO M111-CIERRE-TMP-LINE
                                   WRITE M111-CIERRE-TMP-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE M111-CIERRE-FILE.

               MOVE PARM-ANO TO WS-CIE-ANO.
               MOVE PARM-TRIMESTRE TO WS-CIE-TRIMESTRE.
               MOVE WS-PER-N TO WS-CIE-PERCEPTORES.
               MOVE WS-PERCEPCIONES TO WS-CIE-PERCEPCIONES.
               MOVE WS-RETENCIONES TO WS-CIE-RETENCIONES.
               MOVE WS-HOY TO WS-CIE-FECHA.
               MOVE WS-CIERRE-SALIDA TO M111-CIERRE-TMP-LINE.
               WRITE M111-CIERRE-TMP-LINE.

               CLOSE M111-CIERRE-FILE-TMP.

               CALL "CBL_DELETE_FILE" USING "modelo111-cierre.dat".
               CALL "CBL_RENAME_FILE" USING
                   "modelo111-cierre.dat.tmp"
                   "modelo111-cierre.dat".

      *>   LO DECLARADO AHORA SUSTITUYE A LO ANTERIOR DEL TRIMESTRE
               MOVE 'S' TO WS-TRI-HAY-DECL (PARM-TRIMESTRE).
               MOVE WS-PERCEPCIONES
                   TO WS-TRI-PERCEPCIONES-DECL (PARM-TRIMESTRE).
               MOVE WS-RETENCIONES
                   TO WS-TRI-RETENCIONES-DECL (PARM-TRIMESTRE).

           CUADRAR-CERTIFICADO-ANUAL.
      *>   CADA TRIMESTRE DECLARADO CONTRA EL HISTORICO ACTUAL, Y LA
      *>   SUMA DE LOS CUATRO CONTRA EL TOTAL DEL CERTIFICADO ANUAL
      *>   DE RETENCIONES (TODO EL EJERCICIO DEL HISTORICO)
               MOVE ALL "=" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CUADRE CON EL CERTIFICADO ANUAL DE RETENCIONES, "
                   "EJERCICIO " PARM-ANO
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZERO TO WS-ANUAL-PERCEPCIONES.
               MOVE ZERO TO WS-ANUAL-RETENCIONES.
               MOVE ZERO TO WS-DECL-PERCEPCIONES.
               MOVE ZERO TO WS-DECL-RETENCIONES.
               MOVE ZERO TO WS-TRIMESTRES-DECL.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                   PERFORM CUADRAR-TRIMESTRE
               END-PERFORM.

               MOVE WS-DECL-PERCEPCIONES TO WS-IMPORTE-ED.
               MOVE WS-DECL-RETENCIONES TO WS-IMPORTE2-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  SUMA TRIMESTRES    PERCEPCIONES "
                   WS-IMPORTE-ED " RETENCIONES " WS-IMPORTE2-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-ANUAL-PERCEPCIONES TO WS-IMPORTE-ED.
               MOVE WS-ANUAL-RETENCIONES TO WS-IMPORTE2-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  CERTIFICADO ANUAL  PERCEPCIONES "
                   WS-IMPORTE-ED " RETENCIONES " WS-IMPORTE2-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE SPACES TO REPORT-LINE.
               IF WS-DECL-PERCEPCIONES = WS-ANUAL-PERCEPCIONES
                   AND WS-DECL-RETENCIONES = WS-ANUAL-RETENCIONES
                   MOVE "CUADRE CORRECTO CON EL CERTIFICADO ANUAL"
                       TO REPORT-LINE
               ELSE
                   IF WS-TRIMESTRES-DECL < 4
                       STRING "PENDIENTE: SOLO " WS-TRIMESTRES-DECL
                           " DE 4 TRIMESTRES DECLARADOS"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   ELSE
                       MOVE "DESCUADRE CON EL CERTIFICADO ANUAL: "
                           & "REVISAR Y PRESENTAR COMPLEMENTARIA"
                           TO REPORT-LINE
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

           CUADRAR-TRIMESTRE.
               ADD WS-TRI-PERCEPCIONES (WS-T) TO WS-ANUAL-PERCEPCIONES.
               ADD WS-TRI-RETENCIONES (WS-T) TO WS-ANUAL-RETENCIONES.
               MOVE SPACES TO REPORT-LINE.
               IF WS-TRI-HAY-DECL (WS-T) NOT = 'S'
                   STRING "  " WS-T "T NO DECLARADO"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-TRIMESTRES-DECL
                   ADD WS-TRI-PERCEPCIONES-DECL (WS-T)
                       TO WS-DECL-PERCEPCIONES
                   ADD WS-TRI-RETENCIONES-DECL (WS-T)
                       TO WS-DECL-RETENCIONES
                   MOVE WS-TRI-PERCEPCIONES-DECL (WS-T)
                       TO WS-IMPORTE-ED
                   MOVE WS-TRI-RETENCIONES-DECL (WS-T)
                       TO WS-IMPORTE2-ED
                   STRING "  " WS-T "T DECLARADO    PERCEPCIONES "
                       WS-IMPORTE-ED " RETENCIONES " WS-IMPORTE2-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF WS-TRI-HAY-DECL (WS-T) = 'S'
                   AND (WS-TRI-PERCEPCIONES-DECL (WS-T)
                           NOT = WS-TRI-PERCEPCIONES (WS-T)
                       OR WS-TRI-RETENCIONES-DECL (WS-T)
                           NOT = WS-TRI-RETENCIONES (WS-T))
                   COMPUTE WS-DELTA = WS-TRI-PERCEPCIONES (WS-T)
                       - WS-TRI-PERCEPCIONES-DECL (WS-T)
                   MOVE WS-DELTA TO WS-DELTA-ED
                   COMPUTE WS-DELTA = WS-TRI-RETENCIONES (WS-T)
                       - WS-TRI-RETENCIONES-DECL (WS-T)
                   MOVE WS-DELTA TO WS-DELTA2-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "    DESCUADRE CON HISTORICO: PERCEPCIONES"
                       " " WS-DELTA-ED " RETENCIONES " WS-DELTA2-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           CATALOGAR-INFORME.
               MOVE "MODELO-111" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "MODELO-111" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM MODELO-111.
