       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQUITO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL EMPLEADOS-FILE
                   ASSIGN TO "empleados.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-EMPLEADOS.

                   SELECT OPTIONAL AUSENCIAS-FILE
                   ASSIGN TO "ausencias.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUSENCIAS.

                   SELECT OPTIONAL AUSENCIAS-PARAMETROS-FILE
                   ASSIGN TO "ausencias-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL NOMINA-PARAMETROS-FILE
                   ASSIGN TO "nomina-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL FINIQUITO-PARAMETROS-FILE
                   ASSIGN TO "finiquito-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL NOMINAS-HISTORICO-FILE
                   ASSIGN TO "nominas-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-NOMHIST.

                   SELECT OPTIONAL DEDUCCIONES-NOMINA-FILE
                   ASSIGN TO "deducciones-nomina.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT RECIBO-FILE
                   ASSIGN TO "finiquito-recibo.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD EMPLEADOS-FILE.
                   COPY copyempl.

               FD AUSENCIAS-FILE.
                   01 AUSENCIA-REG.
                       05 AUS-EMPLEADO-ID PIC 9(8).
                       05 AUS-DESDE PIC 9(8).
                       05 AUS-HASTA PIC 9(8).
                       05 AUS-TIPO PIC X(1).
                           88 AUS-VACACIONES VALUE "V".
                           88 AUS-ENFERMEDAD VALUE "E".
                           88 AUS-SIN-SUELDO VALUE "P".

               FD AUSENCIAS-PARAMETROS-FILE.
                   01 AUSENCIAS-PARAMETROS-LINE PIC X(2).

               FD NOMINA-PARAMETROS-FILE.
                   01 NOMINA-PARAMETROS-LINE PIC X(10).
                   01 NOMINA-PARM-HORAS-REG.
                       05 NP-HORAS PIC 9(3).
                       05 FILLER PIC X(7).
                   01 NOMINA-PARM-TASA-REG.
                       05 NP-TASA PIC 9(2)V99.
                       05 FILLER PIC X(6).
                   01 NOMINA-PARM-TRAMO-REG.
                       05 NPT-LIMITE PIC 9(5).
                       05 FILLER PIC X(1).
                       05 NPT-TASA PIC 9(2)V99.

      *>   LINEA 1: PAGAS EXTRA AL ANO; LINEAS 2 A 4: DIAS DE
      *>   INDEMNIZACION POR ANO DE SERVICIO POR FIN DE CONTRATO,
      *>   DESPIDO OBJETIVO Y DESPIDO IMPROCEDENTE
               FD FINIQUITO-PARAMETROS-FILE.
                   01 FINIQUITO-PARAMETROS-LINE.
                       05 FP-VALOR PIC 9(2).
                       05 FILLER PIC X(8).

               FD NOMINAS-HISTORICO-FILE.
                   01 NOMINA-HIST-REG.
                       05 NH-MES PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-EMPLEADO PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-BRUTO PIC 9(7),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-IRPF PIC 9(7),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-SS PIC 9(7),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-NETO PIC 9(7),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-TIPO PIC X(1).
                           88 NH-FINIQUITO VALUE "F".
                           88 NH-ATRASOS VALUE "A".
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-MES-PAGO PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 NH-TARIFA PIC 9(3),99.

      *>   COMPRAS DE PERSONAL CARGADAS A NOMINA EN CAJA; LAS QUE LA
      *>   NOMINA NO LLEGO A DESCONTAR SE RESTAN DEL FINIQUITO
               FD DEDUCCIONES-NOMINA-FILE.
                   COPY copydnom.

               FD RECIBO-FILE.
                   01 RECIBO-LINE PIC X(80).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-EMPLEADOS PIC X(2).
               77 ST-AUSENCIAS PIC X(2).
               77 ST-NOMHIST PIC X(2).

               01 EOF-EMP PIC X VALUE 'N'.
                   88 FIN-EMPLEADOS VALUE 'S'.
               01 EOF-AUS PIC X VALUE 'N'.
                   88 FIN-AUSENCIAS VALUE 'S'.
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 EOF-PARM PIC X VALUE 'N'.
                   88 FIN-PARAMETROS VALUE 'S'.
               01 EOF-DEDUCCIONES PIC X VALUE 'N'.
                   88 FIN-DEDUCCIONES VALUE 'S'.

      *>   LOS MISMOS PARAMETROS QUE LA NOMINA (UMBRAL DE HORAS,
      *>   COTIZACION DEL TRABAJADOR Y TRAMOS IRPF) Y QUE LAS
      *>   AUSENCIAS (DERECHO ANUAL DE VACACIONES)
               01 PARM-HORAS-MES PIC 9(3) VALUE 160.
               01 PARM-SS-TRABAJADOR PIC 9(2)V99 VALUE 6,35.
               01 WS-TRAMOS-TABLA.
                   05 WS-TRAMO-ENTRADA OCCURS 5 TIMES.
                       10 WS-TRAMO-LIMITE PIC 9(5).
                       10 WS-TRAMO-TASA PIC 9(2)V99.
               01 WS-TRAMOS-N PIC 9(1) VALUE ZERO.
               77 WS-T PIC 9(1).
               01 WS-PARM-LINEA PIC 9(2) VALUE ZERO.
               01 PARM-DIAS-VACACIONES PIC 9(2) VALUE 22.

               01 PARM-PAGAS-EXTRA PIC 9(2) VALUE 2.
               01 PARM-DIAS-FIN-CONTRATO PIC 9(2) VALUE 12.
               01 PARM-DIAS-OBJETIVO PIC 9(2) VALUE 20.
               01 PARM-DIAS-IMPROCEDENTE PIC 9(2) VALUE 33.

               01 WS-HOY PIC 9(8).
               01 WS-ID-TECLEADO PIC 9(8).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 EMPLEADO-ENCONTRADO VALUE 'S'.
               01 WS-FINIQUITO-PREVIO PIC X VALUE 'N'.
                   88 HAY-FINIQUITO-PREVIO VALUE 'S'.
               01 WS-MES-PAGADO PIC X VALUE 'N'.
                   88 MES-PAGADO-EN-NOMINA VALUE 'S'.
               01 WS-RESPUESTA PIC X(1).

               01 WS-MOTIVO PIC X(1).
                   88 MOTIVO-VOLUNTARIA VALUE "V".
                   88 MOTIVO-DISCIPLINARIO VALUE "D".
                   88 MOTIVO-FIN-CONTRATO VALUE "F".
                   88 MOTIVO-OBJETIVO VALUE "O".
                   88 MOTIVO-IMPROCEDENTE VALUE "I".
                   88 MOTIVO-VALIDO VALUE "V" "D" "F" "O" "I".
               01 WS-MOTIVO-TEXTO PIC X(30).

               01 WS-FECHA-CESE PIC 9(8).
               01 WS-MES-CESE PIC 9(6).
               01 WS-INICIO-ANO PIC 9(8).
               01 WS-FIN-ANO PIC 9(8).
               01 WS-CESE-INT PIC S9(9) COMP.
               01 WS-ALTA-INT PIC S9(9) COMP.
               01 WS-INICIO-INT PIC S9(9) COMP.
               01 WS-DESDE-INT PIC S9(9) COMP.
               01 WS-HASTA-INT PIC S9(9) COMP.
               01 WS-DIAS-ANO PIC 9(3).
               01 WS-DIAS-TRABAJADOS-ANO PIC 9(3).
               01 WS-DIAS-SERVICIO PIC 9(5).
               01 WS-DIAS-MES PIC 9(2).
               01 WS-DIAS-POR-ANO PIC 9(2).
               01 WS-TOPE-MENSUALIDADES PIC 9(2).

      *>   SALARIO DIARIO: EL SALARIO MENSUAL DEL MAESTRO ENTRE 30, O
      *>   SI NO LO TIENE, LA TARIFA POR EL UMBRAL DE HORAS DEL MES
               01 WS-SALARIO-DIARIO PIC 9(5)V99.
               01 WS-VAC-DEVENGADAS PIC 9(3)V99.
               01 WS-VAC-DISFRUTADAS PIC S9(5).
               01 WS-VAC-PENDIENTES PIC S9(3)V99.

               01 WS-IMP-SALARIO PIC 9(7)V99.
               01 WS-IMP-VACACIONES PIC S9(7)V99.
               01 WS-IMP-PAGAS PIC 9(7)V99.
               01 WS-IMP-INDEMNIZACION PIC 9(7)V99.
               01 WS-TOPE-INDEMNIZACION PIC 9(7)V99.
               01 WS-IMP-COMPRAS PIC S9(7)V99.
               01 WS-BASE-SUJETA PIC S9(7)V99.
               01 WS-TASA-IRPF PIC 9(2)V99.
               01 WS-IRPF PIC 9(7)V99.
               01 WS-SS-TRABAJADOR PIC 9(7)V99.
               01 WS-BRUTO PIC 9(7)V99.
               01 WS-DEDUCCION PIC 9(7)V99.
               01 WS-NETO PIC 9(7)V99.

               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99-.
               01 WS-DIAS-ED PIC ZZ9,99-.
               01 WS-TASA-ED PIC Z9,99.

      *>   LOS INFORMES PRODUCIDOS SE CATALOGAN EN EL SPOOL PARA PODER
      *>   VERLOS Y REIMPRIMIRLOS DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   LIQUIDACION FINAL (FINIQUITO) DE UN EMPLEADO DADO DE BAJA
      *>   EN EL MANTENIMIENTO DE EMPLEADOS (ESTADO C CON FECHA DE
      *>   EFECTO): SALARIO DE LOS DIAS TRABAJADOS DEL ULTIMO MES SI
      *>   LA NOMINA NO LO HA PAGADO, VACACIONES DEVENGADAS Y NO
      *>   DISFRUTADAS, PARTE PROPORCIONAL DE PAGAS EXTRA E
      *>   INDEMNIZACION SEGUN EL MOTIVO DEL CESE. IRPF Y SEGURIDAD
      *>   SOCIAL COMO EN LA NOMINA (LA INDEMNIZACION LEGAL ESTA
      *>   EXENTA DE AMBOS). EMITE EL RECIBO DE SALDO Y FINIQUITO
      *>   PARA LA FIRMA DEL TRABAJADOR Y LO GRABA EN EL HISTORICO DE
      *>   NOMINAS (TIPO "F") PARA EL CERTIFICADO ANUAL
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

               PERFORM CALCULAR-FINIQUITO THRU CALCULAR-FINIQUITO-EXIT.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               MOVE 160 TO PARM-HORAS-MES.
               MOVE 6,35 TO PARM-SS-TRABAJADOR.
               MOVE ZERO TO WS-TRAMOS-N.
               MOVE ZERO TO WS-PARM-LINEA.
               MOVE 'N' TO EOF-PARM.
               OPEN INPUT NOMINA-PARAMETROS-FILE.
               PERFORM UNTIL FIN-PARAMETROS
                   READ NOMINA-PARAMETROS-FILE
                       AT END
                           SET FIN-PARAMETROS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PARM-LINEA
                           EVALUATE WS-PARM-LINEA
                               WHEN 1
                                   MOVE NP-HORAS TO PARM-HORAS-MES
                               WHEN 2 THRU 4
                                   CONTINUE
                               WHEN 5
                                   MOVE NP-TASA
                                       TO PARM-SS-TRABAJADOR
                               WHEN OTHER
                                   IF WS-TRAMOS-N < 5
                                       ADD 1 TO WS-TRAMOS-N
                                       MOVE NPT-LIMITE TO
                                           WS-TRAMO-LIMITE
                                               (WS-TRAMOS-N)
                                       MOVE NPT-TASA TO
                                           WS-TRAMO-TASA (WS-TRAMOS-N)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE NOMINA-PARAMETROS-FILE.

               IF WS-TRAMOS-N = ZERO
                   MOVE 2 TO WS-TRAMOS-N
                   MOVE 1500 TO WS-TRAMO-LIMITE (1)
                   MOVE 12,00 TO WS-TRAMO-TASA (1)
                   MOVE 99999 TO WS-TRAMO-LIMITE (2)
                   MOVE 18,00 TO WS-TRAMO-TASA (2)
               END-IF.

               MOVE 22 TO PARM-DIAS-VACACIONES.
               OPEN INPUT AUSENCIAS-PARAMETROS-FILE.
               READ AUSENCIAS-PARAMETROS-FILE
                   NOT AT END
                       MOVE AUSENCIAS-PARAMETROS-LINE
                           TO PARM-DIAS-VACACIONES
                   AT END
                       CONTINUE
               END-READ.
               CLOSE AUSENCIAS-PARAMETROS-FILE.

               MOVE 2 TO PARM-PAGAS-EXTRA.
               MOVE 12 TO PARM-DIAS-FIN-CONTRATO.
               MOVE 20 TO PARM-DIAS-OBJETIVO.
               MOVE 33 TO PARM-DIAS-IMPROCEDENTE.
               MOVE ZERO TO WS-PARM-LINEA.
               MOVE 'N' TO EOF-PARM.
               OPEN INPUT FINIQUITO-PARAMETROS-FILE.
               PERFORM UNTIL FIN-PARAMETROS
                   READ FINIQUITO-PARAMETROS-FILE
                       AT END
                           SET FIN-PARAMETROS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PARM-LINEA
                           EVALUATE WS-PARM-LINEA
                               WHEN 1
                                   MOVE FP-VALOR TO PARM-PAGAS-EXTRA
                               WHEN 2
                                   MOVE FP-VALOR
                                       TO PARM-DIAS-FIN-CONTRATO
                               WHEN 3
                                   MOVE FP-VALOR TO PARM-DIAS-OBJETIVO
                               WHEN 4
                                   MOVE FP-VALOR
                                       TO PARM-DIAS-IMPROCEDENTE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE FINIQUITO-PARAMETROS-FILE.

           CALCULAR-FINIQUITO.
               DISPLAY "ID empleado: " WITH NO ADVANCING.
               ACCEPT WS-ID-TECLEADO.
               PERFORM LEER-EMPLEADO.
               IF NOT EMPLEADO-ENCONTRADO
                   DISPLAY "ERROR: empleado no encontrado."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CALCULAR-FINIQUITO-EXIT
               END-IF.
               ADD 1 TO WS-JOB-LEIDOS.

               IF NOT EMPLEADO-CESADO
                   DISPLAY "ERROR: el empleado no esta cesado; el "
                       "cese se registra en el mantenimiento de "
                       "empleados."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CALCULAR-FINIQUITO-EXIT
               END-IF.

               MOVE EMPLEADO-ESTADO-FECHA TO WS-FECHA-CESE.
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-CESE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD (EMPLEADO-FECHA-ALTA)
                       NOT = 0
                   OR EMPLEADO-FECHA-ALTA > WS-FECHA-CESE
                   DISPLAY "ERROR: fechas de alta (" EMPLEADO-FECHA-ALTA
                       ") o cese (" WS-FECHA-CESE ") no validas."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CALCULAR-FINIQUITO-EXIT
               END-IF.
               MOVE WS-FECHA-CESE (1:6) TO WS-MES-CESE.

               PERFORM REVISAR-HISTORICO.
               IF HAY-FINIQUITO-PREVIO
                   DISPLAY "ERROR: el empleado ya tiene finiquito en "
                       "el historico de nominas."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CALCULAR-FINIQUITO-EXIT
               END-IF.

               DISPLAY "Motivo del cese (V=baja voluntaria "
                   "D=despido disciplinario F=fin de contrato "
                   "O=despido objetivo I=despido improcedente): "
                   WITH NO ADVANCING.
               ACCEPT WS-MOTIVO.
               IF NOT MOTIVO-VALIDO
                   DISPLAY "ERROR: motivo no valido."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CALCULAR-FINIQUITO-EXIT
               END-IF.

               PERFORM CALCULAR-CONCEPTOS.

               COMPUTE WS-BASE-SUJETA = WS-IMP-SALARIO
                   + WS-IMP-VACACIONES + WS-IMP-PAGAS.
               IF WS-BASE-SUJETA < ZERO
                   DISPLAY "ERROR: las vacaciones disfrutadas de mas "
                       "superan lo devengado; revisar a mano."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CALCULAR-FINIQUITO-EXIT
               END-IF.

               PERFORM CALCULAR-RETENCIONES.
               PERFORM MOSTRAR-FINIQUITO.

               DISPLAY "Emitir el recibo y grabar el finiquito (S/N): "
                   WITH NO ADVANCING.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Finiquito no grabado."
                   GO TO CALCULAR-FINIQUITO-EXIT
               END-IF.

               PERFORM EMITIR-RECIBO.
               PERFORM REGISTRAR-FINIQUITO-HISTORICO.
               ADD 1 TO WS-JOB-ESCRITOS.

               MOVE "finiquito-recibo.dat" TO WS-SPOOL-NOMBRE.
               PERFORM CATALOGAR-INFORME.

               DISPLAY "Finiquito de " EMPLEADO-ID
                   " grabado; recibo en finiquito-recibo.dat".

           CALCULAR-FINIQUITO-EXIT.
               EXIT.

           LEER-EMPLEADO.
               MOVE 'N' TO WS-ENCONTRADO.
               MOVE 'N' TO EOF-EMP.
               OPEN INPUT EMPLEADOS-FILE.
               IF ST-EMPLEADOS NOT = "00"
                   CLOSE EMPLEADOS-FILE
               ELSE
                   PERFORM UNTIL FIN-EMPLEADOS
                       READ EMPLEADOS-FILE
                           AT END
                               SET FIN-EMPLEADOS TO TRUE
                           NOT AT END
                               IF EMPLEADO-ID = WS-ID-TECLEADO
                                   SET EMPLEADO-ENCONTRADO TO TRUE
                                   SET FIN-EMPLEADOS TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLEADOS-FILE
               END-IF.

           REVISAR-HISTORICO.
      *>   UN SOLO FINIQUITO POR EMPLEADO; Y SI LA NOMINA DEL MES DEL
      *>   CESE YA LE PAGO ESE MES, EL SALARIO NO SE VUELVE A PAGAR
      *>   (LAS LINEAS DE ATRASOS DE ESE MES NO CUENTAN COMO PAGO)
               MOVE 'N' TO WS-FINIQUITO-PREVIO.
               MOVE 'N' TO WS-MES-PAGADO.
               MOVE 'N' TO EOF-HIST.
               OPEN INPUT NOMINAS-HISTORICO-FILE.
               IF ST-NOMHIST NOT = "00"
                   CLOSE NOMINAS-HISTORICO-FILE
               ELSE
                   PERFORM UNTIL FIN-HISTORICO
                       READ NOMINAS-HISTORICO-FILE
                           AT END
                               SET FIN-HISTORICO TO TRUE
                           NOT AT END
                               IF NH-EMPLEADO = EMPLEADO-ID
                                   IF NH-FINIQUITO
                                       SET HAY-FINIQUITO-PREVIO
                                           TO TRUE
                                   ELSE
                                       IF NH-MES = WS-MES-CESE
                                           AND NOT NH-ATRASOS
                                           SET MES-PAGADO-EN-NOMINA
                                               TO TRUE
                                       END-IF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOMINAS-HISTORICO-FILE
               END-IF.

           CALCULAR-CONCEPTOS.
               IF EMPLEADO-SALARIO IS NUMERIC
                   AND EMPLEADO-SALARIO > ZERO
                   COMPUTE WS-SALARIO-DIARIO ROUNDED =
                       EMPLEADO-SALARIO / 30
               ELSE
                   COMPUTE WS-SALARIO-DIARIO ROUNDED =
                       EMPLEADO-TARIFA-HORA * PARM-HORAS-MES / 30
               END-IF.

               COMPUTE WS-CESE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CESE).
               COMPUTE WS-ALTA-INT =
                   FUNCTION INTEGER-OF-DATE (EMPLEADO-FECHA-ALTA).

      *>   SALARIO DEL ULTIMO MES: DIAS NATURALES HASTA EL CESE (DESDE
      *>   EL ALTA SI ENTRO ESE MISMO MES), EN MESES DE 30 DIAS
               IF EMPLEADO-FECHA-ALTA (1:6) = WS-MES-CESE
                   COMPUTE WS-DIAS-MES = WS-CESE-INT - WS-ALTA-INT + 1
               ELSE
                   MOVE WS-FECHA-CESE (7:2) TO WS-DIAS-MES
               END-IF.
               IF WS-DIAS-MES > 30
                   MOVE 30 TO WS-DIAS-MES
               END-IF.
               IF MES-PAGADO-EN-NOMINA
                   MOVE ZERO TO WS-IMP-SALARIO
               ELSE
                   COMPUTE WS-IMP-SALARIO ROUNDED =
                       WS-SALARIO-DIARIO * WS-DIAS-MES
               END-IF.

      *>   DIAS TRABAJADOS EN EL ANO DEL CESE, BASE DEL DEVENGO DE
      *>   VACACIONES Y PAGAS EXTRA
               MOVE WS-FECHA-CESE (1:4) TO WS-INICIO-ANO (1:4).
               MOVE "0101" TO WS-INICIO-ANO (5:4).
               MOVE WS-FECHA-CESE (1:4) TO WS-FIN-ANO (1:4).
               MOVE "1231" TO WS-FIN-ANO (5:4).
               COMPUTE WS-DIAS-ANO =
                   FUNCTION INTEGER-OF-DATE (WS-FIN-ANO)
                   - FUNCTION INTEGER-OF-DATE (WS-INICIO-ANO) + 1.
               IF EMPLEADO-FECHA-ALTA > WS-INICIO-ANO
                   MOVE WS-ALTA-INT TO WS-INICIO-INT
               ELSE
                   COMPUTE WS-INICIO-INT =
                       FUNCTION INTEGER-OF-DATE (WS-INICIO-ANO)
               END-IF.
               COMPUTE WS-DIAS-TRABAJADOS-ANO =
                   WS-CESE-INT - WS-INICIO-INT + 1.

               COMPUTE WS-VAC-DEVENGADAS ROUNDED =
                   PARM-DIAS-VACACIONES * WS-DIAS-TRABAJADOS-ANO
                       / WS-DIAS-ANO.
               PERFORM CONTAR-VACACIONES.
               COMPUTE WS-VAC-PENDIENTES =
                   WS-VAC-DEVENGADAS - WS-VAC-DISFRUTADAS.
               COMPUTE WS-IMP-VACACIONES ROUNDED =
                   WS-VAC-PENDIENTES * WS-SALARIO-DIARIO.

      *>   LA NOMINA MENSUAL NO PAGA EXTRAS: SE LIQUIDA LO DEVENGADO
      *>   EN EL ANO A RAZON DE UNA MENSUALIDAD POR PAGA
               COMPUTE WS-IMP-PAGAS ROUNDED =
                   PARM-PAGAS-EXTRA * WS-SALARIO-DIARIO * 30
                       * WS-DIAS-TRABAJADOS-ANO / WS-DIAS-ANO.

               PERFORM CALCULAR-INDEMNIZACION.
               PERFORM CARGAR-COMPRAS-PERSONAL.

           CONTAR-VACACIONES.
      *>   DIAS DE VACACIONES DEL ANO DEL CESE, NATURALES Y CON AMBOS
      *>   EXTREMOS, COMO EL SALDO DEL SUBSISTEMA DE AUSENCIAS
               MOVE ZERO TO WS-VAC-DISFRUTADAS.
               MOVE 'N' TO EOF-AUS.
               OPEN INPUT AUSENCIAS-FILE.
               IF ST-AUSENCIAS NOT = "00"
                   CLOSE AUSENCIAS-FILE
               ELSE
                   PERFORM UNTIL FIN-AUSENCIAS
                       READ AUSENCIAS-FILE
                           AT END
                               SET FIN-AUSENCIAS TO TRUE
                           NOT AT END
                               IF AUS-EMPLEADO-ID = EMPLEADO-ID
                                   AND AUS-VACACIONES
                                   AND AUS-DESDE (1:4)
                                       = WS-FECHA-CESE (1:4)
                                   COMPUTE WS-DESDE-INT =
                                       FUNCTION INTEGER-OF-DATE
                                           (AUS-DESDE)
                                   COMPUTE WS-HASTA-INT =
                                       FUNCTION INTEGER-OF-DATE
                                           (AUS-HASTA)
                                   COMPUTE WS-VAC-DISFRUTADAS =
                                       WS-VAC-DISFRUTADAS
                                       + WS-HASTA-INT - WS-DESDE-INT + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUSENCIAS-FILE
               END-IF.

           CARGAR-COMPRAS-PERSONAL.
      *>   LA NOMINA NO LIQUIDA A LOS CESADOS, ASI QUE LAS COMPRAS A
      *>   NOMINA DEL MES DEL CESE (Y POSTERIORES) QUEDAN PENDIENTES
      *>   SALVO QUE LA NOMINA DE ESE MES YA LE PAGARA Y LAS DESCONTARA
               MOVE ZERO TO WS-IMP-COMPRAS.
               MOVE 'N' TO EOF-DEDUCCIONES.
               OPEN INPUT DEDUCCIONES-NOMINA-FILE.
               PERFORM UNTIL FIN-DEDUCCIONES
                   READ DEDUCCIONES-NOMINA-FILE
                       AT END
                           SET FIN-DEDUCCIONES TO TRUE
                       NOT AT END
                           IF DN-EMPLEADO = EMPLEADO-ID
                               AND (DN-MES > WS-MES-CESE
                                   OR (DN-MES = WS-MES-CESE
                                       AND NOT MES-PAGADO-EN-NOMINA))
                               IF DN-ABONO
                                   SUBTRACT DN-IMPORTE
                                       FROM WS-IMP-COMPRAS
                               ELSE
                                   ADD DN-IMPORTE TO WS-IMP-COMPRAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DEDUCCIONES-NOMINA-FILE.

           CALCULAR-INDEMNIZACION.
      *>   DIAS DE SALARIO POR ANO DE SERVICIO (PRORRATEADO POR DIAS)
      *>   SEGUN EL MOTIVO, CON EL TOPE LEGAL DE 12 MENSUALIDADES EN
      *>   EL DESPIDO OBJETIVO Y 24 EN EL IMPROCEDENTE. LA BAJA
      *>   VOLUNTARIA Y EL DESPIDO DISCIPLINARIO NO SE INDEMNIZAN
               MOVE ZERO TO WS-DIAS-POR-ANO.
               MOVE ZERO TO WS-TOPE-MENSUALIDADES.
               EVALUATE TRUE
                   WHEN MOTIVO-VOLUNTARIA
                       MOVE "BAJA VOLUNTARIA" TO WS-MOTIVO-TEXTO
                   WHEN MOTIVO-DISCIPLINARIO
                       MOVE "DESPIDO DISCIPLINARIO" TO WS-MOTIVO-TEXTO
                   WHEN MOTIVO-FIN-CONTRATO
                       MOVE "FIN DE CONTRATO" TO WS-MOTIVO-TEXTO
                       MOVE PARM-DIAS-FIN-CONTRATO TO WS-DIAS-POR-ANO
                   WHEN MOTIVO-OBJETIVO
                       MOVE "DESPIDO OBJETIVO" TO WS-MOTIVO-TEXTO
                       MOVE PARM-DIAS-OBJETIVO TO WS-DIAS-POR-ANO
                       MOVE 12 TO WS-TOPE-MENSUALIDADES
                   WHEN MOTIVO-IMPROCEDENTE
                       MOVE "DESPIDO IMPROCEDENTE" TO WS-MOTIVO-TEXTO
                       MOVE PARM-DIAS-IMPROCEDENTE TO WS-DIAS-POR-ANO
                       MOVE 24 TO WS-TOPE-MENSUALIDADES
               END-EVALUATE.

               COMPUTE WS-DIAS-SERVICIO = WS-CESE-INT - WS-ALTA-INT + 1.
               COMPUTE WS-IMP-INDEMNIZACION ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-POR-ANO
                       * WS-DIAS-SERVICIO / 365.
               IF WS-TOPE-MENSUALIDADES > ZERO
                   COMPUTE WS-TOPE-INDEMNIZACION =
                       WS-SALARIO-DIARIO * 30 * WS-TOPE-MENSUALIDADES
                   IF WS-IMP-INDEMNIZACION > WS-TOPE-INDEMNIZACION
                       MOVE WS-TOPE-INDEMNIZACION
                           TO WS-IMP-INDEMNIZACION
                   END-IF
               END-IF.

           CALCULAR-RETENCIONES.
      *>   COMO LA NOMINA: EL PORCENTAJE PERSONAL DEL EMPLEADO SI LO
      *>   TIENE, Y SI NO EL TRAMO QUE CUBRE LA BASE SUJETA
               IF EMPLEADO-IRPF-PCT IS NUMERIC
                   AND EMPLEADO-IRPF-PCT > ZERO
                   MOVE EMPLEADO-IRPF-PCT TO WS-TASA-IRPF
               ELSE
                   MOVE WS-TRAMO-TASA (WS-TRAMOS-N) TO WS-TASA-IRPF
                   PERFORM VARYING WS-T FROM WS-TRAMOS-N BY -1
                           UNTIL WS-T < 1
                       IF WS-BASE-SUJETA <= WS-TRAMO-LIMITE (WS-T)
                           MOVE WS-TRAMO-TASA (WS-T) TO WS-TASA-IRPF
                       END-IF
                   END-PERFORM
               END-IF.

               COMPUTE WS-IRPF ROUNDED =
                   WS-BASE-SUJETA * (WS-TASA-IRPF / 100).
               COMPUTE WS-SS-TRABAJADOR ROUNDED =
                   WS-BASE-SUJETA * (PARM-SS-TRABAJADOR / 100).
               COMPUTE WS-BRUTO =
                   WS-BASE-SUJETA + WS-IMP-INDEMNIZACION.
               COMPUTE WS-DEDUCCION = WS-IRPF + WS-SS-TRABAJADOR.
               COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCION.

      *>   COMPRAS DE PERSONAL PENDIENTES: COMO EN LA NOMINA, NUNCA
      *>   MAS QUE EL LIQUIDO; LO QUE NO CABE SE COBRA POR OTRA VIA
               IF WS-IMP-COMPRAS > WS-NETO
                   MOVE WS-IMP-COMPRAS TO WS-IMPORTE-ED
                   DISPLAY "AVISO: compras de personal pendientes ("
                       WS-IMPORTE-ED ") superan el liquido; se "
                       "descuenta solo el liquido"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   MOVE WS-NETO TO WS-IMP-COMPRAS
               END-IF.
               COMPUTE WS-NETO = WS-NETO - WS-IMP-COMPRAS.

           MOSTRAR-FINIQUITO.
               DISPLAY "FINIQUITO " EMPLEADO-ID " " EMPLEADO-NOMBRE
                   " " EMPLEADO-APELLIDOS.
               DISPLAY "  ALTA " EMPLEADO-FECHA-ALTA " CESE "
                   WS-FECHA-CESE " MOTIVO " WS-MOTIVO-TEXTO.
               MOVE WS-IMP-SALARIO TO WS-IMPORTE-ED.
               DISPLAY "  SALARIO DEL MES (" WS-DIAS-MES " DIAS) "
                   WS-IMPORTE-ED.
               IF MES-PAGADO-EN-NOMINA
                   DISPLAY "    (el mes ya se pago en la nomina)"
               END-IF.
               MOVE WS-VAC-PENDIENTES TO WS-DIAS-ED.
               MOVE WS-IMP-VACACIONES TO WS-IMPORTE-ED.
               DISPLAY "  VACACIONES NO DISFRUTADAS (" WS-DIAS-ED
                   " DIAS) " WS-IMPORTE-ED.
               MOVE WS-IMP-PAGAS TO WS-IMPORTE-ED.
               DISPLAY "  PARTE PROPORCIONAL PAGAS EXTRA "
                   WS-IMPORTE-ED.
               MOVE WS-IMP-INDEMNIZACION TO WS-IMPORTE-ED.
               DISPLAY "  INDEMNIZACION " WS-IMPORTE-ED.
               MOVE WS-IRPF TO WS-IMPORTE-ED.
               MOVE WS-TASA-IRPF TO WS-TASA-ED.
               DISPLAY "  IRPF (" WS-TASA-ED " %) " WS-IMPORTE-ED.
               MOVE WS-SS-TRABAJADOR TO WS-IMPORTE-ED.
               DISPLAY "  SEG SOCIAL TRABAJADOR " WS-IMPORTE-ED.
               IF WS-IMP-COMPRAS NOT = ZERO
                   MOVE WS-IMP-COMPRAS TO WS-IMPORTE-ED
                   DISPLAY "  COMPRAS DE PERSONAL A NOMINA "
                       WS-IMPORTE-ED
               END-IF.
               MOVE WS-NETO TO WS-IMPORTE-ED.
               DISPLAY "  LIQUIDO A PERCIBIR " WS-IMPORTE-ED.

           EMITIR-RECIBO.
               OPEN OUTPUT RECIBO-FILE.

               MOVE "RECIBO DE SALDO Y FINIQUITO" TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE ALL "-" TO RECIBO-LINE.
               WRITE RECIBO-LINE.

               MOVE SPACES TO RECIBO-LINE.
               STRING "TRABAJADOR " EMPLEADO-ID " " EMPLEADO-NOMBRE
                   " " EMPLEADO-APELLIDOS
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               STRING "DEPARTAMENTO " EMPLEADO-DEPARTAMENTO
                   "  ALTA " EMPLEADO-FECHA-ALTA
                   "  CESE " WS-FECHA-CESE
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               STRING "MOTIVO DEL CESE: " WS-MOTIVO-TEXTO
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               WRITE RECIBO-LINE.

               MOVE WS-IMP-SALARIO TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  SALARIO DIAS TRABAJADOS (" WS-DIAS-MES
                   ")          " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE WS-VAC-PENDIENTES TO WS-DIAS-ED.
               MOVE WS-IMP-VACACIONES TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  VACACIONES NO DISFRUTADAS (" WS-DIAS-ED
                   ")  " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE WS-IMP-PAGAS TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  PARTE PROPORCIONAL PAGAS EXTRA  "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE WS-IMP-INDEMNIZACION TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  INDEMNIZACION                   "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE WS-BRUTO TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  TOTAL DEVENGADO                 "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE WS-IRPF TO WS-IMPORTE-ED.
               MOVE WS-TASA-IRPF TO WS-TASA-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  RETENCION IRPF (" WS-TASA-ED " %)         "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE WS-SS-TRABAJADOR TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  SEGURIDAD SOCIAL TRABAJADOR     "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               IF WS-IMP-COMPRAS NOT = ZERO
                   MOVE WS-IMP-COMPRAS TO WS-IMPORTE-ED
                   MOVE SPACES TO RECIBO-LINE
                   STRING "  COMPRAS DE PERSONAL A NOMINA    "
                       WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO RECIBO-LINE
                   END-STRING
                   WRITE RECIBO-LINE
               END-IF.
               MOVE WS-NETO TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "  LIQUIDO A PERCIBIR              "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               WRITE RECIBO-LINE.

               MOVE "El trabajador recibe en este acto la cantidad "
                   & "indicada en concepto de saldo y" TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE "finiquito por todos los conceptos derivados de "
                   & "la relacion laboral." TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               STRING "Fecha: " WS-HOY
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE "Firma del trabajador:            Por la empresa:"
                   TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE SPACES TO RECIBO-LINE.
               WRITE RECIBO-LINE.
               MOVE "______________________          _________________"
                   & "_____" TO RECIBO-LINE.
               WRITE RECIBO-LINE.

               CLOSE RECIBO-FILE.

           REGISTRAR-FINIQUITO-HISTORICO.
               MOVE SPACES TO NOMINA-HIST-REG.
               MOVE WS-MES-CESE TO NH-MES.
               MOVE EMPLEADO-ID TO NH-EMPLEADO.
               MOVE WS-BRUTO TO NH-BRUTO.
               MOVE WS-IRPF TO NH-IRPF.
               MOVE WS-SS-TRABAJADOR TO NH-SS.
               MOVE WS-NETO TO NH-NETO.
               SET NH-FINIQUITO TO TRUE.
               OPEN EXTEND NOMINAS-HISTORICO-FILE.
               WRITE NOMINA-HIST-REG.
               CLOSE NOMINAS-HISTORICO-FILE.

           CATALOGAR-INFORME.
               MOVE "FINIQUITO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "FINIQUITO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM FINIQUITO.
