                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-HORAS.

                   SELECT OPTIONAL DEDUCCIONES-NOMINA-FILE
                   ASSIGN TO "deducciones-nomina.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL NOMINA-PARAMETROS-FILE
                   ASSIGN TO "nomina-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ASSIGN TO "nominas-historico.dat.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL SALARIOS-HISTORICO-FILE
                   ASSIGN TO "salarios-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT ATRASOS-FILE
                   ASSIGN TO "nomina-atrasos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT TOTALES-FILE
                   ASSIGN TO "nomina-totales.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT TRANSFERENCIAS-FILE
                   ASSIGN TO "nomina-transferencias.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CHEQUES-FILE
                   ASSIGN TO "nomina-cheques.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PLAN-CUENTAS-FILE
                   ASSIGN TO "plan-cuentas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTA-CODIGO
                   STATUS ST-CUENTA.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ASIENTOS.

                   SELECT ASIENTOS-TMP
                   ASSIGN TO "asientos-contables.dat.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 HORAS-MES PIC 9(6).
                       05 HORAS-TRABAJADAS PIC 9(3)V99.

      *>   COMPRAS DE PERSONAL CARGADAS A NOMINA EN CAJA (CARGOS) Y
      *>   SUS DEVOLUCIONES (ABONOS); SE DESCUENTAN DEL NETO DEL MES
               FD DEDUCCIONES-NOMINA-FILE.
                   COPY copydnom.

               FD NOMINA-PARAMETROS-FILE.
                   01 NOMINA-PARAMETROS-LINE PIC X(10).
                   01 NOMINA-PARM-HORAS-REG.

      *>   DETALLE ACUMULATIVO DE LIQUIDACIONES, UNA LINEA POR
      *>   EMPLEADO Y MES; DE AQUI SALE EL CERTIFICADO ANUAL DE
      *>   RETENCIONES (EL SPOOL nominas.dat SE REESCRIBE CADA MES).
      *>   LOS FINIQUITOS SE GRABAN AQUI CON TIPO "F" Y LOS ATRASOS
      *>   CON TIPO "A", EN EL MES AL QUE CORRESPONDEN Y CON EL MES DE
      *>   LA NOMINA QUE LOS PAGO; LA LINEA ORDINARIA GUARDA LA TARIFA
      *>   APLICADA PARA PODER RECALCULAR EL MES
               FD NOMINAS-HISTORICO-FILE.
                   01 NOMINA-HIST-REG.
                       05 NH-MES PIC 9(6).
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

               FD NOMINAS-HISTORICO-TMP.
                   01 NOMINA-HIST-TMP-LINE PIC X(75).

               FD SALARIOS-HISTORICO-FILE.
                   COPY copyshis.

      *>   ATRASOS PAGADOS EN EL MES, POR EMPLEADO Y MES DE ORIGEN
               FD ATRASOS-FILE.
                   01 ATRASOS-LINE PIC X(100).

               FD TOTALES-FILE.
                   01 TOTALES-LINE PIC X(100).

      *>   ORDENES DE TRANSFERENCIA SEPA DEL NETO DE CADA NOMINA, CON
      *>   CABECERA Y TRAILER DE CUADRE COMO LA DEVOLUCION DE SALDOS
               FD TRANSFERENCIAS-FILE.
                   01 TRANSFERENCIA-REG.
                       05 TRF-TIPO PIC X(1).
                       05 TRF-DATOS PIC X(79).
                   01 TRANSFERENCIA-CABECERA
                           REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-CAB-FECHA PIC 9(8).
                       05 TRF-CAB-ID PIC 9(8).
                       05 FILLER PIC X(63).
                   01 TRANSFERENCIA-DETALLE
                           REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-DET-IBAN PIC X(24).
                       05 TRF-DET-IMPORTE PIC 9(9)V99.
                       05 TRF-DET-REFERENCIA PIC X(16).
                       05 TRF-DET-EMPLEADO PIC 9(8).
                       05 TRF-DET-NOMBRE PIC X(20).
                   01 TRANSFERENCIA-TRAILER
                           REDEFINES TRANSFERENCIA-REG.
                       05 FILLER PIC X(1).
                       05 TRF-TRL-CONTADOR PIC 9(6).
                       05 TRF-TRL-HASH PIC 9(11)V99.
                       05 FILLER PIC X(60).

      *>   EMPLEADOS SIN IBAN VALIDO: SU NETO SE PAGA POR CHEQUE
               FD CHEQUES-FILE.
                   01 CHEQUE-LINE PIC X(100).

               FD PLAN-CUENTAS-FILE.
                   COPY copycta.

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD ASIENTOS-TMP.
                   01 ASIENTO-TMP-LINE PIC X(69).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

               77 ST-EMPLEADOS PIC X(2).
               77 ST-HORAS PIC X(2).
               77 ST-NOMHIST PIC X(2).
               77 ST-CUENTA PIC X(2).
               77 ST-ASIENTOS PIC X(2).

               01 EOF-EMP PIC X VALUE 'N'.
                   88 FIN-EMPLEADOS VALUE 'S'.
               77 WS-COM-N PIC 9(3) VALUE 0.
               01 WS-COMISION PIC 9(5)V99.

               01 EOF-DEDUCCIONES PIC X VALUE 'N'.
                   88 FIN-DEDUCCIONES VALUE 'S'.
               01 WS-DN-TABLA.
                   05 WS-DN-ENTRADA OCCURS 200 TIMES.
                       10 WS-DN-EMPLEADO PIC 9(8).
                       10 WS-DN-IMPORTE PIC S9(7)V99.
               77 WS-DN-N PIC 9(3) VALUE 0.
      *>   NETO DE CARGOS MENOS ABONOS; NEGATIVO SI EL EMPLEADO
      *>   DEVOLVIO MAS DE LO QUE COMPRO EN EL MES Y SE LE REINTEGRA
               01 WS-COMPRAS-PERSONAL PIC S9(7)V99.

      *>   HORAS ACUMULADAS DEL MES POR EMPLEADO
               01 WS-HORAS-TABLA.
                   05 WS-HT-ENTRADA OCCURS 200 TIMES.
                       10 WS-DEP-EMPLEADOS PIC 9(3).
                       10 WS-DEP-BRUTO PIC 9(9)V99.
                       10 WS-DEP-NETO PIC 9(9)V99.
                       10 WS-DEP-SS-EMPRESA PIC 9(9)V99.
               01 WS-DEP-N PIC 9(2) VALUE ZERO.

               01 WS-I PIC 9(3).
               01 WS-SS-EMPRESA PIC 9(7)V99.
               01 WS-COSTE-EMPRESA PIC 9(8)V99.

      *>   ATRASOS DE CAMBIOS DE TARIFA CON EFECTO EN MESES YA
      *>   PAGADOS (salarios-historico.dat): CADA MES AFECTADO SE
      *>   RECALCULA CON LAS HORAS DE SU PARTE Y LA TARIFA VIGENTE EN
      *>   ESE MES; LA DIFERENCIA CON LO PAGADO (NOMINA ORDINARIA MAS
      *>   ATRASOS YA ABONADOS) SE PAGA EN ESTA NOMINA, CON SU
      *>   RETENCION, COMO LINEA PROPIA POR MES
               01 EOF-SHIS PIC X VALUE 'N'.
                   88 FIN-SALARIOS-HISTORICO VALUE 'S'.
               01 WS-SH-TABLA.
                   05 WS-SH-ENTRADA OCCURS 500 TIMES.
                       10 WS-SH-EMPLEADO PIC 9(8).
                       10 WS-SH-MES-EFECTO PIC 9(6).
                       10 WS-SH-MES-REGISTRO PIC 9(6).
                       10 WS-SH-TARIFA PIC 9(3)V99.
                       10 WS-SH-TARIFA-ANTERIOR PIC 9(3)V99.
               77 WS-SH-N PIC 9(3) VALUE 0.
               77 WS-H PIC 9(3).
               01 WS-AT-TABLA.
                   05 WS-AT-ENTRADA OCCURS 500 TIMES.
                       10 WS-AT-EMPLEADO PIC 9(8).
                       10 WS-AT-MES PIC 9(6).
                       10 WS-AT-ORDINARIA PIC X.
                       10 WS-AT-BRUTO-ORDINARIO PIC 9(7)V99.
                       10 WS-AT-ATRASOS-PAGADOS PIC 9(7)V99.
                       10 WS-AT-TARIFA-PAGADA PIC 9(3)V99.
                       10 WS-AT-TARIFA-VIGENTE PIC 9(3)V99.
                       10 WS-AT-HORAS PIC 9(4)V99.
                       10 WS-AT-RECALCULADO PIC 9(7)V99.
                       10 WS-AT-DIFERENCIA PIC 9(7)V99.
                       10 WS-AT-IRPF PIC 9(7)V99.
                       10 WS-AT-SS PIC 9(7)V99.
               77 WS-AT-N PIC 9(3) VALUE 0.
               77 WS-A PIC 9(3).
               01 WS-AT-CUBIERTO PIC X.
                   88 MES-CON-ATRASOS VALUE 'S'.
               01 WS-AT-PAGO-NUEVO PIC 9(7)V99.
               01 WS-AT-PAGO-ANTERIOR PIC 9(7)V99.
               01 WS-AT-PAGADO PIC 9(7)V99.
               01 WS-ATRASOS PIC 9(7)V99.
               01 WS-ATRASOS-IRPF PIC 9(7)V99.
               01 WS-ATRASOS-SS PIC 9(7)V99.
               01 WS-NETO-ORDINARIO PIC 9(7)V99.
               01 WS-HIST-IMPORTE PIC 9(7)V99.
               01 WS-ATRASOS-LINEAS PIC 9(5) VALUE ZERO.
               01 WS-ATRASOS-TOTAL PIC 9(9)V99 VALUE ZERO.

      *>   PAGO DEL NETO: TRANSFERENCIAS, CHEQUES Y NOMINAS A CERO,
      *>   QUE JUNTAS DEBEN CUADRAR CON LOS TOTALES POR DEPARTAMENTO
               01 WS-HOY PIC 9(8).
               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "NOMINA".
               01 WS-SECUENCIA-VALOR PIC 9(8).
               01 WS-REFERENCIA PIC X(16).
               01 WS-TRF-NOMBRE PIC X(20).
               01 WS-IBAN-RESULTADO PIC X.
                   88 IBAN-VALIDO VALUE 'S'.
               01 WS-ORDENES PIC 9(6) VALUE ZERO.
               01 WS-HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-CHEQUES PIC 9(6) VALUE ZERO.
               01 WS-CHEQUES-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-NETOS-CERO PIC 9(6) VALUE ZERO.
               01 WS-TOTALES-NOMINAS PIC 9(6) VALUE ZERO.
               01 WS-TOTALES-NETO PIC 9(11)V99 VALUE ZERO.
               01 WS-PAGADO-NOMINAS PIC 9(6) VALUE ZERO.
               01 WS-PAGADO-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-HASH-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               01 WS-HASH2-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *>   ASIENTO DE NOMINA: SUELDOS (64000000) Y SEGURIDAD SOCIAL
      *>   DE EMPRESA (64200000) AL DEBE POR DEPARTAMENTO; AL HABER
      *>   SEGURIDAD SOCIAL ACREEDORA (47600000), RETENCIONES IRPF
      *>   (47510000), NETO PENDIENTE DE PAGO (46500000) Y LAS
      *>   COMPRAS DE PERSONAL DESCONTADAS (46000000, LA CUENTA QUE
      *>   CARGA EL DIARIO CONTABLE). SI EL PLAN DE CUENTAS TIENE UNA
      *>   SUBCUENTA DE 640/642 CUYA DESCRIPCION EMPIEZA POR EL
      *>   NOMBRE DEL DEPARTAMENTO, EL GASTO VA A ELLA
               01 WS-PLAN-CUENTAS-OK PIC X VALUE 'N'.
                   88 PLAN-CUENTAS-DISPONIBLE VALUE 'S'.
               01 EOF-CUENTAS PIC X VALUE 'N'.
                   88 FIN-CUENTAS VALUE 'S'.
               01 WS-SUB-TABLA.
                   05 WS-SUB-ENTRADA OCCURS 100 TIMES.
                       10 WS-SUB-CODIGO PIC X(8).
                       10 WS-SUB-DESCRIPCION PIC X(30).
               77 WS-SUB-N PIC 9(3) VALUE 0.
               77 WS-S PIC 9(3).
               77 WS-LON PIC 9(2).
               01 WS-CUENTA-BASE PIC X(8).
               01 WS-CUENTA-DEP PIC X(8).

               01 WS-CON-IRPF PIC 9(9)V99 VALUE ZERO.
               01 WS-CON-SS-TRABAJADOR PIC 9(9)V99 VALUE ZERO.
               01 WS-CON-SS-EMPRESA PIC 9(9)V99 VALUE ZERO.
               01 WS-CON-NETO PIC 9(9)V99 VALUE ZERO.
               01 WS-CON-COMPRAS PIC S9(9)V99 VALUE ZERO.
               01 WS-CON-SS-TOTAL PIC 9(9)V99.
               01 WS-TOTAL-DEBE PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-HABER PIC 9(11)V99 VALUE ZERO.
               01 WS-DESCUADRE PIC S9(11)V99 VALUE ZERO.
               01 WS-ASIENTOS-CONTADOR PIC 9(5) VALUE ZERO.
               01 WS-CONCEPTO-MES PIC X(14).
               01 EOF-ASI PIC X VALUE 'N'.
                   88 FIN-ASIENTOS VALUE 'S'.

      *>   LOS INFORMES PRODUCIDOS SE CATALOGAN EN EL SPOOL PARA PODER
      *>   VERLOS Y REIMPRIMIRLOS DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-IMPORTE2-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-IMPORTE3-ED PIC Z.ZZZ.ZZ9,99.
      *>   LIQUIDACION MENSUAL: HORAS DEL PARTE POR TARIFA-HORA, CON
      *>   MULTIPLICADOR POR ENCIMA DEL UMBRAL MENSUAL Y LA TASA DE
      *>   DEDUCCION DEL FICHERO DE PARAMETROS; UNA NOMINA POR
      *>   EMPLEADO Y TOTALES POR DEPARTAMENTO. EL NETO SE PAGA POR
      *>   TRANSFERENCIA SEPA A LA CUENTA DEL EMPLEADO; SIN IBAN VALIDO
      *>   SALE EN LA LISTA DE CHEQUES. LOS TOTALES DE CONTROL DEL
      *>   FICHERO DEL BANCO SE CUADRAN CON nomina-totales.dat. EL
      *>   COSTE DE PERSONAL SE CONTABILIZA EN asientos-contables.dat
      *>   SI EL DEBE CUADRA CON EL HABER. LOS CAMBIOS DE TARIFA CON
      *>   EFECTO EN MESES YA PAGADOS SE ABONAN COMO ATRASOS
               PERFORM INICIALIZAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               DISPLAY "Mes a liquidar (AAAAMM): " WITH NO ADVANCING.
               ACCEPT WS-MES-LIQUIDACION.

               PERFORM CARGAR-HORAS.
               PERFORM CARGAR-COMISIONES.
               PERFORM CARGAR-DEDUCCIONES.
               IF WS-HT-N = ZERO
                   DISPLAY "No hay partes de horas para el mes "
                       WS-MES-LIQUIDACION
               END-IF.

               PERFORM DEPURAR-MES-HISTORICO.
               PERFORM PREPARAR-ATRASOS.

               OPEN OUTPUT NOMINAS-FILE.

                   GOBACK
               END-IF.

               PERFORM ABRIR-PAGOS.
               PERFORM ABRIR-INFORME-ATRASOS.

               PERFORM UNTIL FIN-EMPLEADOS
                   READ EMPLEADOS-FILE
                       AT END
               CLOSE EMPLEADOS-FILE.
               CLOSE NOMINAS-FILE.

               PERFORM CERRAR-PAGOS.
               PERFORM CERRAR-INFORME-ATRASOS.
               PERFORM ESCRIBIR-TOTALES-DEPARTAMENTO.
               PERFORM CUADRAR-PAGOS.
               PERFORM CONTABILIZAR-NOMINA.

               PERFORM REGISTRAR-JOB-LOG.


           LIQUIDAR-EMPLEADO.
               IF EMPLEADO-CESADO
                   PERFORM AVISAR-COMPRAS-SIN-NOMINA
                   GO TO LIQUIDAR-EMPLEADO-EXIT
               END-IF.

                   END-IF
               END-PERFORM.

               MOVE ZERO TO WS-ATRASOS.
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-AT-N
                   IF WS-AT-EMPLEADO (WS-A) = EMPLEADO-ID
                       ADD WS-AT-DIFERENCIA (WS-A) TO WS-ATRASOS
                   END-IF
               END-PERFORM.

      *>   SIN HORAS, COMISION NI ATRASOS NO HAY NOMINA ESTE MES
               IF WS-HORAS-EMPLEADO = ZERO AND WS-COMISION = ZERO
                   AND WS-ATRASOS = ZERO
                   PERFORM AVISAR-COMPRAS-SIN-NOMINA
                   GO TO LIQUIDAR-EMPLEADO-EXIT
               END-IF.

                   END-PERFORM
               END-IF.

      *>   LOS ATRASOS NO CAMBIAN EL TRAMO: CADA MES ATRASADO RETIENE
      *>   AL TIPO DEL MES EN CURSO Y SE SUMA AL BRUTO ORDINARIO
               PERFORM RETENER-ATRASOS.
               COMPUTE WS-IRPF ROUNDED =
                   WS-BRUTO * (WS-TASA-IRPF / 100).
               COMPUTE WS-SS-TRABAJADOR ROUNDED =
                   WS-BRUTO * (PARM-SS-TRABAJADOR / 100).
               COMPUTE WS-NETO-ORDINARIO =
                   WS-BRUTO - WS-IRPF - WS-SS-TRABAJADOR.
               ADD WS-ATRASOS TO WS-BRUTO.
               ADD WS-ATRASOS-IRPF TO WS-IRPF.
               ADD WS-ATRASOS-SS TO WS-SS-TRABAJADOR.
               COMPUTE WS-SS-EMPRESA ROUNDED =
                   WS-BRUTO * (PARM-SS-EMPRESA / 100).
               COMPUTE WS-COSTE-EMPRESA =
               COMPUTE WS-DEDUCCION = WS-IRPF + WS-SS-TRABAJADOR.
               COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCION.

      *>   COMPRAS DE PERSONAL A CARGO DE NOMINA: NUNCA MAS QUE EL
      *>   NETO ORDINARIO (LOS ATRASOS SE PAGAN ENTEROS); LO QUE NO
      *>   CABE SE AVISA PARA COBRARLO POR OTRA VIA
               PERFORM BUSCAR-COMPRAS-PERSONAL.
               IF WS-COMPRAS-PERSONAL > WS-NETO-ORDINARIO
                   MOVE WS-COMPRAS-PERSONAL TO WS-IMPORTE-ED
                   DISPLAY "AVISO: compras de personal de " EMPLEADO-ID
                       " (" WS-IMPORTE-ED ") superan el neto; se "
                       "descuenta solo el neto"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   MOVE WS-NETO-ORDINARIO TO WS-COMPRAS-PERSONAL
               END-IF.
               COMPUTE WS-NETO = WS-NETO - WS-COMPRAS-PERSONAL.

               PERFORM ESCRIBIR-NOMINA.
               PERFORM REGISTRAR-NOMINA-HISTORICO.
               PERFORM PAGAR-NETO.
               PERFORM ACUMULAR-DEPARTAMENTO.
               ADD WS-IRPF TO WS-CON-IRPF.
               ADD WS-SS-TRABAJADOR TO WS-CON-SS-TRABAJADOR.
               ADD WS-SS-EMPRESA TO WS-CON-SS-EMPRESA.
               ADD WS-NETO TO WS-CON-NETO.
               ADD WS-COMPRAS-PERSONAL TO WS-CON-COMPRAS.
               ADD 1 TO WS-JOB-ESCRITOS.

           LIQUIDAR-EMPLEADO-EXIT.
               EXIT.

           BUSCAR-COMPRAS-PERSONAL.
               MOVE ZERO TO WS-COMPRAS-PERSONAL.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-DN-N
                   IF WS-DN-EMPLEADO (WS-I) = EMPLEADO-ID
                       MOVE WS-DN-IMPORTE (WS-I) TO WS-COMPRAS-PERSONAL
                   END-IF
               END-PERFORM.

           AVISAR-COMPRAS-SIN-NOMINA.
      *>   LAS COMPRAS A NOMINA SOLO SE CARGAN PARA EL MES QUE SE
      *>   LIQUIDA, ASI QUE SI EL EMPLEADO NO COBRA ESTE MES NO SE
      *>   DESCUENTAN NUNCA. LAS DEL CESADO DESDE SU MES DE CESE LAS
      *>   DESCUENTA EL FINIQUITO; LAS DEMAS SE AVISAN PARA COBRARLAS
      *>   POR OTRA VIA
               PERFORM BUSCAR-COMPRAS-PERSONAL.
               IF WS-COMPRAS-PERSONAL NOT = ZERO
                   MOVE WS-COMPRAS-PERSONAL TO WS-IMPORTE-ED
                   IF EMPLEADO-CESADO
                       AND WS-MES-LIQUIDACION NOT <
                           EMPLEADO-ESTADO-FECHA (1:6)
                       DISPLAY "AVISO: compras de personal de "
                           EMPLEADO-ID " (" WS-IMPORTE-ED ") de un "
                           "empleado cesado; las descuenta el finiquito"
                   ELSE
                       DISPLAY "AVISO: compras de personal de "
                           EMPLEADO-ID " (" WS-IMPORTE-ED ") sin "
                           "nomina este mes; cobrarlo por otra via"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               END-IF.

           CARGAR-COMISIONES.
               MOVE ZERO TO WS-COM-N.
               OPEN INPUT COMISIONES-MES-FILE.
               END-PERFORM.
               CLOSE COMISIONES-MES-FILE.

           CARGAR-DEDUCCIONES.
               MOVE ZERO TO WS-DN-N.
               OPEN INPUT DEDUCCIONES-NOMINA-FILE.
               MOVE 'N' TO EOF-DEDUCCIONES.
               PERFORM UNTIL FIN-DEDUCCIONES
                   READ DEDUCCIONES-NOMINA-FILE
                       AT END
                           SET FIN-DEDUCCIONES TO TRUE
                       NOT AT END
                           IF DN-MES = WS-MES-LIQUIDACION
                               PERFORM ACUMULAR-DEDUCCION
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DEDUCCIONES-NOMINA-FILE.

           ACUMULAR-DEDUCCION.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-DN-N OR ENTRADA-ENCONTRADA
                   IF WS-DN-EMPLEADO (WS-I) = DN-EMPLEADO
                       SET ENTRADA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF ENTRADA-ENCONTRADA
                   SUBTRACT 1 FROM WS-I
               ELSE
                   IF WS-DN-N < 200
                       ADD 1 TO WS-DN-N
                       MOVE WS-DN-N TO WS-I
                       MOVE DN-EMPLEADO TO WS-DN-EMPLEADO (WS-I)
                       MOVE ZERO TO WS-DN-IMPORTE (WS-I)
                   ELSE
                       MOVE ZERO TO WS-I
                   END-IF
               END-IF.
               IF WS-I > ZERO
                   IF DN-ABONO
                       SUBTRACT DN-IMPORTE FROM WS-DN-IMPORTE (WS-I)
                   ELSE
                       ADD DN-IMPORTE TO WS-DN-IMPORTE (WS-I)
                   END-IF
               END-IF.

           ESCRIBIR-NOMINA.
               MOVE SPACES TO NOMINA-LINE.
               MOVE ALL "-" TO NOMINA-LINE.
                   WRITE NOMINA-LINE
               END-IF.

               IF WS-ATRASOS > ZERO
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-AT-N
                       IF WS-AT-EMPLEADO (WS-A) = EMPLEADO-ID
                           AND WS-AT-DIFERENCIA (WS-A) > ZERO
                           MOVE WS-AT-DIFERENCIA (WS-A)
                               TO WS-IMPORTE-ED
                           MOVE SPACES TO NOMINA-LINE
                           STRING "  ATRASOS MES " WS-AT-MES (WS-A)
                               " REVISION TARIFA " WS-IMPORTE-ED
                               DELIMITED BY SIZE INTO NOMINA-LINE
                           END-STRING
                           WRITE NOMINA-LINE
                       END-IF
                   END-PERFORM
               END-IF.

               MOVE WS-IRPF TO WS-IMPORTE-ED.
               MOVE WS-SS-TRABAJADOR TO WS-IMPORTE2-ED.
               MOVE SPACES TO NOMINA-LINE.
               END-STRING.
               WRITE NOMINA-LINE.

               IF WS-COMPRAS-PERSONAL NOT = ZERO
                   MOVE SPACES TO NOMINA-LINE
                   IF WS-COMPRAS-PERSONAL > ZERO
                       MOVE WS-COMPRAS-PERSONAL TO WS-IMPORTE-ED
                       STRING "  DESCUENTO COMPRAS DE PERSONAL "
                           WS-IMPORTE-ED
                           DELIMITED BY SIZE INTO NOMINA-LINE
                       END-STRING
                   ELSE
                       COMPUTE WS-IMPORTE-ED = 0 - WS-COMPRAS-PERSONAL
                       STRING "  ABONO DEVOLUCIONES DE PERSONAL "
                           WS-IMPORTE-ED
                           DELIMITED BY SIZE INTO NOMINA-LINE
                       END-STRING
                   END-IF
                   WRITE NOMINA-LINE
               END-IF.

               MOVE WS-BRUTO TO WS-IMPORTE-ED.
               MOVE WS-DEDUCCION TO WS-IMPORTE2-ED.
               MOVE WS-NETO TO WS-IMPORTE3-ED.
      *>   REESCRITURA POR FICHERO TEMPORAL, COMO EL PARTE DE HORAS
      *>   DE LOS FICHAJES: LAS LINEAS DE UNA LIQUIDACION ANTERIOR
      *>   DEL MISMO MES SE QUITAN DEL HISTORICO, ASI LA NOMINA
      *>   PUEDE REPETIRSE SIN DUPLICAR EL CERTIFICADO ANUAL. LOS
      *>   FINIQUITOS DEL MES NO LOS GRABA LA NOMINA Y SE CONSERVAN;
      *>   LOS ATRASOS PAGADOS EN ESTE MES SE QUITAN Y SE RECALCULAN
               MOVE 'N' TO EOF-HORAS.
               OPEN INPUT NOMINAS-HISTORICO-FILE.
               OPEN OUTPUT NOMINAS-HISTORICO-TMP.
                           AT END
                               SET FIN-HORAS TO TRUE
                           NOT AT END
                               IF NH-FINIQUITO
                                   OR (NH-ATRASOS AND NH-MES-PAGO
                                       NOT = WS-MES-LIQUIDACION)
                                   OR (NH-TIPO = SPACE AND NH-MES
                                       NOT = WS-MES-LIQUIDACION)
                                   MOVE NOMINA-HIST-REG
                                       TO NOMINA-HIST-TMP-LINE
                                   WRITE NOMINA-HIST-TMP-LINE
                   "nominas-historico.dat.tmp" "nominas-historico.dat".

           REGISTRAR-NOMINA-HISTORICO.
      *>   LA LINEA ORDINARIA LLEVA SOLO LO DEL MES; CADA MES ATRASADO
      *>   VA EN SU PROPIA LINEA "A"
               OPEN EXTEND NOMINAS-HISTORICO-FILE.
               IF WS-HORAS-EMPLEADO > ZERO OR WS-COMISION > ZERO
                   OR WS-COMPRAS-PERSONAL NOT = ZERO
                   MOVE SPACES TO NOMINA-HIST-REG
                   MOVE WS-MES-LIQUIDACION TO NH-MES
                   MOVE EMPLEADO-ID TO NH-EMPLEADO
                   COMPUTE WS-HIST-IMPORTE = WS-BRUTO - WS-ATRASOS
                   MOVE WS-HIST-IMPORTE TO NH-BRUTO
                   COMPUTE WS-HIST-IMPORTE = WS-IRPF - WS-ATRASOS-IRPF
                   MOVE WS-HIST-IMPORTE TO NH-IRPF
                   COMPUTE WS-HIST-IMPORTE =
                       WS-SS-TRABAJADOR - WS-ATRASOS-SS
                   MOVE WS-HIST-IMPORTE TO NH-SS
                   COMPUTE WS-HIST-IMPORTE =
                       WS-NETO-ORDINARIO - WS-COMPRAS-PERSONAL
                   MOVE WS-HIST-IMPORTE TO NH-NETO
                   MOVE EMPLEADO-TARIFA-HORA TO NH-TARIFA
                   WRITE NOMINA-HIST-REG
               END-IF.
               IF WS-ATRASOS > ZERO
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-AT-N
                       IF WS-AT-EMPLEADO (WS-A) = EMPLEADO-ID
                           AND WS-AT-DIFERENCIA (WS-A) > ZERO
                           PERFORM REGISTRAR-ATRASO-HISTORICO
                       END-IF
                   END-PERFORM
               END-IF.
               CLOSE NOMINAS-HISTORICO-FILE.

           REGISTRAR-ATRASO-HISTORICO.
               MOVE SPACES TO NOMINA-HIST-REG.
               MOVE WS-AT-MES (WS-A) TO NH-MES.
               MOVE EMPLEADO-ID TO NH-EMPLEADO.
               MOVE WS-AT-DIFERENCIA (WS-A) TO NH-BRUTO.
               MOVE WS-AT-IRPF (WS-A) TO NH-IRPF.
               MOVE WS-AT-SS (WS-A) TO NH-SS.
               COMPUTE WS-HIST-IMPORTE = WS-AT-DIFERENCIA (WS-A)
                   - WS-AT-IRPF (WS-A) - WS-AT-SS (WS-A).
               MOVE WS-HIST-IMPORTE TO NH-NETO.
               SET NH-ATRASOS TO TRUE.
               MOVE WS-MES-LIQUIDACION TO NH-MES-PAGO.
               MOVE WS-AT-TARIFA-VIGENTE (WS-A) TO NH-TARIFA.
               WRITE NOMINA-HIST-REG.

               COMPUTE WS-AT-PAGADO = WS-AT-BRUTO-ORDINARIO (WS-A)
                   + WS-AT-ATRASOS-PAGADOS (WS-A).
               MOVE WS-AT-PAGADO TO WS-IMPORTE-ED.
               MOVE WS-AT-RECALCULADO (WS-A) TO WS-IMPORTE2-ED.
               MOVE WS-AT-DIFERENCIA (WS-A) TO WS-IMPORTE3-ED.
               MOVE SPACES TO ATRASOS-LINE.
               STRING EMPLEADO-ID " " WS-AT-MES (WS-A) " "
                   WS-IMPORTE-ED " " WS-IMPORTE2-ED " "
                   WS-IMPORTE3-ED " " EMPLEADO-NOMBRE
                   DELIMITED BY SIZE INTO ATRASOS-LINE
               END-STRING.
               WRITE ATRASOS-LINE.
               ADD 1 TO WS-ATRASOS-LINEAS.
               ADD WS-AT-DIFERENCIA (WS-A) TO WS-ATRASOS-TOTAL.

           PREPARAR-ATRASOS.
      *>   CAMBIOS DE TARIFA GRABADOS EN UN MES POSTERIOR AL DE SU
      *>   EFECTO: LOS MESES PAGADOS ENTRE AMBOS SE RECALCULAN
               MOVE ZERO TO WS-SH-N.
               MOVE ZERO TO WS-AT-N.
               MOVE 'N' TO EOF-SHIS.
               OPEN INPUT SALARIOS-HISTORICO-FILE.
               PERFORM UNTIL FIN-SALARIOS-HISTORICO
                   READ SALARIOS-HISTORICO-FILE
                       AT END
                           SET FIN-SALARIOS-HISTORICO TO TRUE
                       NOT AT END
                           IF WS-SH-N < 500
                               ADD 1 TO WS-SH-N
                               MOVE SHIS-EMPLEADO
                                   TO WS-SH-EMPLEADO (WS-SH-N)
                               MOVE SHIS-FECHA-EFECTO (1:6)
                                   TO WS-SH-MES-EFECTO (WS-SH-N)
                               MOVE SHIS-FECHA-REGISTRO (1:6)
                                   TO WS-SH-MES-REGISTRO (WS-SH-N)
                               MOVE SHIS-TARIFA-HORA
                                   TO WS-SH-TARIFA (WS-SH-N)
                               MOVE SHIS-TARIFA-ANTERIOR
                                   TO WS-SH-TARIFA-ANTERIOR (WS-SH-N)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE SALARIOS-HISTORICO-FILE.

               IF WS-SH-N > ZERO
                   MOVE 'N' TO EOF-HORAS
                   OPEN INPUT NOMINAS-HISTORICO-FILE
                   IF ST-NOMHIST = "00"
                       PERFORM UNTIL FIN-HORAS
                           READ NOMINAS-HISTORICO-FILE
                               AT END
                                   SET FIN-HORAS TO TRUE
                               NOT AT END
                                   IF NH-MES < WS-MES-LIQUIDACION
                                       AND NOT NH-FINIQUITO
                                       PERFORM ACUMULAR-MES-PAGADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE NOMINAS-HISTORICO-FILE
               END-IF.

               IF WS-AT-N > ZERO
                   PERFORM CARGAR-HORAS-ATRASOS
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-AT-N
                       PERFORM CALCULAR-ATRASO-MES
                   END-PERFORM
               END-IF.

           ACUMULAR-MES-PAGADO.
               MOVE 'N' TO WS-AT-CUBIERTO.
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > WS-SH-N
                   IF WS-SH-EMPLEADO (WS-H) = NH-EMPLEADO
                       AND WS-SH-MES-REGISTRO (WS-H)
                           > WS-SH-MES-EFECTO (WS-H)
                       AND WS-SH-MES-EFECTO (WS-H) <= NH-MES
                       AND WS-SH-MES-REGISTRO (WS-H) >= NH-MES
                       SET MES-CON-ATRASOS TO TRUE
                   END-IF
               END-PERFORM.
               IF MES-CON-ATRASOS
                   MOVE 'N' TO WS-ENCONTRADO
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-AT-N OR ENTRADA-ENCONTRADA
                       IF WS-AT-EMPLEADO (WS-A) = NH-EMPLEADO
                           AND WS-AT-MES (WS-A) = NH-MES
                           SET ENTRADA-ENCONTRADA TO TRUE
                       END-IF
                   END-PERFORM
                   IF ENTRADA-ENCONTRADA
                       SUBTRACT 1 FROM WS-A
                   ELSE
                       IF WS-AT-N < 500
                           ADD 1 TO WS-AT-N
                           MOVE WS-AT-N TO WS-A
                           INITIALIZE WS-AT-ENTRADA (WS-A)
                           MOVE NH-EMPLEADO TO WS-AT-EMPLEADO (WS-A)
                           MOVE NH-MES TO WS-AT-MES (WS-A)
                           MOVE 'N' TO WS-AT-ORDINARIA (WS-A)
                       ELSE
                           MOVE ZERO TO WS-A
                       END-IF
                   END-IF
               END-IF.
               IF MES-CON-ATRASOS AND WS-A > ZERO
                   MOVE NH-BRUTO TO WS-HIST-IMPORTE
                   IF NH-ATRASOS
                       ADD WS-HIST-IMPORTE
                           TO WS-AT-ATRASOS-PAGADOS (WS-A)
                   ELSE
                       MOVE 'S' TO WS-AT-ORDINARIA (WS-A)
                       ADD WS-HIST-IMPORTE
                           TO WS-AT-BRUTO-ORDINARIO (WS-A)
                       IF NH-TARIFA NOT = SPACES
                           MOVE NH-TARIFA
                               TO WS-AT-TARIFA-PAGADA (WS-A)
                       END-IF
                   END-IF
               END-IF.

           CARGAR-HORAS-ATRASOS.
               MOVE 'N' TO EOF-HORAS.
               OPEN INPUT HORAS-FILE.
               IF ST-HORAS NOT = "00"
                   CLOSE HORAS-FILE
               ELSE
                   PERFORM UNTIL FIN-HORAS
                       READ HORAS-FILE
                           AT END
                               SET FIN-HORAS TO TRUE
                           NOT AT END
                               PERFORM VARYING WS-A FROM 1 BY 1
                                       UNTIL WS-A > WS-AT-N
                                   IF WS-AT-EMPLEADO (WS-A)
                                       = HORAS-EMPLEADO-ID
                                       AND WS-AT-MES (WS-A) = HORAS-MES
                                       ADD HORAS-TRABAJADAS
                                           TO WS-AT-HORAS (WS-A)
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   CLOSE HORAS-FILE
               END-IF.

           CALCULAR-ATRASO-MES.
      *>   TARIFA VIGENTE EN EL MES: EL ULTIMO CAMBIO GRABADO CON
      *>   EFECTO HASTA ESE MES. TARIFA PAGADA: LA DE LA LINEA
      *>   ORDINARIA DEL HISTORICO; EN LINEAS ANTIGUAS QUE NO LA
      *>   TIENEN, LA ANTERIOR AL PRIMER CAMBIO GRABADO DESDE ESE MES
               MOVE ZERO TO WS-AT-DIFERENCIA (WS-A).
               MOVE ZERO TO WS-AT-TARIFA-VIGENTE (WS-A).
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > WS-SH-N
                   IF WS-SH-EMPLEADO (WS-H) = WS-AT-EMPLEADO (WS-A)
                       AND WS-SH-MES-EFECTO (WS-H) <= WS-AT-MES (WS-A)
                       MOVE WS-SH-TARIFA (WS-H)
                           TO WS-AT-TARIFA-VIGENTE (WS-A)
                   END-IF
               END-PERFORM.
               IF WS-AT-TARIFA-PAGADA (WS-A) = ZERO
                   MOVE 'N' TO WS-ENCONTRADO
                   PERFORM VARYING WS-H FROM 1 BY 1
                           UNTIL WS-H > WS-SH-N OR ENTRADA-ENCONTRADA
                       IF WS-SH-EMPLEADO (WS-H) = WS-AT-EMPLEADO (WS-A)
                           AND WS-SH-MES-REGISTRO (WS-H)
                               >= WS-AT-MES (WS-A)
                           MOVE WS-SH-TARIFA-ANTERIOR (WS-H)
                               TO WS-AT-TARIFA-PAGADA (WS-A)
                           SET ENTRADA-ENCONTRADA TO TRUE
                       END-IF
                   END-PERFORM
               END-IF.

               IF WS-AT-HORAS (WS-A) > PARM-HORAS-MES
                   MOVE PARM-HORAS-MES TO WS-HORAS-NORMALES
                   COMPUTE WS-HORAS-EXTRA =
                       WS-AT-HORAS (WS-A) - PARM-HORAS-MES
               ELSE
                   MOVE WS-AT-HORAS (WS-A) TO WS-HORAS-NORMALES
                   MOVE ZERO TO WS-HORAS-EXTRA
               END-IF.

      *>   MISMO REDONDEO QUE LA NOMINA ORDINARIA, PARA QUE SIN CAMBIO
      *>   DE TARIFA LA DIFERENCIA SEA CERO; LAS BAJADAS NO SE
      *>   DESCUENTAN
               COMPUTE WS-PAGO-BASE ROUNDED = WS-HORAS-NORMALES
                   * WS-AT-TARIFA-VIGENTE (WS-A).
               COMPUTE WS-PAGO-EXTRA ROUNDED = WS-HORAS-EXTRA
                   * WS-AT-TARIFA-VIGENTE (WS-A) * PARM-MULT-EXTRA.
               COMPUTE WS-AT-PAGO-NUEVO = WS-PAGO-BASE + WS-PAGO-EXTRA.
               COMPUTE WS-PAGO-BASE ROUNDED = WS-HORAS-NORMALES
                   * WS-AT-TARIFA-PAGADA (WS-A).
               COMPUTE WS-PAGO-EXTRA ROUNDED = WS-HORAS-EXTRA
                   * WS-AT-TARIFA-PAGADA (WS-A) * PARM-MULT-EXTRA.
               COMPUTE WS-AT-PAGO-ANTERIOR =
                   WS-PAGO-BASE + WS-PAGO-EXTRA.

               MOVE WS-AT-BRUTO-ORDINARIO (WS-A)
                   TO WS-AT-RECALCULADO (WS-A).
               IF WS-AT-ORDINARIA (WS-A) = 'S'
                   AND WS-AT-TARIFA-VIGENTE (WS-A)
                       > WS-AT-TARIFA-PAGADA (WS-A)
                   COMPUTE WS-AT-RECALCULADO (WS-A) =
                       WS-AT-BRUTO-ORDINARIO (WS-A)
                       + WS-AT-PAGO-NUEVO - WS-AT-PAGO-ANTERIOR
               END-IF.
               COMPUTE WS-AT-PAGADO = WS-AT-BRUTO-ORDINARIO (WS-A)
                   + WS-AT-ATRASOS-PAGADOS (WS-A).
               IF WS-AT-RECALCULADO (WS-A) > WS-AT-PAGADO
                   COMPUTE WS-AT-DIFERENCIA (WS-A) =
                       WS-AT-RECALCULADO (WS-A) - WS-AT-PAGADO
               END-IF.

           RETENER-ATRASOS.
      *>   RETENCION DE CADA MES ATRASADO DEL EMPLEADO, AL TIPO IRPF
      *>   Y DE SEGURIDAD SOCIAL DE LA NOMINA EN CURSO
               MOVE ZERO TO WS-ATRASOS-IRPF.
               MOVE ZERO TO WS-ATRASOS-SS.
               IF WS-ATRASOS > ZERO
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-AT-N
                       IF WS-AT-EMPLEADO (WS-A) = EMPLEADO-ID
                           AND WS-AT-DIFERENCIA (WS-A) > ZERO
                           COMPUTE WS-AT-IRPF (WS-A) ROUNDED =
                               WS-AT-DIFERENCIA (WS-A)
                                   * (WS-TASA-IRPF / 100)
                           COMPUTE WS-AT-SS (WS-A) ROUNDED =
                               WS-AT-DIFERENCIA (WS-A)
                                   * (PARM-SS-TRABAJADOR / 100)
                           ADD WS-AT-IRPF (WS-A) TO WS-ATRASOS-IRPF
                           ADD WS-AT-SS (WS-A) TO WS-ATRASOS-SS
                       END-IF
                   END-PERFORM
               END-IF.

           ABRIR-INFORME-ATRASOS.
               OPEN OUTPUT ATRASOS-FILE.
               MOVE SPACES TO ATRASOS-LINE.
               STRING "ATRASOS POR REVISION DE TARIFA PAGADOS EN LA "
                   "NOMINA DE " WS-MES-LIQUIDACION
                   DELIMITED BY SIZE INTO ATRASOS-LINE
               END-STRING.
               WRITE ATRASOS-LINE.
               MOVE SPACES TO ATRASOS-LINE.
               STRING "EMPLEADO MES          PAGADO  RECALCULADO"
                   "   DIFERENCIA NOMBRE"
                   DELIMITED BY SIZE INTO ATRASOS-LINE
               END-STRING.
               WRITE ATRASOS-LINE.

           CERRAR-INFORME-ATRASOS.
               MOVE SPACES TO ATRASOS-LINE.
               IF WS-ATRASOS-LINEAS = ZERO
                   MOVE "SIN ATRASOS ESTE MES" TO ATRASOS-LINE
               ELSE
                   MOVE WS-ATRASOS-TOTAL TO WS-HASH-ED
                   STRING "TOTAL " WS-ATRASOS-LINEAS
                       " MESES ATRASADOS " WS-HASH-ED
                       DELIMITED BY SIZE INTO ATRASOS-LINE
                   END-STRING
               END-IF.
               WRITE ATRASOS-LINE.
               CLOSE ATRASOS-FILE.
               MOVE "nomina-atrasos.dat" TO WS-SPOOL-NOMBRE.
               PERFORM CATALOGAR-INFORME.

           ACUMULAR-DEPARTAMENTO.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       MOVE ZEROS TO WS-DEP-EMPLEADOS (WS-I)
                       MOVE ZEROS TO WS-DEP-BRUTO (WS-I)
                       MOVE ZEROS TO WS-DEP-NETO (WS-I)
                       MOVE ZEROS TO WS-DEP-SS-EMPRESA (WS-I)
                   ELSE
                       MOVE ZERO TO WS-I
                   END-IF
                   ADD 1 TO WS-DEP-EMPLEADOS (WS-I)
                   ADD WS-BRUTO TO WS-DEP-BRUTO (WS-I)
                   ADD WS-NETO TO WS-DEP-NETO (WS-I)
                   ADD WS-SS-EMPRESA TO WS-DEP-SS-EMPRESA (WS-I)
               END-IF.

           ESCRIBIR-TOTALES-DEPARTAMENTO.
                   END-STRING
                   WRITE TOTALES-LINE
                   DISPLAY TOTALES-LINE
                   ADD WS-DEP-EMPLEADOS (WS-I) TO WS-TOTALES-NOMINAS
                   ADD WS-DEP-NETO (WS-I) TO WS-TOTALES-NETO
               END-PERFORM.

               MOVE WS-TOTALES-NETO TO WS-HASH-ED.
               MOVE SPACES TO TOTALES-LINE.
               STRING "  TOTAL      empleados " WS-TOTALES-NOMINAS
                   " neto " WS-HASH-ED
                   DELIMITED BY SIZE INTO TOTALES-LINE
               END-STRING.
               WRITE TOTALES-LINE.
               DISPLAY TOTALES-LINE.

               CLOSE TOTALES-FILE.

           ABRIR-PAGOS.
               MOVE ZERO TO WS-ORDENES.
               MOVE ZERO TO WS-HASH-TOTAL.
               MOVE ZERO TO WS-CHEQUES.
               MOVE ZERO TO WS-CHEQUES-TOTAL.
               MOVE ZERO TO WS-NETOS-CERO.

               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.

               MOVE SPACES TO WS-REFERENCIA.
               STRING "NOMINA " WS-MES-LIQUIDACION
                   DELIMITED BY SIZE INTO WS-REFERENCIA
               END-STRING.

               OPEN OUTPUT TRANSFERENCIAS-FILE.
               OPEN OUTPUT CHEQUES-FILE.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "C" TO TRF-TIPO.
               MOVE WS-HOY TO TRF-CAB-FECHA.
               MOVE WS-SECUENCIA-VALOR TO TRF-CAB-ID.
               WRITE TRANSFERENCIA-REG.

               MOVE SPACES TO CHEQUE-LINE.
               STRING "NOMINAS A PAGAR POR CHEQUE - MES "
                   WS-MES-LIQUIDACION " - " WS-HOY
                   DELIMITED BY SIZE INTO CHEQUE-LINE
               END-STRING.
               WRITE CHEQUE-LINE.
               MOVE "Empleados sin IBAN valido en el fichero de "
                   & "empleados" TO CHEQUE-LINE.
               WRITE CHEQUE-LINE.
               MOVE SPACES TO CHEQUE-LINE.
               WRITE CHEQUE-LINE.

           PAGAR-NETO.
      *>   EL IBAN SE VALIDA AL DARLO EN EL MANTENIMIENTO; AQUI SE
      *>   VUELVE A MIRAR LA FORMA POR SI EL REGISTRO ES ANTERIOR
               IF WS-NETO = ZERO
                   ADD 1 TO WS-NETOS-CERO
               ELSE
                   PERFORM COMPROBAR-IBAN-EMPLEADO
                   IF IBAN-VALIDO
                       PERFORM ESCRIBIR-TRANSFERENCIA
                   ELSE
                       PERFORM ESCRIBIR-CHEQUE
                   END-IF
               END-IF.

           COMPROBAR-IBAN-EMPLEADO.
               MOVE 'S' TO WS-IBAN-RESULTADO.
               IF EMPLEADO-IBAN = SPACES
                   MOVE 'N' TO WS-IBAN-RESULTADO
               ELSE
                   IF EMPLEADO-IBAN (1:2) IS NOT ALPHABETIC
                       OR EMPLEADO-IBAN (3:2) IS NOT NUMERIC
                       OR (EMPLEADO-IBAN (1:2) = "ES"
                           AND EMPLEADO-IBAN (3:22) IS NOT NUMERIC)
                       MOVE 'N' TO WS-IBAN-RESULTADO
                   END-IF
               END-IF.

           ESCRIBIR-TRANSFERENCIA.
               MOVE SPACES TO WS-TRF-NOMBRE.
               STRING EMPLEADO-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EMPLEADO-APELLIDOS DELIMITED BY SIZE
                   INTO WS-TRF-NOMBRE
               END-STRING.

               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "D" TO TRF-TIPO.
               MOVE EMPLEADO-IBAN TO TRF-DET-IBAN.
               MOVE WS-NETO TO TRF-DET-IMPORTE.
               MOVE WS-REFERENCIA TO TRF-DET-REFERENCIA.
               MOVE EMPLEADO-ID TO TRF-DET-EMPLEADO.
               MOVE WS-TRF-NOMBRE TO TRF-DET-NOMBRE.
               WRITE TRANSFERENCIA-REG.

               ADD 1 TO WS-ORDENES.
               ADD WS-NETO TO WS-HASH-TOTAL.

           ESCRIBIR-CHEQUE.
               ADD 1 TO WS-CHEQUES.
               ADD WS-NETO TO WS-CHEQUES-TOTAL.
               MOVE WS-NETO TO WS-IMPORTE-ED.
               MOVE SPACES TO CHEQUE-LINE.
               IF EMPLEADO-IBAN = SPACES
                   STRING "  " EMPLEADO-ID " " EMPLEADO-NOMBRE " "
                       EMPLEADO-APELLIDOS " " WS-IMPORTE-ED
                       " SIN IBAN REGISTRADO"
                       DELIMITED BY SIZE INTO CHEQUE-LINE
                   END-STRING
               ELSE
                   STRING "  " EMPLEADO-ID " " EMPLEADO-NOMBRE " "
                       EMPLEADO-APELLIDOS " " WS-IMPORTE-ED
                       " IBAN NO VALIDO " EMPLEADO-IBAN
                       DELIMITED BY SIZE INTO CHEQUE-LINE
                   END-STRING
               END-IF.
               WRITE CHEQUE-LINE.

           CERRAR-PAGOS.
               MOVE SPACES TO TRANSFERENCIA-REG.
               MOVE "T" TO TRF-TIPO.
               MOVE WS-ORDENES TO TRF-TRL-CONTADOR.
               MOVE WS-HASH-TOTAL TO TRF-TRL-HASH.
               WRITE TRANSFERENCIA-REG.

               MOVE WS-CHEQUES-TOTAL TO WS-HASH-ED.
               MOVE SPACES TO CHEQUE-LINE.
               WRITE CHEQUE-LINE.
               MOVE SPACES TO CHEQUE-LINE.
               STRING "Cheques: " WS-CHEQUES
                   "  Importe total: " WS-HASH-ED
                   DELIMITED BY SIZE INTO CHEQUE-LINE
               END-STRING.
               WRITE CHEQUE-LINE.

               CLOSE TRANSFERENCIAS-FILE.
               CLOSE CHEQUES-FILE.

               MOVE "nomina-cheques.dat" TO WS-SPOOL-NOMBRE.
               PERFORM CATALOGAR-INFORME.

           CUADRAR-PAGOS.
      *>   TRANSFERENCIAS MAS CHEQUES (Y NOMINAS CON NETO A CERO, QUE
      *>   NO SE PAGAN) DEBEN DAR EL NUMERO DE NOMINAS Y EL NETO DE
      *>   nomina-totales.dat; SI NO, EL FICHERO NO SE ENVIA AL BANCO
               COMPUTE WS-PAGADO-NOMINAS =
                   WS-ORDENES + WS-CHEQUES + WS-NETOS-CERO.
               COMPUTE WS-PAGADO-TOTAL =
                   WS-HASH-TOTAL + WS-CHEQUES-TOTAL.

               OPEN EXTEND TOTALES-FILE.

               MOVE WS-HASH-TOTAL TO WS-HASH-ED.
               MOVE SPACES TO TOTALES-LINE.
               STRING "  TRANSFERENCIAS " WS-ORDENES
                   " importe " WS-HASH-ED
                   " (nomina-transferencias.dat)"
                   DELIMITED BY SIZE INTO TOTALES-LINE
               END-STRING.
               WRITE TOTALES-LINE.
               DISPLAY TOTALES-LINE.

               MOVE WS-CHEQUES-TOTAL TO WS-HASH-ED.
               MOVE SPACES TO TOTALES-LINE.
               STRING "  CHEQUES        " WS-CHEQUES
                   " importe " WS-HASH-ED
                   " (nomina-cheques.dat)"
                   DELIMITED BY SIZE INTO TOTALES-LINE
               END-STRING.
               WRITE TOTALES-LINE.
               DISPLAY TOTALES-LINE.

               IF WS-NETOS-CERO > ZERO
                   MOVE SPACES TO TOTALES-LINE
                   STRING "  NETO A CERO    " WS-NETOS-CERO
                       DELIMITED BY SIZE INTO TOTALES-LINE
                   END-STRING
                   WRITE TOTALES-LINE
                   DISPLAY TOTALES-LINE
               END-IF.

               MOVE SPACES TO TOTALES-LINE.
               IF WS-PAGADO-NOMINAS = WS-TOTALES-NOMINAS
                   AND WS-PAGADO-TOTAL = WS-TOTALES-NETO
                   MOVE "  CUADRE CORRECTO CON LOS TOTALES DE NOMINA"
                       TO TOTALES-LINE
               ELSE
                   MOVE WS-PAGADO-TOTAL TO WS-HASH-ED
                   MOVE WS-TOTALES-NETO TO WS-HASH2-ED
                   STRING "  DESCUADRE: pagado " WS-HASH-ED
                       " neto " WS-HASH2-ED
                       " - NO ENVIAR AL BANCO"
                       DELIMITED BY SIZE INTO TOTALES-LINE
                   END-STRING
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.
               WRITE TOTALES-LINE.
               DISPLAY TOTALES-LINE.

               CLOSE TOTALES-FILE.

           CONTABILIZAR-NOMINA.
      *>   EL LOTE SOLO SE AGREGA AL DIARIO SI CUADRA A CERO, COMO EL
      *>   DEL CIERRE DIARIO; RETENIDO, SE DENUNCIA EN LOS TOTALES.
      *>   UNA LIQUIDACION REPETIDA DEL MES SUSTITUYE SUS ASIENTOS
               MOVE SPACES TO WS-CONCEPTO-MES.
               STRING "NOMINA " WS-MES-LIQUIDACION
                   DELIMITED BY SIZE INTO WS-CONCEPTO-MES
               END-STRING.

               COMPUTE WS-CON-SS-TOTAL =
                   WS-CON-SS-TRABAJADOR + WS-CON-SS-EMPRESA.
               MOVE ZERO TO WS-TOTAL-DEBE.
               MOVE ZERO TO WS-TOTAL-HABER.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-DEP-N
                   ADD WS-DEP-BRUTO (WS-I) TO WS-TOTAL-DEBE
                   ADD WS-DEP-SS-EMPRESA (WS-I) TO WS-TOTAL-DEBE
               END-PERFORM.
               ADD WS-CON-SS-TOTAL TO WS-TOTAL-HABER.
               ADD WS-CON-IRPF TO WS-TOTAL-HABER.
               ADD WS-CON-NETO TO WS-TOTAL-HABER.
               IF WS-CON-COMPRAS < ZERO
                   SUBTRACT WS-CON-COMPRAS FROM WS-TOTAL-DEBE
               ELSE
                   ADD WS-CON-COMPRAS TO WS-TOTAL-HABER
               END-IF.
               COMPUTE WS-DESCUADRE = WS-TOTAL-DEBE - WS-TOTAL-HABER.

               OPEN EXTEND TOTALES-FILE.
               MOVE WS-TOTAL-DEBE TO WS-HASH-ED.
               MOVE WS-TOTAL-HABER TO WS-HASH2-ED.
               MOVE SPACES TO TOTALES-LINE.
               STRING "  ASIENTO DE NOMINA  debe " WS-HASH-ED
                   " haber " WS-HASH2-ED
                   DELIMITED BY SIZE INTO TOTALES-LINE
               END-STRING.
               WRITE TOTALES-LINE.
               DISPLAY TOTALES-LINE.

               MOVE SPACES TO TOTALES-LINE.
               IF WS-DESCUADRE = ZERO
                   PERFORM CARGAR-SUBCUENTAS
                   PERFORM DEPURAR-ASIENTOS-MES
                   PERFORM EMITIR-ASIENTOS-NOMINA
                   STRING "  Lote cuadrado: " WS-ASIENTOS-CONTADOR
                       " asientos en asientos-contables.dat"
                       DELIMITED BY SIZE INTO TOTALES-LINE
                   END-STRING
               ELSE
                   MOVE "  LOTE RETENIDO: EL DEBE NO CUADRA CON EL "
                       & "HABER" TO TOTALES-LINE
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.
               WRITE TOTALES-LINE.
               DISPLAY TOTALES-LINE.
               CLOSE TOTALES-FILE.

           CARGAR-SUBCUENTAS.
               MOVE ZERO TO WS-SUB-N.
               MOVE 'N' TO WS-PLAN-CUENTAS-OK.
               OPEN INPUT PLAN-CUENTAS-FILE.
               IF ST-CUENTA = "00"
                   SET PLAN-CUENTAS-DISPONIBLE TO TRUE
               ELSE
                   CLOSE PLAN-CUENTAS-FILE
               END-IF.
               IF PLAN-CUENTAS-DISPONIBLE
                   MOVE 'N' TO EOF-CUENTAS
                   MOVE "640" TO CTA-CODIGO
                   START PLAN-CUENTAS-FILE
                       KEY IS NOT LESS THAN CTA-CODIGO
                       INVALID KEY
                           SET FIN-CUENTAS TO TRUE
                   END-START
                   PERFORM UNTIL FIN-CUENTAS
                       READ PLAN-CUENTAS-FILE NEXT RECORD
                           AT END
                               SET FIN-CUENTAS TO TRUE
                           NOT AT END
                               IF CTA-CODIGO (1:3) > "642"
                                   SET FIN-CUENTAS TO TRUE
                               ELSE
                                   IF CTA-CODIGO NOT = "64000000"
                                       AND CTA-CODIGO NOT = "64200000"
                                       AND CTA-CODIGO (1:3) NOT = "641"
                                       AND WS-SUB-N < 100
                                       ADD 1 TO WS-SUB-N
                                       MOVE CTA-CODIGO
                                           TO WS-SUB-CODIGO (WS-SUB-N)
                                       MOVE CTA-DESCRIPCION TO
                                           WS-SUB-DESCRIPCION (WS-SUB-N)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-CUENTAS-FILE
               END-IF.

           DEPURAR-ASIENTOS-MES.
      *>   REESCRITURA POR FICHERO TEMPORAL, COMO EL HISTORICO DE
      *>   NOMINAS: SE QUITAN LOS ASIENTOS DE UNA LIQUIDACION ANTERIOR
      *>   DEL MISMO MES
               MOVE 'N' TO EOF-ASI.
               OPEN INPUT ASIENTOS-FILE.
               OPEN OUTPUT ASIENTOS-TMP.
               IF ST-ASIENTOS = "00"
                   PERFORM UNTIL FIN-ASIENTOS
                       READ ASIENTOS-FILE
                           AT END
                               SET FIN-ASIENTOS TO TRUE
                           NOT AT END
                               IF ASI-CONCEPTO (1:14)
                                   NOT = WS-CONCEPTO-MES
                                   MOVE ASIENTO-REG
                                       TO ASIENTO-TMP-LINE
                                   WRITE ASIENTO-TMP-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE ASIENTOS-FILE.
               CLOSE ASIENTOS-TMP.
               CALL "CBL_DELETE_FILE" USING "asientos-contables.dat".
               CALL "CBL_RENAME_FILE" USING
                   "asientos-contables.dat.tmp"
                   "asientos-contables.dat".

           EMITIR-ASIENTOS-NOMINA.
               MOVE ZERO TO WS-ASIENTOS-CONTADOR.
               OPEN EXTEND ASIENTOS-FILE.

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-DEP-N
                   IF WS-DEP-BRUTO (WS-I) NOT = ZERO
                       MOVE "64000000" TO WS-CUENTA-BASE
                       PERFORM BUSCAR-SUBCUENTA
                       MOVE WS-CUENTA-DEP TO ASI-CUENTA
                       MOVE WS-DEP-BRUTO (WS-I) TO ASI-DEBE
                       MOVE ZERO TO ASI-HABER
                       PERFORM ESCRIBIR-ASIENTO-DEPARTAMENTO
                   END-IF
                   IF WS-DEP-SS-EMPRESA (WS-I) NOT = ZERO
                       MOVE "64200000" TO WS-CUENTA-BASE
                       PERFORM BUSCAR-SUBCUENTA
                       MOVE WS-CUENTA-DEP TO ASI-CUENTA
                       MOVE WS-DEP-SS-EMPRESA (WS-I) TO ASI-DEBE
                       MOVE ZERO TO ASI-HABER
                       PERFORM ESCRIBIR-ASIENTO-DEPARTAMENTO
                   END-IF
               END-PERFORM.

               IF WS-CON-SS-TOTAL NOT = ZERO
                   MOVE "47600000" TO ASI-CUENTA
                   MOVE ZERO TO ASI-DEBE
                   MOVE WS-CON-SS-TOTAL TO ASI-HABER
                   PERFORM ESCRIBIR-ASIENTO-NOMINA
               END-IF.
               IF WS-CON-IRPF NOT = ZERO
                   MOVE "47510000" TO ASI-CUENTA
                   MOVE ZERO TO ASI-DEBE
                   MOVE WS-CON-IRPF TO ASI-HABER
                   PERFORM ESCRIBIR-ASIENTO-NOMINA
               END-IF.
               IF WS-CON-NETO NOT = ZERO
                   MOVE "46500000" TO ASI-CUENTA
                   MOVE ZERO TO ASI-DEBE
                   MOVE WS-CON-NETO TO ASI-HABER
                   PERFORM ESCRIBIR-ASIENTO-NOMINA
               END-IF.
               IF WS-CON-COMPRAS NOT = ZERO
                   MOVE "46000000" TO ASI-CUENTA
                   IF WS-CON-COMPRAS < ZERO
                       COMPUTE ASI-DEBE = ZERO - WS-CON-COMPRAS
                       MOVE ZERO TO ASI-HABER
                   ELSE
                       MOVE ZERO TO ASI-DEBE
                       MOVE WS-CON-COMPRAS TO ASI-HABER
                   END-IF
                   PERFORM ESCRIBIR-ASIENTO-NOMINA
               END-IF.

               CLOSE ASIENTOS-FILE.

           BUSCAR-SUBCUENTA.
      *>   SUBCUENTA DEL GRUPO DE LA CUENTA BASE (640 O 642) CUYA
      *>   DESCRIPCION EMPIEZA POR EL NOMBRE DEL DEPARTAMENTO; SI NO
      *>   LA HAY, LA CUENTA BASE
               MOVE WS-CUENTA-BASE TO WS-CUENTA-DEP.
               PERFORM VARYING WS-LON FROM 10 BY -1
                       UNTIL WS-LON < 1
                       OR WS-DEP-NOMBRE (WS-I) (WS-LON:1) NOT = SPACE
                   CONTINUE
               END-PERFORM.
               IF WS-LON > ZERO
                   PERFORM VARYING WS-S FROM 1 BY 1
                           UNTIL WS-S > WS-SUB-N
                       IF WS-SUB-CODIGO (WS-S) (1:3)
                               = WS-CUENTA-BASE (1:3)
                           AND WS-SUB-DESCRIPCION (WS-S) (1:WS-LON)
                               = WS-DEP-NOMBRE (WS-I) (1:WS-LON)
                           AND WS-SUB-DESCRIPCION (WS-S)
                               (WS-LON + 1:1) = SPACE
                           MOVE WS-SUB-CODIGO (WS-S) TO WS-CUENTA-DEP
                       END-IF
                   END-PERFORM
               END-IF.

           ESCRIBIR-ASIENTO-DEPARTAMENTO.
               MOVE SPACES TO ASI-CONCEPTO.
               STRING WS-CONCEPTO-MES WS-DEP-NOMBRE (WS-I)
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               END-STRING.
               PERFORM ESCRIBIR-ASIENTO.

           ESCRIBIR-ASIENTO-NOMINA.
               MOVE WS-CONCEPTO-MES TO ASI-CONCEPTO.
               PERFORM ESCRIBIR-ASIENTO.

           ESCRIBIR-ASIENTO.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               WRITE ASIENTO-REG.
               ADD 1 TO WS-ASIENTOS-CONTADOR.

           CATALOGAR-INFORME.
               MOVE "NOMINA" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "NOMINA" TO JOB-LOG-PROGRAMA.
