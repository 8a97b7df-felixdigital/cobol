       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-BAJAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL BAJAS-CONTRATO-FILE
                   ASSIGN TO "bajas-contrato.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS BAJ-CODIGO
                   STATUS ST-BAJAS.

                   SELECT CONTRATO-IDX-FILE
                   ASSIGN TO "contratos-idx.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CODIGO
                   STATUS ST-IDX.

                   SELECT OPTIONAL XREF-FILE
                   ASSIGN TO "contrato-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XREF-NIF
                   STATUS ST-XREF.

                   SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO "./clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL FACTURA-REGISTRO-FILE
                   ASSIGN TO "factura-registro.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FREG-NUMERO
                   STATUS ST-FACREG.

      *>   CONTRATO+PERIODO FACTURADO POR FACTURACION-CONTRATOS: DA
      *>   LA ULTIMA CUOTA COBRADA AL CONTRATO Y SU FACTURA
                   SELECT OPTIONAL CONTRATOS-FACTURADOS-FILE
                   ASSIGN TO "contratos-facturados.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CFA-CLAVE
                   STATUS ST-FACTURADOS.

                   SELECT OPTIONAL FACTURA-FILE
                   ASSIGN TO "factura.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ABONOS-FILE
                   ASSIGN TO "abonos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL TARIFAS-CONTRATO-FILE
                   ASSIGN TO "tarifas-contrato.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL SALDO-MOVIMIENTOS-FILE
                   ASSIGN TO "saldo-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT RECHAZOS-FILE
                   ASSIGN TO "liquidacion-bajas-rechazos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD BAJAS-CONTRATO-FILE.
                   COPY copybaja.

               FD CONTRATO-IDX-FILE.
                   COPY copycont.

               FD XREF-FILE.
                   COPY copyxref.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD FACTURA-REGISTRO-FILE.
                   COPY copyfreg.

               FD CONTRATOS-FACTURADOS-FILE.
                   01 CONTRATO-FACTURADO-REG.
                       05 CFA-CLAVE.
                           10 CFA-CODIGO PIC X(10).
                           10 CFA-PERIODO PIC 9(6).
                       05 CFA-NUMERO-FACTURA PIC 9(8).
                       05 CFA-FECHA-EMISION PIC 9(8).

               FD FACTURA-FILE.
                   01 FACTURA-LINE PIC X(100).

               FD ABONOS-FILE.
                   01 ABONO-LINE PIC X(100).

      *>   PRIMERA LINEA: PORCENTAJE DE LA CUOTA PERIODICA SOBRE EL
      *>   IMPORTE LIMITE; SEGUNDA LINEA: PORCENTAJE DE PENALIZACION
      *>   POR BAJA ANTICIPADA SOBRE EL IMPORTE LIMITE
               FD TARIFAS-CONTRATO-FILE.
                   01 TARIFAS-CONTRATO-LINE PIC X(10).
                   01 TARIFA-PCT-REG REDEFINES TARIFAS-CONTRATO-LINE.
                       05 TAR-PCT PIC 9(2),99.
                       05 FILLER PIC X(5).

               FD SALDO-MOVIMIENTOS-FILE.
                   01 SALDO-MOV-REG.
                       05 MOV-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-CLI-ID PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-TIPO PIC X(1).
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-IMPORTE PIC -9(7),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-SALDO PIC -9(8),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 MOV-REFERENCIA PIC X(20).

               FD RECHAZOS-FILE.
                   01 RECHAZO-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-BAJAS PIC X(2).
               77 ST-IDX PIC X(2).
               77 ST-XREF PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-FACREG PIC X(2).
               77 ST-FACTURADOS PIC X(2).

               01 WS-XREF-OK PIC X VALUE 'N'.
                   88 XREF-DISPONIBLE VALUE 'S'.
               01 WS-CLIENTES-DISPONIBLE PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.
               01 WS-FACREG-OK PIC X VALUE 'N'.
                   88 FACREG-DISPONIBLE VALUE 'S'.
               01 WS-FACTURADOS-OK PIC X VALUE 'N'.
                   88 FACTURADOS-DISPONIBLE VALUE 'S'.

               01 EOF-BAJAS PIC X VALUE 'N'.
                   88 FIN-BAJAS VALUE 'S'.
               01 EOF-CFA PIC X VALUE 'N'.
                   88 FIN-CFA VALUE 'S'.
               01 EOF-TARIFAS PIC X VALUE 'N'.
                   88 FIN-TARIFAS VALUE 'S'.

               01 PARM-PENAL-PCT PIC 9(2)V99 VALUE ZERO.

               01 WS-HOY PIC 9(8).
               01 WS-MOTIVO-RECHAZO PIC X(40).

      *>   ULTIMA CUOTA FACTURADA DEL CONTRATO Y SU PERIODO
               01 WS-FACTURA-ORIGEN PIC 9(8).
               01 WS-PERIODO-ORIGEN PIC 9(6).
               01 WS-BASE-ORIGEN PIC 9(9)V99.
               01 WS-IVA-ORIGEN PIC 9(9)V99.

      *>   DIAS DEL PERIODO FACTURADO POSTERIORES A LA FECHA DE EFECTO
               01 WS-FECHA-CALC PIC 9(8).
               01 WS-INICIO-PERIODO PIC 9(8).
               01 WS-INICIO-ENTERO PIC 9(7).
               01 WS-SIGUIENTE-ENTERO PIC 9(7).
               01 WS-EFECTO-ENTERO PIC 9(7).
               01 WS-DIAS-PERIODO PIC 9(2).
               01 WS-DIAS-NO-CONSUMIDOS PIC 9(2).
               01 WS-PERIODO-SIGUIENTE.
                   05 WS-SIG-ANO PIC 9(4).
                   05 WS-SIG-MES PIC 9(2).
               01 WS-FEC-FIN-NUM PIC 9(8).

               01 WS-ABONO-BASE PIC 9(9)V99.
               01 WS-ABONO-IVA PIC 9(9)V99.
               01 WS-ABONO-TOTAL PIC 9(9)V99.
               01 WS-PENALIZACION PIC 9(9)V99.

               01 WS-NUMERO-ABONO PIC 9(8).
               01 WS-NUMERO-FACTURA PIC 9(8).
               01 WS-SEQ-ABONO PIC X(10) VALUE "ABONO".
               01 WS-SEQ-FACTURA PIC X(10) VALUE "FACTURA".
               01 WS-SECUENCIA-VALOR PIC 9(8).

      *>   APUNTE AL SALDO DEL CLIENTE: POSITIVO EL ABONO, NEGATIVO
      *>   EL CARGO DE LA PENALIZACION
               01 WS-MOV-IMPORTE PIC S9(9)V99.
               01 WS-MOV-TIPO PIC X(1).
               01 WS-MOV-REFERENCIA PIC X(20).
               01 WS-SALDO-NUEVO PIC S9(8)V99.

      *>   HUELLA ENCADENADA Y LINEA QR DEL DOCUMENTO REGISTRADO
               01 WS-HUELLA-OPERACION PIC X VALUE "E".
               01 WS-HUELLA PIC X(32).
               01 WS-LINEA-QR PIC X(100).

               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
               01 WS-NUM-ABONOS PIC 9(6) VALUE ZERO.
               01 WS-NUM-PENALIZACIONES PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   LIQUIDACION DE LAS BAJAS ANTICIPADAS QUE EL MANTENIMIENTO DE
      *>   CONTRATOS DEJA PENDIENTES: LA PARTE DE LA ULTIMA CUOTA
      *>   FACTURADA POSTERIOR A LA FECHA DE EFECTO SE DEVUELVE CON UN
      *>   ABONO SOBRE ESA FACTURA, Y SI LAS CONDICIONES DEL CONTRATO
      *>   LO PREVEN Y LA BAJA ES ANTERIOR AL FIN DEL CONTRATO SE
      *>   FACTURA LA PENALIZACION DE LA TARIFA. AMBOS VAN AL SALDO
      *>   DEL CLIENTE; LO QUE NO SE PUEDE LIQUIDAR QUEDA PENDIENTE
      *>   PARA LA SIGUIENTE PASADA Y SE DENUNCIA EN LOS RECHAZOS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

               OPEN I-O BAJAS-CONTRATO-FILE.
               IF ST-BAJAS NOT = "00"
                   DISPLAY "No hay bajas de contrato que liquidar ("
                       ST-BAJAS ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT CONTRATO-IDX-FILE.
               IF ST-IDX NOT = "00"
                   DISPLAY "No hay fichero de contratos ("
                       ST-IDX ")"
                   CLOSE BAJAS-CONTRATO-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-XREF-OK.
               OPEN INPUT XREF-FILE.
               IF ST-XREF = "00"
                   SET XREF-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-CLIENTES-DISPONIBLE.
               OPEN I-O CLIENTES-FILE.
               IF ST-CLIENTES = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-FACREG-OK.
               OPEN I-O FACTURA-REGISTRO-FILE.
               IF ST-FACREG = "35"
                   OPEN OUTPUT FACTURA-REGISTRO-FILE
                   CLOSE FACTURA-REGISTRO-FILE
                   OPEN I-O FACTURA-REGISTRO-FILE
               END-IF.
               IF ST-FACREG = "00"
                   SET FACREG-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-FACTURADOS-OK.
               OPEN INPUT CONTRATOS-FACTURADOS-FILE.
               IF ST-FACTURADOS = "00"
                   SET FACTURADOS-DISPONIBLE TO TRUE
               END-IF.

               OPEN OUTPUT RECHAZOS-FILE.
               OPEN EXTEND FACTURA-FILE.
               OPEN EXTEND ABONOS-FILE.

               MOVE LOW-VALUES TO BAJ-CODIGO.
               START BAJAS-CONTRATO-FILE
                   KEY IS NOT LESS THAN BAJ-CODIGO
                   INVALID KEY
                       SET FIN-BAJAS TO TRUE
               END-START.

               PERFORM UNTIL FIN-BAJAS
                   READ BAJAS-CONTRATO-FILE NEXT RECORD
                       AT END
                           SET FIN-BAJAS TO TRUE
                       NOT AT END
                           IF BAJA-PENDIENTE
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM LIQUIDAR-BAJA
                                   THRU LIQUIDAR-BAJA-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

               CLOSE ABONOS-FILE.
               CLOSE FACTURA-FILE.
               CLOSE RECHAZOS-FILE.
               CLOSE CONTRATO-IDX-FILE.
               CLOSE BAJAS-CONTRATO-FILE.
               IF FACTURADOS-DISPONIBLE
                   CLOSE CONTRATOS-FACTURADOS-FILE
               END-IF.
               IF XREF-DISPONIBLE
                   CLOSE XREF-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.
               IF FACREG-DISPONIBLE
                   CLOSE FACTURA-REGISTRO-FILE
               END-IF.

               DISPLAY "Bajas liquidadas: " WS-JOB-ESCRITOS
                   "; pendientes con rechazo: " WS-JOB-RECHAZADOS.
               DISPLAY "Abonos emitidos: " WS-NUM-ABONOS
                   "; penalizaciones facturadas: "
                   WS-NUM-PENALIZACIONES.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
      *>   SIN SEGUNDA LINEA EN LA TARIFA NO SE COBRA PENALIZACION
               MOVE ZERO TO PARM-PENAL-PCT.
               MOVE 'N' TO EOF-TARIFAS.
               OPEN INPUT TARIFAS-CONTRATO-FILE.
               READ TARIFAS-CONTRATO-FILE
                   AT END
                       SET FIN-TARIFAS TO TRUE
               END-READ.
               IF NOT FIN-TARIFAS
                   MOVE SPACES TO TARIFAS-CONTRATO-LINE
                   READ TARIFAS-CONTRATO-FILE
                       NOT AT END
                           IF TAR-PCT NUMERIC
                               MOVE TAR-PCT TO PARM-PENAL-PCT
                           END-IF
                       AT END
                           CONTINUE
                   END-READ
               END-IF.
               CLOSE TARIFAS-CONTRATO-FILE.

           LIQUIDAR-BAJA.
               MOVE BAJ-CODIGO TO CODIGO.
               READ CONTRATO-IDX-FILE
                   INVALID KEY
                       MOVE "CONTRATO NO ENCONTRADO"
                           TO WS-MOTIVO-RECHAZO
                       PERFORM REGISTRAR-RECHAZO
                       GO TO LIQUIDAR-BAJA-EXIT
               END-READ.

      *>   SIN CRUCE NIF-CLIENTE NO HAY SALDO AL QUE LLEVAR EL ABONO
      *>   NI LA PENALIZACION
               IF NOT XREF-DISPONIBLE
                   MOVE "SIN CRUCE CLIENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM REGISTRAR-RECHAZO
                   GO TO LIQUIDAR-BAJA-EXIT
               END-IF.
               MOVE NIF TO XREF-NIF.
               READ XREF-FILE
                   INVALID KEY
                       MOVE "SIN CRUCE CLIENTE" TO WS-MOTIVO-RECHAZO
                       PERFORM REGISTRAR-RECHAZO
                       GO TO LIQUIDAR-BAJA-EXIT
               END-READ.

               IF NOT CLIENTES-DISPONIBLE
                   MOVE "CLIENTE NO DISPONIBLE" TO WS-MOTIVO-RECHAZO
                   PERFORM REGISTRAR-RECHAZO
                   GO TO LIQUIDAR-BAJA-EXIT
               END-IF.
               MOVE XREF-CLI-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "CLIENTE NO DISPONIBLE" TO WS-MOTIVO-RECHAZO
                       PERFORM REGISTRAR-RECHAZO
                       GO TO LIQUIDAR-BAJA-EXIT
               END-READ.

               IF NOT FACREG-DISPONIBLE
                   MOVE "REGISTRO DE FACTURAS NO DISPONIBLE"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM REGISTRAR-RECHAZO
                   GO TO LIQUIDAR-BAJA-EXIT
               END-IF.

               MOVE ZERO TO WS-ABONO-BASE.
               MOVE ZERO TO WS-ABONO-IVA.
               MOVE ZERO TO WS-ABONO-TOTAL.
               MOVE ZERO TO WS-DIAS-NO-CONSUMIDOS.
               MOVE ZERO TO WS-PENALIZACION.

               PERFORM BUSCAR-ULTIMA-FACTURA.
               IF WS-FACTURA-ORIGEN NOT = ZERO
                   MOVE WS-FACTURA-ORIGEN TO FREG-NUMERO
                   READ FACTURA-REGISTRO-FILE
                       INVALID KEY
                           MOVE "ULTIMA FACTURA NO REGISTRADA"
                               TO WS-MOTIVO-RECHAZO
                           PERFORM REGISTRAR-RECHAZO
                           GO TO LIQUIDAR-BAJA-EXIT
                   END-READ
                   MOVE FREG-BASE TO WS-BASE-ORIGEN
                   MOVE FREG-IVA TO WS-IVA-ORIGEN
                   PERFORM CALCULAR-ABONO
               END-IF.

      *>   LA PENALIZACION SOLO SE COBRA SI LAS CONDICIONES DEL
      *>   CONTRATO LA PREVEN Y LA BAJA SE ADELANTA AL FIN PACTADO
               MOVE FEC-FIN TO WS-FEC-FIN-NUM.
               IF CONTRATO-CON-PENALIZACION
                   AND BAJ-FECHA-EFECTO < WS-FEC-FIN-NUM
                   COMPUTE WS-PENALIZACION ROUNDED =
                       IMP-LIM * (PARM-PENAL-PCT / 100)
               END-IF.

               IF WS-ABONO-TOTAL > ZERO
                   PERFORM EMITIR-ABONO-BAJA
               END-IF.
               IF WS-PENALIZACION > ZERO
                   PERFORM FACTURAR-PENALIZACION
               END-IF.

               MOVE WS-FACTURA-ORIGEN TO BAJ-FACTURA-ORIGEN.
               MOVE WS-DIAS-NO-CONSUMIDOS TO BAJ-DIAS-ABONADOS.
               MOVE WS-ABONO-TOTAL TO BAJ-IMPORTE-ABONO.
               IF WS-ABONO-TOTAL > ZERO
                   MOVE WS-NUMERO-ABONO TO BAJ-NUMERO-ABONO
               ELSE
                   MOVE ZERO TO BAJ-NUMERO-ABONO
               END-IF.
               MOVE WS-PENALIZACION TO BAJ-IMPORTE-PENAL.
               IF WS-PENALIZACION > ZERO
                   MOVE WS-NUMERO-FACTURA TO BAJ-FACTURA-PENAL
               ELSE
                   MOVE ZERO TO BAJ-FACTURA-PENAL
               END-IF.
               MOVE WS-HOY TO BAJ-FECHA-LIQUIDACION.
               SET BAJA-LIQUIDADA TO TRUE.
               REWRITE BAJA-CONTRATO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL LIQUIDAR LA BAJA " BAJ-CODIGO
                           " (" ST-BAJAS ")"
               END-REWRITE.

               ADD 1 TO WS-JOB-ESCRITOS.

           LIQUIDAR-BAJA-EXIT.
               EXIT.

           BUSCAR-ULTIMA-FACTURA.
      *>   LA CLAVE ES CONTRATO+PERIODO: EL ULTIMO REGISTRO DEL
      *>   CONTRATO ES EL PERIODO MAS RECIENTE FACTURADO
               MOVE ZERO TO WS-FACTURA-ORIGEN.
               MOVE ZERO TO WS-PERIODO-ORIGEN.
               IF FACTURADOS-DISPONIBLE
                   MOVE 'N' TO EOF-CFA
                   MOVE CODIGO TO CFA-CODIGO
                   MOVE ZERO TO CFA-PERIODO
                   START CONTRATOS-FACTURADOS-FILE
                       KEY IS NOT LESS THAN CFA-CLAVE
                       INVALID KEY
                           SET FIN-CFA TO TRUE
                   END-START
                   PERFORM UNTIL FIN-CFA
                       READ CONTRATOS-FACTURADOS-FILE NEXT RECORD
                           AT END
                               SET FIN-CFA TO TRUE
                           NOT AT END
                               IF CFA-CODIGO NOT = CODIGO
                                   SET FIN-CFA TO TRUE
                               ELSE
                                   MOVE CFA-NUMERO-FACTURA
                                       TO WS-FACTURA-ORIGEN
                                   MOVE CFA-PERIODO
                                       TO WS-PERIODO-ORIGEN
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           CALCULAR-ABONO.
      *>   LA CUOTA ES MENSUAL: SE DEVUELVEN LOS DIAS DEL MES
      *>   FACTURADO POSTERIORES A LA FECHA DE EFECTO (EL DIA DE
      *>   EFECTO SE CONSIDERA CONSUMIDO); UNA BAJA CON EFECTO ANTERIOR
      *>   AL PERIODO DEVUELVE LA CUOTA ENTERA
               COMPUTE WS-INICIO-PERIODO = WS-PERIODO-ORIGEN * 100 + 1.
               COMPUTE WS-INICIO-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-INICIO-PERIODO).
               MOVE WS-PERIODO-ORIGEN TO WS-PERIODO-SIGUIENTE.
               IF WS-SIG-MES = 12
                   ADD 1 TO WS-SIG-ANO
                   MOVE 1 TO WS-SIG-MES
               ELSE
                   ADD 1 TO WS-SIG-MES
               END-IF.
               COMPUTE WS-FECHA-CALC =
                   WS-SIG-ANO * 10000 + WS-SIG-MES * 100 + 1.
               COMPUTE WS-SIGUIENTE-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CALC).
               COMPUTE WS-DIAS-PERIODO =
                   WS-SIGUIENTE-ENTERO - WS-INICIO-ENTERO.
               COMPUTE WS-EFECTO-ENTERO =
                   FUNCTION INTEGER-OF-DATE (BAJ-FECHA-EFECTO).

               IF WS-EFECTO-ENTERO < WS-INICIO-ENTERO
                   MOVE WS-DIAS-PERIODO TO WS-DIAS-NO-CONSUMIDOS
               ELSE
                   IF WS-EFECTO-ENTERO >= WS-SIGUIENTE-ENTERO - 1
                       MOVE ZERO TO WS-DIAS-NO-CONSUMIDOS
                   ELSE
                       COMPUTE WS-DIAS-NO-CONSUMIDOS =
                           WS-SIGUIENTE-ENTERO - 1 - WS-EFECTO-ENTERO
                   END-IF
               END-IF.

               COMPUTE WS-ABONO-BASE ROUNDED =
                   WS-BASE-ORIGEN * WS-DIAS-NO-CONSUMIDOS
                       / WS-DIAS-PERIODO.
               COMPUTE WS-ABONO-IVA ROUNDED =
                   WS-IVA-ORIGEN * WS-DIAS-NO-CONSUMIDOS
                       / WS-DIAS-PERIODO.
               COMPUTE WS-ABONO-TOTAL = WS-ABONO-BASE + WS-ABONO-IVA.

           EMITIR-ABONO-BAJA.
      *>   ABONO EN LA SERIE PROPIA, CON LA MISMA SECUENCIA Y FRANJA
      *>   9XXXXXXX DEL REGISTRO QUE LOS ABONOS DE DEVOLUCIONES, Y
      *>   REFERENCIADO A LA FACTURA DE LA CUOTA QUE CORRIGE
               CALL "siguientesecuencia" USING WS-SEQ-ABONO
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO WS-NUMERO-ABONO.

               MOVE SPACES TO ABONO-LINE.
               STRING "ABONO N. " WS-NUMERO-ABONO
                   " FECHA " WS-HOY
                   " SOBRE FACTURA " WS-FACTURA-ORIGEN
                   " CLIENTE " XREF-CLI-ID
                   DELIMITED BY SIZE INTO ABONO-LINE
               END-STRING.
               WRITE ABONO-LINE.
               DISPLAY ABONO-LINE.

               MOVE WS-ABONO-TOTAL TO WS-IMPORTE-ED.
               MOVE SPACES TO ABONO-LINE.
               STRING "  BAJA CONTRATO " CODIGO
                   " EFECTO " BAJ-FECHA-EFECTO
                   " PERIODO " WS-PERIODO-ORIGEN
                   " DIAS " WS-DIAS-NO-CONSUMIDOS "/" WS-DIAS-PERIODO
                   " = -" WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO ABONO-LINE
               END-STRING.
               WRITE ABONO-LINE.

               COMPUTE FREG-NUMERO = 90000000 + WS-NUMERO-ABONO.
               MOVE WS-HOY TO FREG-FECHA.
               MOVE XREF-CLI-ID TO FREG-CLI-ID.
               MOVE CLIENTE-NOMBRE TO FREG-NOMBRE.
               MOVE NIF TO FREG-NIF.
               MOVE WS-ABONO-BASE TO FREG-BASE.
               MOVE WS-ABONO-IVA TO FREG-IVA.
               MOVE WS-ABONO-TOTAL TO FREG-TOTAL.
               SET FREG-ABONO TO TRUE.
               CALL "huellafactura" USING WS-HUELLA-OPERACION
                   FACREG-REG WS-HUELLA WS-LINEA-QR.
               WRITE FACREG-REG
                   INVALID KEY
                       REWRITE FACREG-REG
               END-WRITE.
               MOVE WS-LINEA-QR TO ABONO-LINE.
               WRITE ABONO-LINE.

               MOVE WS-ABONO-TOTAL TO WS-MOV-IMPORTE.
               MOVE "A" TO WS-MOV-TIPO.
               MOVE SPACES TO WS-MOV-REFERENCIA.
               STRING "AB-" WS-NUMERO-ABONO "-" CODIGO
                   DELIMITED BY SIZE INTO WS-MOV-REFERENCIA
               END-STRING.
               PERFORM APLICAR-SALDO-CLIENTE
                   THRU APLICAR-SALDO-CLIENTE-EXIT.
               ADD 1 TO WS-NUM-ABONOS.

           FACTURAR-PENALIZACION.
      *>   FACTURA ORDINARIA CON LA SECUENCIA Y EL FORMATO DE SPOOL DE
      *>   LA FACTURACION DE CONTRATOS, SIN IVA COMO LAS CUOTAS
               CALL "siguientesecuencia" USING WS-SEQ-FACTURA
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO WS-NUMERO-FACTURA.

               MOVE WS-PENALIZACION TO WS-IMPORTE-ED.
               MOVE SPACES TO FACTURA-LINE.
               STRING "FACTURA N. " WS-NUMERO-FACTURA
                   " FECHA " WS-HOY
                   " CLIENTE " XREF-CLI-ID
                   " " CLIENTE-NOMBRE
                   " NIF " NIF
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.
               DISPLAY FACTURA-LINE.

               MOVE SPACES TO FACTURA-LINE.
               STRING "  PENALIZACION BAJA ANTICIPADA CONTRATO "
                   CODIGO " = " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.

               MOVE SPACES TO FACTURA-LINE.
               STRING "  A PAGAR:    " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING.
               WRITE FACTURA-LINE.

               MOVE WS-NUMERO-FACTURA TO FREG-NUMERO.
               MOVE WS-HOY TO FREG-FECHA.
               MOVE XREF-CLI-ID TO FREG-CLI-ID.
               MOVE CLIENTE-NOMBRE TO FREG-NOMBRE.
               MOVE NIF TO FREG-NIF.
               MOVE WS-PENALIZACION TO FREG-BASE.
               MOVE ZERO TO FREG-IVA.
               MOVE WS-PENALIZACION TO FREG-TOTAL.
               SET FREG-FACTURA TO TRUE.
               CALL "huellafactura" USING WS-HUELLA-OPERACION
                   FACREG-REG WS-HUELLA WS-LINEA-QR.
               WRITE FACREG-REG
                   INVALID KEY
                       REWRITE FACREG-REG
               END-WRITE.
               MOVE WS-LINEA-QR TO FACTURA-LINE.
               WRITE FACTURA-LINE.
               MOVE SPACES TO FACTURA-LINE.
               WRITE FACTURA-LINE.

               COMPUTE WS-MOV-IMPORTE = ZERO - WS-PENALIZACION.
               MOVE "F" TO WS-MOV-TIPO.
               MOVE SPACES TO WS-MOV-REFERENCIA.
               STRING "FC-" WS-NUMERO-FACTURA "-" CODIGO
                   DELIMITED BY SIZE INTO WS-MOV-REFERENCIA
               END-STRING.
               PERFORM APLICAR-SALDO-CLIENTE
                   THRU APLICAR-SALDO-CLIENTE-EXIT.
               ADD 1 TO WS-NUM-PENALIZACIONES.

           APLICAR-SALDO-CLIENTE.
               COMPUTE WS-SALDO-NUEVO = CLIENTE-SALDO + WS-MOV-IMPORTE
                   ON SIZE ERROR
                       DISPLAY "DESBORDAMIENTO SALDO CLIENTE "
                           CLI-ID
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO APLICAR-SALDO-CLIENTE-EXIT
               END-COMPUTE.
               MOVE WS-SALDO-NUEVO TO CLIENTE-SALDO.
               REWRITE CLIENTE-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR SALDO " CLI-ID
                           " (" ST-CLIENTES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-MOV-SALDO
               END-REWRITE.

           APLICAR-SALDO-CLIENTE-EXIT.
               EXIT.

           REGISTRAR-MOV-SALDO.
               MOVE WS-HOY TO MOV-FECHA.
               MOVE XREF-CLI-ID TO MOV-CLI-ID.
               MOVE WS-MOV-TIPO TO MOV-TIPO.
               MOVE WS-MOV-IMPORTE TO MOV-IMPORTE.
               MOVE CLIENTE-SALDO TO MOV-SALDO.
               MOVE WS-MOV-REFERENCIA TO MOV-REFERENCIA.
               OPEN EXTEND SALDO-MOVIMIENTOS-FILE.
               WRITE SALDO-MOV-REG.
               CLOSE SALDO-MOVIMIENTOS-FILE.

           REGISTRAR-RECHAZO.
      *>   LA BAJA SIGUE PENDIENTE Y SE REINTENTA EN LA PROXIMA PASADA
               ADD 1 TO WS-JOB-RECHAZADOS.
               MOVE SPACES TO RECHAZO-LINE.
               STRING "BAJA CONTRATO " BAJ-CODIGO
                   " EFECTO " BAJ-FECHA-EFECTO
                   " NO LIQUIDADA: " WS-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO RECHAZO-LINE
               END-STRING.
               WRITE RECHAZO-LINE.
               DISPLAY RECHAZO-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "LIQUIDACION-BAJAS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM LIQUIDACION-BAJAS.
