       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-NORMA43.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL EXTRACTO-FILE
                   ASSIGN TO "norma43.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-EXTRACTO.

                   SELECT CLIENTES-FILE ASSIGN TO "./clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL CONTACTOS-FILE
                   ASSIGN TO "contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL FACTURA-REGISTRO-FILE
                   ASSIGN TO "factura-registro.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FREG-NUMERO
                   STATUS ST-FACREG.

                   SELECT OPTIONAL N43-APLICADOS-FILE
                   ASSIGN TO "norma43-aplicados.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS N43-CLAVE
                   STATUS ST-APLICADOS.

                   SELECT OPTIONAL SALDO-MOVIMIENTOS-FILE
                   ASSIGN TO "saldo-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL RECIBOS-COBRO-FILE
                   ASSIGN TO "cobros-recibos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL FALLIDOS-FILE
                   ASSIGN TO "clientes-fallidos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FAL-CLI-ID
                   STATUS ST-FALLIDOS.

                   SELECT OPTIONAL PLANES-PAGO-FILE
                   ASSIGN TO "planes-pago.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PLAN-CLI-ID
                   STATUS ST-PLANES.

                   SELECT OPTIONAL ASIENTOS-FILE
                   ASSIGN TO "asientos-contables.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT BANCO-EXCEPTIONS-FILE
                   ASSIGN TO "banco-exceptions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT BANCO-REPORT-FILE
                   ASSIGN TO "cobros-banco-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *>   EXTRACTO DE CUENTA EN EL FORMATO NORMA 43 DE LA BANCA: UN
      *>   REGISTRO 11 DE CABECERA POR CUENTA, UN 22 POR MOVIMIENTO
      *>   SEGUIDO DE HASTA CINCO 23 DE CONCEPTO COMPLEMENTARIO (DONDE
      *>   EL BANCO DEJA EL ORDENANTE, SU IBAN Y EL CONCEPTO DE LA
      *>   TRANSFERENCIA), UN 33 DE FINAL DE CUENTA Y UN 88 DE FIN DE
      *>   FICHERO. LOS IMPORTES LLEVAN DOS DECIMALES IMPLICITOS
               FD EXTRACTO-FILE.
                   01 EXTRACTO-LINE PIC X(80).
                   01 EXT-CABECERA.
                       05 EXT-CAB-TIPO PIC X(2).
                       05 EXT-CAB-ENTIDAD PIC X(4).
                       05 EXT-CAB-OFICINA PIC X(4).
                       05 EXT-CAB-CUENTA PIC X(10).
                       05 FILLER PIC X(60).
                   01 EXT-MOVIMIENTO.
                       05 EXT-MOV-TIPO PIC X(2).
                       05 FILLER PIC X(4).
                       05 EXT-MOV-OFICINA PIC X(4).
                       05 EXT-MOV-FECHA-OPER PIC 9(6).
                       05 EXT-MOV-FECHA-VALOR PIC 9(6).
                       05 EXT-MOV-CONCEPTO-COMUN PIC X(2).
                       05 EXT-MOV-CONCEPTO-PROPIO PIC X(3).
                       05 EXT-MOV-DEBE-HABER PIC X(1).
                           88 EXT-MOV-CARGO VALUE "1".
                           88 EXT-MOV-ABONO VALUE "2".
                       05 EXT-MOV-IMPORTE PIC 9(12)V99.
                       05 EXT-MOV-DOCUMENTO PIC X(10).
                       05 EXT-MOV-REFERENCIA-1 PIC X(12).
                       05 EXT-MOV-REFERENCIA-2 PIC X(16).
                   01 EXT-CONCEPTO.
                       05 EXT-CON-TIPO PIC X(2).
                       05 EXT-CON-CODIGO PIC X(2).
                       05 EXT-CON-TEXTO PIC X(76).

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD FACTURA-REGISTRO-FILE.
                   COPY copyfreg.

               FD N43-APLICADOS-FILE.
                   COPY copyn43.

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

               FD RECIBOS-COBRO-FILE.
                   01 RECIBO-LINE PIC X(80).

               FD FALLIDOS-FILE.
                   COPY copyfall.

               FD PLANES-PAGO-FILE.
                   COPY copyplan.

               FD ASIENTOS-FILE.
                   01 ASIENTO-REG.
                       05 ASI-TIPO PIC X(1).
                       05 ASI-FECHA PIC 9(8).
                       05 ASI-CUENTA PIC X(8).
                       05 ASI-CONCEPTO PIC X(30).
                       05 ASI-DEBE PIC 9(9)V99.
                       05 ASI-HABER PIC 9(9)V99.

               FD BANCO-EXCEPTIONS-FILE.
                   01 BANCO-EXC-LINE PIC X(80).

               FD BANCO-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-EXTRACTO PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-FACREG PIC X(2).
               77 ST-APLICADOS PIC X(2).
               77 ST-FALLIDOS PIC X(2).
               77 ST-PLANES PIC X(2).

               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-FACREG-OK PIC X VALUE 'N'.
                   88 FACREG-DISPONIBLE VALUE 'S'.
               01 WS-FALLIDOS-OK PIC X VALUE 'N'.
                   88 FALLIDOS-DISPONIBLE VALUE 'S'.
               01 WS-ES-FALLIDO PIC X VALUE 'N'.
                   88 CLIENTE-FALLIDO VALUE 'S'.
               01 WS-PLANES-OK PIC X VALUE 'N'.
                   88 PLANES-DISPONIBLE VALUE 'S'.
      *>   COMO EN LA CAPTURA DE COBROS, EL ABONO DE UN CLIENTE CON
      *>   PLAN DE PAGOS VIGENTE SE APLICA A LOS PLAZOS POR ORDEN DE
      *>   VENCIMIENTO
               01 WS-RESTO-PLAN PIC 9(7)V99.
               01 WS-FALTA-PLAZO PIC 9(7)V99.
               01 WS-PLAZOS-PENDIENTES PIC 9(2).
               77 WS-P PIC 9(2).

               01 EOF-EXTRACTO PIC X VALUE 'N'.
                   88 FIN-EXTRACTO VALUE 'S'.
               01 EOF-CONTACTOS PIC X VALUE 'N'.
                   88 FIN-CONTACTOS VALUE 'S'.

      *>   CUENTA DE LA CABECERA 11 EN CURSO Y ABONO 22 PENDIENTE DE
      *>   APLICAR HASTA LEER SUS CONCEPTOS 23
               01 WS-CUENTA PIC X(18).
               01 WS-MOV-PENDIENTE PIC X VALUE 'N'.
                   88 MOVIMIENTO-PENDIENTE VALUE 'S'.
               01 WS-MOV-FECHA-OPER PIC 9(6).
               01 WS-MOV-IMPORTE PIC 9(12)V99.
               01 WS-MOV-DOCUMENTO PIC X(10).
               01 WS-MOV-REFERENCIA PIC X(12).
               01 WS-MOV-N-CONCEPTOS PIC 9(1).
               01 WS-MOV-TEXTO.
                   05 WS-MOV-TEXTO-REF PIC X(30).
                   05 WS-MOV-TEXTO-CON PIC X(76) OCCURS 5 TIMES.
               01 WS-MOV-TEXTO-X REDEFINES WS-MOV-TEXTO PIC X(410).

      *>   CLIENTE DEDUCIDO DEL IBAN ORDENANTE Y DEL NUMERO DE FACTURA
      *>   CITADO EN LA REFERENCIA; SI CADA VIA DA UN CLIENTE DISTINTO
      *>   O UNA MISMA VIA DA VARIOS, EL ABONO NO SE APLICA
               01 WS-I PIC 9(3).
               01 WS-IBAN-BUSCADO PIC X(24).
               01 WS-CLI-IBAN PIC 9(8).
               01 WS-IBAN-AMBIGUO PIC X VALUE 'N'.
                   88 IBAN-AMBIGUO VALUE 'S'.
               01 WS-CLI-FACTURA PIC 9(8).
               01 WS-FACTURA-CITADA PIC 9(8).
               01 WS-FACTURA-AMBIGUA PIC X VALUE 'N'.
                   88 FACTURA-AMBIGUA VALUE 'S'.
               01 WS-CAR-ANTERIOR PIC X(1).
               01 WS-CAR-SIGUIENTE PIC X(1).
               01 WS-MOTIVO PIC X(30).
               01 WS-VIA PIC X(16).

               01 WS-CUST-ID PIC 9(8).
               01 WS-IMPORTE PIC 9(7)V99.
               01 WS-DEUDA PIC S9(8)V99.
               01 WS-MEDIO PIC X(1) VALUE "T".

               01 WS-HOY PIC 9(8).
               01 WS-HORA PIC 9(6).
               01 WS-SALDO-NUEVO PIC S9(8)V99.
               01 WS-SALDO-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-MOV-IMPORTE-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "COBRO".
               01 WS-SECUENCIA-VALOR  PIC 9(8).

               01 WS-ABONOS PIC 9(5) VALUE ZERO.
               01 WS-CARGOS PIC 9(5) VALUE ZERO.
               01 WS-APLICADOS PIC 9(5) VALUE ZERO.
               01 WS-YA-APLICADOS PIC 9(5) VALUE ZERO.
               01 WS-EXCEPCIONES PIC 9(5) VALUE ZERO.
               01 WS-TOTAL-COBRADO PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99.

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
      *>   IMPORTACION DEL EXTRACTO BANCARIO NORMA 43 CON APLICACION
      *>   AUTOMATICA DE COBROS: CADA ABONO SE ATRIBUYE AL CLIENTE
      *>   POR EL IBAN ORDENANTE REGISTRADO EN SUS CONTACTOS O POR EL
      *>   NUMERO DE FACTURA CITADO EN LA REFERENCIA, Y SE POSTEA COMO
      *>   UN COBRO POR TRANSFERENCIA DE LA CAPTURA DE COBROS (MISMO
      *>   APUNTE EN EL DIARIO DE SALDOS Y MISMO RECIBO). LO QUE NO
      *>   CASA SIN DUDA (SIN CLIENTE, VARIOS CLIENTES, IMPORTE MAYOR
      *>   QUE LA DEUDA) NO SE APLICA: PASA A LA LISTA DE TRABAJO DE
      *>   EXCEPCIONES. LOS CARGOS DEL EXTRACTO NO SE TRATAN
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN INPUT EXTRACTO-FILE.
               IF ST-EXTRACTO NOT = "00"
                   DISPLAY "No hay extracto bancario norma43.dat ("
                       ST-EXTRACTO ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                       ST-CLIENTES ")"
                   CLOSE EXTRACTO-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-CONTACTOS-OK.
               OPEN INPUT CONTACTOS-FILE.
               IF ST-CONTACTOS = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-FACREG-OK.
               OPEN INPUT FACTURA-REGISTRO-FILE.
               IF ST-FACREG = "00"
                   SET FACREG-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-FALLIDOS-OK.
               OPEN I-O FALLIDOS-FILE.
               IF ST-FALLIDOS = "00"
                   SET FALLIDOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-PLANES-OK.
               OPEN I-O PLANES-PAGO-FILE.
               IF ST-PLANES = "00"
                   SET PLANES-DISPONIBLE TO TRUE
               END-IF.

               OPEN I-O N43-APLICADOS-FILE.
               IF ST-APLICADOS = "35"
                   OPEN OUTPUT N43-APLICADOS-FILE
                   CLOSE N43-APLICADOS-FILE
                   OPEN I-O N43-APLICADOS-FILE
               END-IF.

               OPEN OUTPUT BANCO-EXCEPTIONS-FILE.
               OPEN OUTPUT BANCO-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "COBROS APLICADOS DESDE EL EXTRACTO BANCARIO "
                   "(NORMA 43) - " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE SPACES TO WS-CUENTA.
               MOVE 'N' TO WS-MOV-PENDIENTE.
               PERFORM UNTIL FIN-EXTRACTO
                   READ EXTRACTO-FILE
                       AT END
                           SET FIN-EXTRACTO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM TRATAR-REGISTRO
                   END-READ
               END-PERFORM.
               PERFORM CERRAR-MOVIMIENTO.

               PERFORM RESUMEN-IMPORTACION.

               CLOSE EXTRACTO-FILE.
               CLOSE CLIENTES-FILE.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF FACREG-DISPONIBLE
                   CLOSE FACTURA-REGISTRO-FILE
               END-IF.
               IF FALLIDOS-DISPONIBLE
                   CLOSE FALLIDOS-FILE
               END-IF.
               IF PLANES-DISPONIBLE
                   CLOSE PLANES-PAGO-FILE
               END-IF.
               CLOSE N43-APLICADOS-FILE.
               CLOSE BANCO-EXCEPTIONS-FILE.
               CLOSE BANCO-REPORT-FILE.

               MOVE "cobros-banco-report.dat" TO WS-SPOOL-NOMBRE.
               MOVE "IMPORTA-NORMA43" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           TRATAR-REGISTRO.
      *>   UN ABONO SE APLICA AL LLEGAR EL SIGUIENTE MOVIMIENTO, LA
      *>   SIGUIENTE CUENTA O EL FINAL: ANTES HAY QUE HABER LEIDO SUS
      *>   CONCEPTOS COMPLEMENTARIOS
               EVALUATE EXT-CAB-TIPO
                   WHEN "11"
                       PERFORM CERRAR-MOVIMIENTO
                       MOVE SPACES TO WS-CUENTA
                       STRING EXT-CAB-ENTIDAD EXT-CAB-OFICINA
                           EXT-CAB-CUENTA
                           DELIMITED BY SIZE INTO WS-CUENTA
                       END-STRING
                   WHEN "22"
                       PERFORM CERRAR-MOVIMIENTO
                       PERFORM GUARDAR-MOVIMIENTO
                   WHEN "23"
                       PERFORM ANADIR-CONCEPTO
                   WHEN "33"
                       PERFORM CERRAR-MOVIMIENTO
                   WHEN "88"
                       PERFORM CERRAR-MOVIMIENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           GUARDAR-MOVIMIENTO.
               IF NOT EXT-MOV-ABONO
                   ADD 1 TO WS-CARGOS
               ELSE
                   SET MOVIMIENTO-PENDIENTE TO TRUE
                   ADD 1 TO WS-ABONOS
                   MOVE EXT-MOV-FECHA-OPER TO WS-MOV-FECHA-OPER
                   MOVE EXT-MOV-IMPORTE TO WS-MOV-IMPORTE
                   MOVE EXT-MOV-DOCUMENTO TO WS-MOV-DOCUMENTO
                   MOVE EXT-MOV-REFERENCIA-1 TO WS-MOV-REFERENCIA
                   MOVE SPACES TO WS-MOV-TEXTO
                   STRING EXT-MOV-REFERENCIA-1 " "
                       EXT-MOV-REFERENCIA-2
                       DELIMITED BY SIZE INTO WS-MOV-TEXTO-REF
                   END-STRING
                   MOVE ZERO TO WS-MOV-N-CONCEPTOS
               END-IF.

           ANADIR-CONCEPTO.
               IF MOVIMIENTO-PENDIENTE AND WS-MOV-N-CONCEPTOS < 5
                   ADD 1 TO WS-MOV-N-CONCEPTOS
                   MOVE EXT-CON-TEXTO
                       TO WS-MOV-TEXTO-CON (WS-MOV-N-CONCEPTOS)
               END-IF.

           CERRAR-MOVIMIENTO.
               IF MOVIMIENTO-PENDIENTE
                   MOVE 'N' TO WS-MOV-PENDIENTE
                   PERFORM APLICAR-ABONO
                       THRU APLICAR-ABONO-EXIT
               END-IF.

           APLICAR-ABONO.
      *>   UN ABONO YA COBRADO EN UNA IMPORTACION ANTERIOR (EL BANCO
      *>   REPITE MOVIMIENTOS ENTRE EXTRACTOS) NO SE VUELVE A COBRAR
               MOVE WS-CUENTA TO N43-CUENTA.
               MOVE WS-MOV-FECHA-OPER TO N43-FECHA-OPER.
               MOVE WS-MOV-DOCUMENTO TO N43-DOCUMENTO.
               MOVE WS-MOV-REFERENCIA TO N43-REFERENCIA.
               MOVE WS-MOV-IMPORTE TO N43-IMPORTE.
               READ N43-APLICADOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-YA-APLICADOS
                       GO TO APLICAR-ABONO-EXIT
               END-READ.

               PERFORM IDENTIFICAR-POR-IBAN
                   THRU IDENTIFICAR-POR-IBAN-EXIT.
               PERFORM IDENTIFICAR-POR-FACTURA
                   THRU IDENTIFICAR-POR-FACTURA-EXIT.

               MOVE SPACES TO WS-MOTIVO.
               EVALUATE TRUE
                   WHEN IBAN-AMBIGUO
                       MOVE "IBAN DE VARIOS CLIENTES" TO WS-MOTIVO
                   WHEN FACTURA-AMBIGUA
                       MOVE "FACTURAS DE VARIOS CLIENTES" TO WS-MOTIVO
                   WHEN WS-CLI-IBAN NOT = ZERO
                       AND WS-CLI-FACTURA NOT = ZERO
                       AND WS-CLI-IBAN NOT = WS-CLI-FACTURA
                       MOVE "IBAN Y FACTURA NO CONCUERDAN" TO WS-MOTIVO
                   WHEN WS-CLI-IBAN = ZERO AND WS-CLI-FACTURA = ZERO
                       MOVE "SIN CLIENTE IDENTIFICADO" TO WS-MOTIVO
                   WHEN WS-MOV-IMPORTE > 9999999,99
                       MOVE "IMPORTE FUERA DE RANGO" TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WS-MOTIVO NOT = SPACES
                   PERFORM REGISTRAR-EXCEPCION
                   GO TO APLICAR-ABONO-EXIT
               END-IF.

               IF WS-CLI-IBAN NOT = ZERO
                   MOVE WS-CLI-IBAN TO WS-CUST-ID
                   MOVE "IBAN" TO WS-VIA
               ELSE
                   MOVE WS-CLI-FACTURA TO WS-CUST-ID
                   MOVE SPACES TO WS-VIA
                   STRING "FACTURA " WS-FACTURA-CITADA
                       DELIMITED BY SIZE INTO WS-VIA
                   END-STRING
               END-IF.
               MOVE WS-MOV-IMPORTE TO WS-IMPORTE.

               MOVE WS-CUST-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "CLIENTE NO EXISTE" TO WS-MOTIVO
                       PERFORM REGISTRAR-EXCEPCION
                       GO TO APLICAR-ABONO-EXIT
               END-READ.

      *>   EL ABONO DE UN CLIENTE DADO DE BAJA POR FALLIDO ES UNA
      *>   RECUPERACION: NO SE COMPARA CON LA DEUDA (QUE ES CERO)
               MOVE 'N' TO WS-ES-FALLIDO.
               IF FALLIDOS-DISPONIBLE
                   MOVE WS-CUST-ID TO FAL-CLI-ID
                   READ FALLIDOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CLIENTE-FALLIDO TO TRUE
                   END-READ
               END-IF.
               IF CLIENTE-FALLIDO
                   PERFORM POSTEAR-COBRO
                       THRU POSTEAR-COBRO-EXIT
                   GO TO APLICAR-ABONO-EXIT
               END-IF.

      *>   UN COBRO QUE DEJARIA EL SALDO A FAVOR DEL CLIENTE NO SE
      *>   SUPONE: LO DECIDE UN OPERADOR DESDE LA LISTA DE TRABAJO
               COMPUTE WS-DEUDA = ZERO - CLIENTE-SALDO.
               IF WS-IMPORTE > WS-DEUDA
                   MOVE "IMPORTE SUPERIOR A LA DEUDA" TO WS-MOTIVO
                   PERFORM REGISTRAR-EXCEPCION
                   GO TO APLICAR-ABONO-EXIT
               END-IF.

               PERFORM POSTEAR-COBRO
                   THRU POSTEAR-COBRO-EXIT.

           APLICAR-ABONO-EXIT.
               EXIT.

           IDENTIFICAR-POR-IBAN.
      *>   EL IBAN ORDENANTE VIENE EN LOS CONCEPTOS COMPLEMENTARIOS
      *>   COMO "ES" SEGUIDO DE 22 CIFRAS
               MOVE ZERO TO WS-CLI-IBAN.
               MOVE 'N' TO WS-IBAN-AMBIGUO.
               IF NOT CONTACTOS-DISPONIBLE
                   GO TO IDENTIFICAR-POR-IBAN-EXIT
               END-IF.
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 387
                   IF WS-MOV-TEXTO-X (WS-I:2) = "ES"
                       AND WS-MOV-TEXTO-X (WS-I + 2:22) IS NUMERIC
                       MOVE WS-MOV-TEXTO-X (WS-I:24) TO WS-IBAN-BUSCADO
                       PERFORM BUSCAR-IBAN-CONTACTO
                       ADD 23 TO WS-I
                   END-IF
               END-PERFORM.

           IDENTIFICAR-POR-IBAN-EXIT.
               EXIT.

           BUSCAR-IBAN-CONTACTO.
               MOVE ZEROS TO CONTACTO-CLI-ID.
               START CONTACTOS-FILE KEY IS NOT LESS THAN CONTACTO-CLI-ID
                   INVALID KEY
                       SET FIN-CONTACTOS TO TRUE
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-CONTACTOS
               END-START.
               PERFORM UNTIL FIN-CONTACTOS
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           SET FIN-CONTACTOS TO TRUE
                       NOT AT END
                           IF CONTACTO-IBAN = WS-IBAN-BUSCADO
                               EVALUATE TRUE
                                   WHEN WS-CLI-IBAN = ZERO
                                       MOVE CONTACTO-CLI-ID
                                           TO WS-CLI-IBAN
                                   WHEN WS-CLI-IBAN
                                       NOT = CONTACTO-CLI-ID
                                       SET IBAN-AMBIGUO TO TRUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM.

           IDENTIFICAR-POR-FACTURA.
      *>   EL NUMERO DE FACTURA SE CITA CON SUS OCHO CIFRAS, SUELTO
      *>   (SIN CIFRAS PEGADAS) EN LA REFERENCIA O EN EL CONCEPTO; LOS
      *>   ABONOS (FACTURAS RECTIFICATIVAS) NO CUENTAN
               MOVE ZERO TO WS-CLI-FACTURA.
               MOVE ZERO TO WS-FACTURA-CITADA.
               MOVE 'N' TO WS-FACTURA-AMBIGUA.
               IF NOT FACREG-DISPONIBLE
                   GO TO IDENTIFICAR-POR-FACTURA-EXIT
               END-IF.
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 403
                   MOVE SPACE TO WS-CAR-ANTERIOR
                   IF WS-I > 1
                       MOVE WS-MOV-TEXTO-X (WS-I - 1:1)
                           TO WS-CAR-ANTERIOR
                   END-IF
                   MOVE SPACE TO WS-CAR-SIGUIENTE
                   IF WS-I < 403
                       MOVE WS-MOV-TEXTO-X (WS-I + 8:1)
                           TO WS-CAR-SIGUIENTE
                   END-IF
                   IF WS-MOV-TEXTO-X (WS-I:8) IS NUMERIC
                       AND WS-CAR-ANTERIOR IS NOT NUMERIC
                       AND WS-CAR-SIGUIENTE IS NOT NUMERIC
                       PERFORM BUSCAR-FACTURA-CITADA
                       ADD 7 TO WS-I
                   END-IF
               END-PERFORM.

           IDENTIFICAR-POR-FACTURA-EXIT.
               EXIT.

           BUSCAR-FACTURA-CITADA.
               MOVE WS-MOV-TEXTO-X (WS-I:8) TO FREG-NUMERO.
               READ FACTURA-REGISTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT FREG-ABONO
                           MOVE FREG-NUMERO TO WS-FACTURA-CITADA
                           EVALUATE TRUE
                               WHEN WS-CLI-FACTURA = ZERO
                                   MOVE FREG-CLI-ID TO WS-CLI-FACTURA
                               WHEN WS-CLI-FACTURA NOT = FREG-CLI-ID
                                   SET FACTURA-AMBIGUA TO TRUE
                           END-EVALUATE
                       END-IF
               END-READ.

           POSTEAR-COBRO.
      *>   EL COBRO ABONA EL SALDO (LO DEJA MENOS NEGATIVO), IGUAL QUE
      *>   EN LA CAPTURA DE COBROS, Y EL ABONO QUEDA MARCADO COMO
      *>   APLICADO CON EL NUMERO DE COBRO
               MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA.
               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.

               IF CLIENTE-FALLIDO
                   PERFORM POSTEAR-RECUPERACION
                   GO TO POSTEAR-COBRO-EXIT
               END-IF.

               COMPUTE WS-SALDO-NUEVO = CLIENTE-SALDO + WS-IMPORTE
                   ON SIZE ERROR
                       MOVE "DESBORDAMIENTO DE SALDO" TO WS-MOTIVO
                       PERFORM REGISTRAR-EXCEPCION
                       GO TO POSTEAR-COBRO-EXIT
               END-COMPUTE.
               MOVE WS-SALDO-NUEVO TO CLIENTE-SALDO.
               REWRITE CLIENTE-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR SALDO " CLI-ID
                           " (" ST-CLIENTES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       ADD 1 TO WS-APLICADOS
                       ADD WS-IMPORTE TO WS-TOTAL-COBRADO
                       PERFORM REGISTRAR-MOV-COBRO
                       PERFORM EMITIR-RECIBO-COBRO
                       PERFORM MARCAR-ABONO-APLICADO
                       PERFORM INFORMAR-COBRO
                       PERFORM APLICAR-COBRO-PLAN
               END-REWRITE.

           POSTEAR-COBRO-EXIT.
               EXIT.

           APLICAR-COBRO-PLAN.
      *>   EL ABONO VA CUBRIENDO LOS PLAZOS PENDIENTES DEL MAS ANTIGUO
      *>   AL MAS RECIENTE; EL PLAN SE DA POR CUMPLIDO CUANDO NO QUEDA
      *>   NINGUN PLAZO POR PAGAR O EL SALDO YA NO ES DEUDOR
               IF PLANES-DISPONIBLE
                   MOVE WS-CUST-ID TO PLAN-CLI-ID
                   READ PLANES-PAGO-FILE
                       INVALID KEY
                           MOVE SPACE TO PLAN-ESTADO
                   END-READ
                   IF PLAN-VIGENTE
                       MOVE WS-IMPORTE TO WS-RESTO-PLAN
                       MOVE ZERO TO WS-PLAZOS-PENDIENTES
                       PERFORM VARYING WS-P FROM 1 BY 1
                               UNTIL WS-P > PLAN-NUM-PLAZOS
                           COMPUTE WS-FALTA-PLAZO = PLZ-IMPORTE (WS-P)
                               - PLZ-PAGADO (WS-P)
                           IF WS-FALTA-PLAZO > WS-RESTO-PLAN
                               ADD WS-RESTO-PLAN TO PLZ-PAGADO (WS-P)
                               MOVE ZERO TO WS-RESTO-PLAN
                               ADD 1 TO WS-PLAZOS-PENDIENTES
                           ELSE
                               ADD WS-FALTA-PLAZO TO PLZ-PAGADO (WS-P)
                               SUBTRACT WS-FALTA-PLAZO
                                   FROM WS-RESTO-PLAN
                           END-IF
                       END-PERFORM
                       IF WS-PLAZOS-PENDIENTES = ZERO
                          OR CLIENTE-SALDO NOT < ZERO
                           SET PLAN-CUMPLIDO TO TRUE
                           MOVE WS-HOY TO PLAN-FECHA-ESTADO
                       END-IF
                       MOVE SPACES TO REPORT-LINE
                       REWRITE PLAN-REG
                           INVALID KEY
                               STRING "    ERROR AL ACTUALIZAR EL PLAN "
                                   "DE PAGOS (" ST-PLANES ")"
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               END-STRING
                           NOT INVALID KEY
                               IF PLAN-CUMPLIDO
                                   MOVE "    PLAN DE PAGOS CUMPLIDO"
                                       TO REPORT-LINE
                               ELSE
                                   STRING "    APLICADO AL PLAN DE "
                                       "PAGOS; QUEDAN "
                                       WS-PLAZOS-PENDIENTES
                                       " PLAZOS POR CUBRIR"
                                       DELIMITED BY SIZE
                                       INTO REPORT-LINE
                                   END-STRING
                               END-IF
                       END-REWRITE
                       PERFORM REGISTRAR-LINEA-REPORTE
                   END-IF
               END-IF.

           POSTEAR-RECUPERACION.
      *>   COMO EN LA CAPTURA DE COBROS: EL SALDO DEL FALLIDO NO SE
      *>   TOCA, EL IMPORTE SE ACUMULA EN LO RECUPERADO, QUEDA COMO
      *>   APUNTE "Y" Y SE CONTABILIZA COMO INGRESO (57200000 AL DEBE,
      *>   77800000 AL HABER)
               ADD WS-IMPORTE TO FAL-RECUPERADO.
               MOVE WS-HOY TO FAL-FECHA-RECUPERACION.
               REWRITE FALLIDO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ANOTAR LA RECUPERACION "
                           WS-CUST-ID " (" ST-FALLIDOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       ADD 1 TO WS-APLICADOS
                       ADD WS-IMPORTE TO WS-TOTAL-COBRADO
                       PERFORM REGISTRAR-MOV-COBRO
                       PERFORM EMITIR-RECIBO-COBRO
                       PERFORM EMITIR-ASIENTO-RECUPERACION
                       PERFORM MARCAR-ABONO-APLICADO
                       PERFORM INFORMAR-COBRO
               END-REWRITE.

           EMITIR-ASIENTO-RECUPERACION.
               OPEN EXTEND ASIENTOS-FILE.
               MOVE "D" TO ASI-TIPO.
               MOVE WS-HOY TO ASI-FECHA.
               MOVE "57200000" TO ASI-CUENTA.
               MOVE "COBRO CLIENTE FALLIDO" TO ASI-CONCEPTO.
               MOVE WS-IMPORTE TO ASI-DEBE.
               MOVE ZERO TO ASI-HABER.
               WRITE ASIENTO-REG.

               MOVE "77800000" TO ASI-CUENTA.
               MOVE "RECUPERACION CREDITO FALLIDO" TO ASI-CONCEPTO.
               MOVE ZERO TO ASI-DEBE.
               MOVE WS-IMPORTE TO ASI-HABER.
               WRITE ASIENTO-REG.
               CLOSE ASIENTOS-FILE.

           REGISTRAR-MOV-COBRO.
               MOVE WS-HOY TO MOV-FECHA.
               MOVE WS-CUST-ID TO MOV-CLI-ID.
               IF CLIENTE-FALLIDO
                   MOVE "Y" TO MOV-TIPO
               ELSE
                   MOVE "P" TO MOV-TIPO
               END-IF.
               MOVE WS-IMPORTE TO MOV-IMPORTE.
               MOVE CLIENTE-SALDO TO MOV-SALDO.
               MOVE SPACES TO MOV-REFERENCIA.
               STRING "CB-" WS-SECUENCIA-VALOR "-" WS-HORA
                   DELIMITED BY SIZE INTO MOV-REFERENCIA
               END-STRING.
               OPEN EXTEND SALDO-MOVIMIENTOS-FILE.
               WRITE SALDO-MOV-REG.
               CLOSE SALDO-MOVIMIENTOS-FILE.

           EMITIR-RECIBO-COBRO.
               OPEN EXTEND RECIBOS-COBRO-FILE.

               MOVE "----------------------------------------"
                   TO RECIBO-LINE.
               WRITE RECIBO-LINE.

               MOVE SPACES TO RECIBO-LINE.
               STRING "RECIBO DE COBRO " WS-SECUENCIA-VALOR
                   " " WS-HOY " " WS-HORA
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.

               MOVE SPACES TO RECIBO-LINE.
               STRING "CLIENTE " WS-CUST-ID " " CLIENTE-NOMBRE
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.

               MOVE WS-IMPORTE TO WS-IMPORTE-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "IMPORTE " WS-IMPORTE-ED " MEDIO " WS-MEDIO
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.

               IF CLIENTE-FALLIDO
                   MOVE "RECUPERACION DE CREDITO DADO DE BAJA"
                       TO RECIBO-LINE
                   WRITE RECIBO-LINE
               END-IF.

               MOVE CLIENTE-SALDO TO WS-SALDO-ED.
               MOVE SPACES TO RECIBO-LINE.
               STRING "SALDO RESULTANTE " WS-SALDO-ED
                   DELIMITED BY SIZE INTO RECIBO-LINE
               END-STRING.
               WRITE RECIBO-LINE.

               CLOSE RECIBOS-COBRO-FILE.

           MARCAR-ABONO-APLICADO.
               MOVE WS-CUST-ID TO N43-CLI-ID.
               MOVE WS-SECUENCIA-VALOR TO N43-COBRO.
               MOVE WS-HOY TO N43-FECHA-APLICACION.
               WRITE N43APL-REG
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR ABONO APLICADO ("
                           ST-APLICADOS ")"
               END-WRITE.

           INFORMAR-COBRO.
               MOVE WS-IMPORTE TO WS-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  COBRO " WS-SECUENCIA-VALOR " " WS-CUST-ID
                   " " CLIENTE-NOMBRE " " WS-IMPORTE-ED
                   " POR " WS-VIA " F=" WS-MOV-FECHA-OPER
                   " DOC " WS-MOV-DOCUMENTO
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-EXCEPCION.
      *>   LA LINEA PASA A LA LISTA DE TRABAJO EN LA SIGUIENTE
      *>   IMPORTACION DE LA GESTION DE EXCEPCIONES
               ADD 1 TO WS-EXCEPCIONES.
               ADD 1 TO WS-JOB-RECHAZADOS.
               MOVE WS-MOV-IMPORTE TO WS-MOV-IMPORTE-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  EXCEPCION " WS-MOTIVO " F=" WS-MOV-FECHA-OPER
                   " " WS-MOV-IMPORTE-ED " DOC " WS-MOV-DOCUMENTO
                   " REF " WS-MOV-REFERENCIA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE SPACES TO BANCO-EXC-LINE.
               STRING "BANCO " WS-MOTIVO " F=" WS-MOV-FECHA-OPER
                   " " WS-MOV-IMPORTE-ED " DOC " WS-MOV-DOCUMENTO
                   DELIMITED BY SIZE INTO BANCO-EXC-LINE
               END-STRING.
               WRITE BANCO-EXC-LINE.

           RESUMEN-IMPORTACION.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Abonos leidos: " WS-ABONOS
                   "  cargos no tratados: " WS-CARGOS
                   "  ya aplicados antes: " WS-YA-APLICADOS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-TOTAL-COBRADO TO WS-TOTAL-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cobros aplicados: " WS-APLICADOS
                   "  importe: " WS-TOTAL-ED
                   "  excepciones: " WS-EXCEPCIONES
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "IMPORTA-NORMA43" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM IMPORTA-NORMA43.
