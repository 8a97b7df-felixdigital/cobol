       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESO-DATOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT OPTIONAL MANDATOS-FILE
                   ASSIGN TO "mandatos-sepa.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS MAND-REFERENCIA
                   ALTERNATE KEY MAND-CLI-ID WITH DUPLICATES
                   STATUS ST-MANDATOS.

                   SELECT OPTIONAL XREF-FILE
                   ASSIGN TO "contrato-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XREF-NIF
                   STATUS ST-XREF.

                   SELECT OPTIONAL CONTRATO-IDX-FILE
                   ASSIGN TO "contratos-idx.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CODIGO
                   STATUS ST-IDX.

                   SELECT OPTIONAL FIDELIDAD-FILE
                   ASSIGN TO "fidelidad.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FID-CLI-ID
                   STATUS ST-FIDELIDAD.

                   SELECT OPTIONAL FIDELIDAD-MOVIMIENTOS-FILE
                   ASSIGN TO "fidelidad-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-FIDMOV.

                   SELECT OPTIONAL VALES-FILE
                   ASSIGN TO "vales-descuento.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS VALE-NUMERO
                   STATUS ST-VALES.

                   SELECT OPTIONAL SALDO-MOVIMIENTOS-FILE
                   ASSIGN TO "saldo-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-MOVIMIENTOS.

                   SELECT OPTIONAL FACTURA-REGISTRO-FILE
                   ASSIGN TO "factura-registro.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FREG-NUMERO
                   STATUS ST-FACREG.

                   SELECT OPTIONAL CAMPANAS-EXTRACTO-FILE
                   ASSIGN TO "campanas-extracto.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CAMEXT.

                   SELECT OPTIONAL OPTOUT-FILE
                   ASSIGN TO "campanas-optout.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-OPTOUT.

                   SELECT OPTIONAL ENTREGAS-FILE
                   ASSIGN TO "entregas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ENT-NUMERO
                   STATUS ST-ENTREGAS.

                   SELECT OPTIONAL PRESUPUESTOS-CLIENTES-FILE
                   ASSIGN TO "presupuestos-clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PCL-NUMERO
                   STATUS ST-PRESUPUESTOS.

                   SELECT OPTIONAL ENCARGOS-FILE
                   ASSIGN TO "encargos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ENC-NUMERO
                   STATUS ST-ENCARGOS.

                   SELECT OPTIONAL ALBARANES-FILE
                   ASSIGN TO "albaranes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ALB-NUMERO
                   ALTERNATE RECORD KEY IS ALB-TICKET WITH DUPLICATES
                   STATUS ST-ALBARANES.

                   SELECT OPTIONAL PLANES-PAGO-FILE
                   ASSIGN TO "planes-pago.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PLAN-CLI-ID
                   STATUS ST-PLANES.

                   SELECT OPTIONAL FALLIDOS-FILE
                   ASSIGN TO "clientes-fallidos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FAL-CLI-ID
                   STATUS ST-FALLIDOS.

                   SELECT OPTIONAL NUMEROS-SERIE-FILE
                   ASSIGN TO "numeros-serie.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NSE-CLAVE
                   ALTERNATE KEY NSE-SERIE WITH DUPLICATES
                   ALTERNATE KEY NSE-CUST-ID WITH DUPLICATES
                   STATUS ST-SERIE.

                   SELECT OPTIONAL SERVICIO-FILE
                   ASSIGN TO "ordenes-servicio.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OSV-NUMERO
                   ALTERNATE KEY OSV-TIENDA WITH DUPLICATES
                   STATUS ST-SERVICIO.

                   SELECT ACCESO-DATOS-FILE
                   ASSIGN TO "acceso-datos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ACCESO-LOG-FILE
                   ASSIGN TO "acceso-datos-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD CLIENTES-FILE.
                   COPY copyclie.

               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD MANDATOS-FILE.
                   COPY copymand.

               FD XREF-FILE.
                   COPY copyxref.

               FD CONTRATO-IDX-FILE.
                   COPY copycont.

               FD FIDELIDAD-FILE.
                   COPY copyfide.

               FD FIDELIDAD-MOVIMIENTOS-FILE.
                   01 FIDMOV-REG.
                       05 FIDMOV-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 FIDMOV-CLI-ID PIC 9(8).
                       05 FILLER PIC X.
                       05 FIDMOV-TIPO PIC X(1).
                       05 FILLER PIC X.
                       05 FIDMOV-PUNTOS PIC -9(9).
                       05 FILLER PIC X.
                       05 FIDMOV-REFERENCIA PIC X(20).

               FD VALES-FILE.
                   COPY copyvale.

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

               FD FACTURA-REGISTRO-FILE.
                   COPY copyfreg.

      *>   LAS LINEAS DEL EXTRACTO DE CAMPANAS LLEVAN EL CLIENTE EN
      *>   LAS POSICIONES 37-44 ("CAMPANA xxxxxx CUPON xxxxxx
      *>   CLIENTE nnnnnnnn ...")
               FD CAMPANAS-EXTRACTO-FILE.
                   01 CAMEXT-LINE.
                       05 FILLER PIC X(8).
                       05 CAMEXT-CODIGO PIC X(6).
                       05 FILLER PIC X(22).
                       05 CAMEXT-CLI-ID PIC X(8).
                       05 FILLER PIC X(76).

               FD OPTOUT-FILE.
                   01 OPTOUT-REG.
                       05 OPT-CLI-ID PIC 9(8).

               FD ENTREGAS-FILE.
                   COPY copyentr.

               FD PRESUPUESTOS-CLIENTES-FILE.
                   COPY copypcli.

               FD ENCARGOS-FILE.
                   COPY copyencg.

               FD ALBARANES-FILE.
                   COPY copyalbn.

               FD PLANES-PAGO-FILE.
                   COPY copyplan.

               FD FALLIDOS-FILE.
                   COPY copyfall.

               FD NUMEROS-SERIE-FILE.
                   COPY copynser.

               FD SERVICIO-FILE.
                   COPY copyosrv.

               FD ACCESO-DATOS-FILE.
                   01 INFORME-LINE PIC X(120).

               FD ACCESO-LOG-FILE.
                   01 ACCESO-LOG-REG.
                       05 ALOG-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-HORA PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-OPERADOR PIC X(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-CLI-ID PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-NIF PIC X(9).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-FECHA-SOLICITUD PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-DIAS PIC 9(3).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-LINEAS PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 ALOG-PLAZO PIC X(12).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-DIRECCIONES PIC X(2).
               77 ST-MANDATOS PIC X(2).
               77 ST-XREF PIC X(2).
               77 ST-IDX PIC X(2).
               77 ST-FIDELIDAD PIC X(2).
               77 ST-FIDMOV PIC X(2).
               77 ST-VALES PIC X(2).
               77 ST-MOVIMIENTOS PIC X(2).
               77 ST-FACREG PIC X(2).
               77 ST-CAMEXT PIC X(2).
               77 ST-OPTOUT PIC X(2).
               77 ST-ENTREGAS PIC X(2).
               77 ST-PRESUPUESTOS PIC X(2).
               77 ST-ENCARGOS PIC X(2).
               77 ST-ALBARANES PIC X(2).
               77 ST-PLANES PIC X(2).
               77 ST-FALLIDOS PIC X(2).
               77 ST-SERIE PIC X(2).
               77 ST-SERVICIO PIC X(2).
               77 WS-P PIC 9(2).

               01 WS-XREF-OK PIC X VALUE 'N'.
                   88 XREF-DISPONIBLE VALUE 'S'.

               01 EOF-FICHERO PIC X VALUE 'N'.
                   88 FIN-FICHERO VALUE 'S'.
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.

      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico"; SIN LIMITES DE FECHA RECORRE TODAS LAS
      *>   PARTICIONES ANUALES Y EL ANO EN CURSO, Y POR CLIENTE ("K")
      *>   LAS LEE POR SU INDICE DE CLIENTES SI LO TIENEN
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).
               01 WS-HORA PIC 9(6).
               01 WS-CLI-ID PIC 9(8).
               01 WS-CLI-ID-TXT REDEFINES WS-CLI-ID PIC X(8).
               01 WS-NIF PIC X(9).
               01 WS-FECHA-SOLICITUD PIC 9(8).
               01 WS-DIAS PIC S9(5).
      *>   PLAZO LEGAL DE RESPUESTA AL DERECHO DE ACCESO: UN MES
               01 WS-DIAS-PLAZO PIC 9(3) VALUE 30.

               01 WS-LINEAS-SECCION PIC 9(6).
               01 WS-LINEAS-INFORME PIC 9(6) VALUE ZERO.
               01 WS-TITULO PIC X(60).

               01 WS-SALDO-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-IMPORTE-ED PIC -Z.ZZZ.ZZ9,99.
               01 WS-PUNTOS-ED PIC -ZZZ.ZZZ.ZZ9.

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
      *>   DERECHO DE ACCESO: REUNE EN UN SOLO DOCUMENTO TODO LO QUE
      *>   GUARDAMOS DE UN CLIENTE (POR CLI-ID O POR NIF) FICHERO A
      *>   FICHERO, Y DEJA CONSTANCIA DE LA SOLICITUD, EL OPERADOR Y
      *>   LOS DIAS TRANSCURRIDOS PARA ACREDITAR LA RESPUESTA EN PLAZO
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA.

               DISPLAY "ID cliente (0=buscar por NIF): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-CLI-ID.
               ACCEPT WS-CLI-ID.
               MOVE SPACES TO WS-NIF.
               IF WS-CLI-ID = ZERO
                   DISPLAY "NIF: " WITH NO ADVANCING
                   ACCEPT WS-NIF
               END-IF.
               DISPLAY "Fecha de recepcion de la solicitud "
                   "(AAAAMMDD, 0=hoy): " WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-SOLICITUD.
               ACCEPT WS-FECHA-SOLICITUD.
               IF WS-FECHA-SOLICITUD = ZERO
                   MOVE WS-HOY TO WS-FECHA-SOLICITUD
               END-IF.
               IF WS-FECHA-SOLICITUD > WS-HOY
                   DISPLAY "ERROR: la fecha de la solicitud es futura"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                       ST-CLIENTES ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-XREF-OK.
               OPEN INPUT XREF-FILE.
               IF ST-XREF = "00"
                   SET XREF-DISPONIBLE TO TRUE
               END-IF.

               PERFORM IDENTIFICAR-CLIENTE
                   THRU IDENTIFICAR-CLIENTE-EXIT.
               IF WS-CLI-ID = ZERO
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE CLIENTES-FILE
                   IF XREF-DISPONIBLE
                       CLOSE XREF-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT ACCESO-DATOS-FILE.
               MOVE ALL "=" TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.
               MOVE SPACES TO INFORME-LINE.
               STRING "INFORME DE DERECHO DE ACCESO - CLIENTE "
                   WS-CLI-ID " NIF " WS-NIF
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               MOVE SPACES TO INFORME-LINE.
               STRING "SOLICITUD RECIBIDA " WS-FECHA-SOLICITUD
                   "  EMITIDO " WS-HOY " " WS-HORA
                   "  OPERADOR " WS-OPERADOR
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               MOVE ALL "=" TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.

               PERFORM SECCION-CLIENTE.
               PERFORM SECCION-CONTACTO
                   THRU SECCION-CONTACTO-EXIT.
               PERFORM SECCION-DIRECCION
                   THRU SECCION-DIRECCION-EXIT.
               PERFORM SECCION-MANDATOS
                   THRU SECCION-MANDATOS-EXIT.
               PERFORM SECCION-CONTRATOS
                   THRU SECCION-CONTRATOS-EXIT.
               PERFORM SECCION-FIDELIDAD
                   THRU SECCION-FIDELIDAD-EXIT.
               PERFORM SECCION-VALES
                   THRU SECCION-VALES-EXIT.
               PERFORM SECCION-HISTORICO.
               PERFORM SECCION-SALDO
                   THRU SECCION-SALDO-EXIT.
               PERFORM SECCION-FACTURAS
                   THRU SECCION-FACTURAS-EXIT.
               PERFORM SECCION-ALBARANES
                   THRU SECCION-ALBARANES-EXIT.
               PERFORM SECCION-PLAN-PAGO
                   THRU SECCION-PLAN-PAGO-EXIT.
               PERFORM SECCION-FALLIDO
                   THRU SECCION-FALLIDO-EXIT.
               PERFORM SECCION-PRESUPUESTOS
                   THRU SECCION-PRESUPUESTOS-EXIT.
               PERFORM SECCION-ENCARGOS
                   THRU SECCION-ENCARGOS-EXIT.
               PERFORM SECCION-ENTREGAS
                   THRU SECCION-ENTREGAS-EXIT.
               PERFORM SECCION-NUMEROS-SERIE
                   THRU SECCION-NUMEROS-SERIE-EXIT.
               PERFORM SECCION-ORDENES-SERVICIO
                   THRU SECCION-ORDENES-SERVICIO-EXIT.
               PERFORM SECCION-CAMPANAS.

               MOVE ALL "=" TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.
               MOVE "FIN DEL INFORME" TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.
               CLOSE ACCESO-DATOS-FILE.

               CLOSE CLIENTES-FILE.
               IF XREF-DISPONIBLE
                   CLOSE XREF-FILE
               END-IF.

               PERFORM REGISTRAR-SOLICITUD.
               PERFORM CATALOGAR-INFORME.

               DISPLAY "Informe generado en acceso-datos.dat ("
                   WS-LINEAS-INFORME " lineas)".

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           IDENTIFICAR-CLIENTE.
      *>   POR NIF SE LLEGA AL CLIENTE A TRAVES DEL CRUCE; POR CLI-ID
      *>   SE BUSCA EN EL CRUCE SU NIF PARA LOS CONTRATOS
               IF WS-CLI-ID = ZERO
                   IF NOT XREF-DISPONIBLE
                       DISPLAY "No hay cruce NIF-cliente; indicar el "
                           "ID de cliente"
                       GO TO IDENTIFICAR-CLIENTE-EXIT
                   END-IF
                   MOVE WS-NIF TO XREF-NIF
                   READ XREF-FILE
                       INVALID KEY
                           DISPLAY "NIF no registrado (" ST-XREF ")"
                           GO TO IDENTIFICAR-CLIENTE-EXIT
                   END-READ
                   MOVE XREF-CLI-ID TO WS-CLI-ID
               ELSE
                   PERFORM BUSCAR-NIF-CLIENTE
               END-IF.

               MOVE WS-CLI-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "Cliente no encontrado ("
                           ST-CLIENTES ")"
                       MOVE ZERO TO WS-CLI-ID
               END-READ.

           IDENTIFICAR-CLIENTE-EXIT.
               EXIT.

           BUSCAR-NIF-CLIENTE.
               MOVE SPACES TO WS-NIF.
               IF XREF-DISPONIBLE
                   MOVE LOW-VALUES TO XREF-NIF
                   MOVE 'N' TO EOF-FICHERO
                   START XREF-FILE KEY IS NOT LESS THAN XREF-NIF
                       INVALID KEY
                           SET FIN-FICHERO TO TRUE
                   END-START
                   PERFORM UNTIL FIN-FICHERO
                       READ XREF-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               IF XREF-CLI-ID = WS-CLI-ID
                                   MOVE XREF-NIF TO WS-NIF
                                   SET FIN-FICHERO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           SECCION-CLIENTE.
               MOVE "clientes.dat - FICHA DE CLIENTE" TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               MOVE CLIENTE-SALDO TO WS-SALDO-ED.
               MOVE SPACES TO INFORME-LINE.
               STRING "  ID " CLI-ID "  NOMBRE " CLIENTE-NOMBRE
                   "  CATEGORIA " CLIENTE-CATEGORIA
                   "  SALDO " WS-SALDO-ED
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-DETALLE.
               IF WS-NIF NOT = SPACES
                   MOVE SPACES TO INFORME-LINE
                   STRING "  NIF " WS-NIF
                       " (contrato-clientes.dat)"
                       DELIMITED BY SIZE INTO INFORME-LINE
                   END-STRING
                   PERFORM ESCRIBIR-DETALLE
               END-IF.

           SECCION-CONTACTO.
               MOVE "contactos.dat - DATOS DE CONTACTO" TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT CONTACTOS-FILE.
               IF ST-CONTACTOS NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-CONTACTO-EXIT
               END-IF.
               MOVE WS-CLI-ID TO CONTACTO-CLI-ID.
               READ CONTACTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO INFORME-LINE
                       STRING "  EMAIL " CONTACTO-EMAIL
                           "  TELEFONO " CONTACTO-TELEFONO
                           "  CANAL " CONTACTO-CANAL
                           DELIMITED BY SIZE INTO INFORME-LINE
                       END-STRING
                       PERFORM ESCRIBIR-DETALLE
                       MOVE SPACES TO INFORME-LINE
                       STRING "  IBAN " CONTACTO-IBAN
                           "  MANDATO " CONTACTO-MANDATO
                           DELIMITED BY SIZE INTO INFORME-LINE
                       END-STRING
                       PERFORM ESCRIBIR-DETALLE
               END-READ.
               CLOSE CONTACTOS-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-CONTACTO-EXIT.
               EXIT.

           SECCION-DIRECCION.
               MOVE "direcciones-clientes.dat - DIRECCION POSTAL"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT DIRECCIONES-FILE.
               IF ST-DIRECCIONES NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-DIRECCION-EXIT
               END-IF.
               MOVE WS-CLI-ID TO DIR-CLI-ID.
               READ DIRECCIONES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO INFORME-LINE
                       STRING "  " DIR-CALLE " " DIR-CP
                           " " DIR-LOCALIDAD
                           " PROV " DIR-PROVINCIA " " DIR-PAIS
                           "  ALTA/CAMBIO " DIR-FECHA-CAMBIO
                           DELIMITED BY SIZE INTO INFORME-LINE
                       END-STRING
                       PERFORM ESCRIBIR-DETALLE
               END-READ.
               CLOSE DIRECCIONES-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-DIRECCION-EXIT.
               EXIT.

           SECCION-MANDATOS.
               MOVE "mandatos-sepa.dat - MANDATOS DE ADEUDO"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT MANDATOS-FILE.
               IF ST-MANDATOS NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-MANDATOS-EXIT
               END-IF.
               MOVE WS-CLI-ID TO MAND-CLI-ID.
               MOVE 'N' TO EOF-FICHERO.
               START MANDATOS-FILE KEY IS EQUAL TO MAND-CLI-ID
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ MANDATOS-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF MAND-CLI-ID NOT = WS-CLI-ID
                               SET FIN-FICHERO TO TRUE
                           ELSE
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " MAND-REFERENCIA
                                   "  IBAN " MAND-IBAN
                                   "  FIRMA " MAND-FECHA-FIRMA
                                   "  ULT.USO " MAND-FECHA-ULTIMO-USO
                                   "  ESTADO " MAND-ESTADO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MANDATOS-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-MANDATOS-EXIT.
               EXIT.

           SECCION-CONTRATOS.
      *>   LOS CONTRATOS NO LLEVAN CLI-ID: SE CASAN POR EL NIF DEL
      *>   TITULAR
               MOVE "contratos-idx.dat - CONTRATOS DEL TITULAR"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               IF WS-NIF = SPACES
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-CONTRATOS-EXIT
               END-IF.
               OPEN INPUT CONTRATO-IDX-FILE.
               IF ST-IDX NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-CONTRATOS-EXIT
               END-IF.
               MOVE LOW-VALUES TO CODIGO.
               MOVE 'N' TO EOF-FICHERO.
               START CONTRATO-IDX-FILE KEY IS NOT LESS THAN CODIGO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ CONTRATO-IDX-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF NIF = WS-NIF
                               MOVE IMP-LIM TO WS-IMPORTE-ED
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " CODIGO " " NOMBRE
                                   "  LIMITE " WS-IMPORTE-ED
                                   "  FIN " FEC-FIN
                                   "  ESTADO " ESTADO-CONTRATO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTRATO-IDX-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-CONTRATOS-EXIT.
               EXIT.

           SECCION-FIDELIDAD.
               MOVE "fidelidad.dat / fidelidad-movimientos.dat - PUNTOS"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT FIDELIDAD-FILE.
               IF ST-FIDELIDAD = "00"
                   MOVE WS-CLI-ID TO FID-CLI-ID
                   READ FIDELIDAD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FID-PUNTOS TO WS-PUNTOS-ED
                           MOVE SPACES TO INFORME-LINE
                           STRING "  SALDO DE PUNTOS " WS-PUNTOS-ED
                               DELIMITED BY SIZE INTO INFORME-LINE
                           END-STRING
                           PERFORM ESCRIBIR-DETALLE
                   END-READ
                   CLOSE FIDELIDAD-FILE
               END-IF.

               OPEN INPUT FIDELIDAD-MOVIMIENTOS-FILE.
               IF ST-FIDMOV NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-FIDELIDAD-EXIT
               END-IF.
               MOVE 'N' TO EOF-FICHERO.
               PERFORM UNTIL FIN-FICHERO
                   READ FIDELIDAD-MOVIMIENTOS-FILE
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF FIDMOV-CLI-ID = WS-CLI-ID
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " FIDMOV-FECHA
                                   " " FIDMOV-TIPO
                                   " " FIDMOV-PUNTOS
                                   " " FIDMOV-REFERENCIA
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE FIDELIDAD-MOVIMIENTOS-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-FIDELIDAD-EXIT.
               EXIT.

           SECCION-VALES.
               MOVE "vales-descuento.dat - VALES EMITIDOS" TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT VALES-FILE.
               IF ST-VALES NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-VALES-EXIT
               END-IF.
               MOVE LOW-VALUES TO VALE-NUMERO.
               MOVE 'N' TO EOF-FICHERO.
               START VALES-FILE KEY IS NOT LESS THAN VALE-NUMERO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ VALES-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF VALE-CLI-ID = WS-CLI-ID
                               MOVE VALE-IMPORTE TO WS-IMPORTE-ED
                               MOVE SPACES TO INFORME-LINE
                               STRING "  VALE " VALE-NUMERO
                                   "  EMITIDO " VALE-FECHA
                                   "  IMPORTE " WS-IMPORTE-ED
                                   "  CADUCA " VALE-CADUCIDAD
                                   "  ESTADO " VALE-ESTADO
                                   "  USO " VALE-FECHA-USO
                                   " " VALE-TIENDA-USO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE VALES-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-VALES-EXIT.
               EXIT.

           SECCION-HISTORICO.
               MOVE "ventas-historico (todos los anos) - COMPRAS"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               MOVE ZERO TO WS-LH-DESDE.
               MOVE ZERO TO WS-LH-HASTA.
               MOVE 'N' TO EOF-HIST.
               MOVE WS-CLI-ID TO HIST-CUST-ID.
               MOVE "K" TO WS-LH-OPERACION.
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
                       IF HIST-CUST-ID = WS-CLI-ID
                           MOVE HIST-IMPORTE TO WS-IMPORTE-ED
                           MOVE SPACES TO INFORME-LINE
                           STRING "  " HIST-SALE-DATE
                               " TIENDA " HIST-SHOP-ID
                               " " HIST-TIPO
                               " ART " HIST-ITEM-ID
                               " UDS " HIST-QTY
                               " IMPORTE " WS-IMPORTE-ED
                               " PAGO " HIST-PAY-METHOD
                               " TICKET " HIST-TICKET
                               DELIMITED BY SIZE INTO INFORME-LINE
                           END-STRING
                           PERFORM ESCRIBIR-DETALLE
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "no se emite el informe de acceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE ACCESO-DATOS-FILE
                   CLOSE CLIENTES-FILE
                   IF XREF-DISPONIBLE
                       CLOSE XREF-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               PERFORM CERRAR-SECCION.

           SECCION-SALDO.
               MOVE "saldo-movimientos.dat - MOVIMIENTOS DE CUENTA"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT SALDO-MOVIMIENTOS-FILE.
               IF ST-MOVIMIENTOS NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-SALDO-EXIT
               END-IF.
               MOVE 'N' TO EOF-FICHERO.
               PERFORM UNTIL FIN-FICHERO
                   READ SALDO-MOVIMIENTOS-FILE
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF MOV-CLI-ID = WS-CLI-ID
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " MOV-FECHA
                                   " " MOV-TIPO
                                   " " MOV-IMPORTE
                                   " SALDO " MOV-SALDO
                                   " " MOV-REFERENCIA
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE SALDO-MOVIMIENTOS-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-SALDO-EXIT.
               EXIT.

           SECCION-FACTURAS.
               MOVE "factura-registro.dat - FACTURAS EMITIDAS"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT FACTURA-REGISTRO-FILE.
               IF ST-FACREG NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-FACTURAS-EXIT
               END-IF.
               MOVE LOW-VALUES TO FREG-NUMERO.
               MOVE 'N' TO EOF-FICHERO.
               START FACTURA-REGISTRO-FILE
                   KEY IS NOT LESS THAN FREG-NUMERO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ FACTURA-REGISTRO-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF FREG-CLI-ID = WS-CLI-ID
                              OR (WS-NIF NOT = SPACES
                                  AND FREG-NIF = WS-NIF)
                               MOVE FREG-TOTAL TO WS-IMPORTE-ED
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " FREG-TIPO " " FREG-NUMERO
                                   "  FECHA " FREG-FECHA
                                   "  " FREG-NOMBRE
                                   "  NIF " FREG-NIF
                                   "  TOTAL " WS-IMPORTE-ED
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE FACTURA-REGISTRO-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-FACTURAS-EXIT.
               EXIT.

           SECCION-ENTREGAS.
               MOVE "entregas.dat - ENTREGAS A DOMICILIO" TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT ENTREGAS-FILE.
               IF ST-ENTREGAS NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-ENTREGAS-EXIT
               END-IF.
               MOVE LOW-VALUES TO ENT-NUMERO.
               MOVE 'N' TO EOF-FICHERO.
               START ENTREGAS-FILE KEY IS NOT LESS THAN ENT-NUMERO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ ENTREGAS-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF ENT-CLI-ID = WS-CLI-ID
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " ENT-NUMERO
                                   "  ALTA " ENT-FECHA-ALTA
                                   "  TIENDA " ENT-TIENDA
                                   "  TICKET " ENT-TICKET
                                   "  PEDIDA " ENT-FECHA-PEDIDA
                                   "  ESTADO " ENT-ESTADO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                               MOVE SPACES TO INFORME-LINE
                               STRING "    " ENT-NOMBRE
                                   " " ENT-DIRECCION
                                   " " ENT-CP " " ENT-LOCALIDAD
                                   "  TEL " ENT-TELEFONO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENTREGAS-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-ENTREGAS-EXIT.
               EXIT.

           SECCION-PRESUPUESTOS.
               MOVE "presupuestos-clientes.dat - PRESUPUESTOS"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT PRESUPUESTOS-CLIENTES-FILE.
               IF ST-PRESUPUESTOS NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-PRESUPUESTOS-EXIT
               END-IF.
               MOVE LOW-VALUES TO PCL-NUMERO.
               MOVE 'N' TO EOF-FICHERO.
               START PRESUPUESTOS-CLIENTES-FILE
                   KEY IS NOT LESS THAN PCL-NUMERO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ PRESUPUESTOS-CLIENTES-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF PCL-CLI-ID = WS-CLI-ID
                               MOVE PCL-TOTAL TO WS-IMPORTE-ED
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " PCL-NUMERO
                                   "  EMISION " PCL-FECHA-EMISION
                                   "  VALIDEZ " PCL-FECHA-VALIDEZ
                                   "  TIENDA " PCL-TIENDA
                                   "  TOTAL " WS-IMPORTE-ED
                                   "  ESTADO " PCL-ESTADO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PRESUPUESTOS-CLIENTES-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-PRESUPUESTOS-EXIT.
               EXIT.

           SECCION-ENCARGOS.
               MOVE "encargos.dat - ENCARGOS DE CLIENTE" TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT ENCARGOS-FILE.
               IF ST-ENCARGOS NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-ENCARGOS-EXIT
               END-IF.
               MOVE LOW-VALUES TO ENC-NUMERO.
               MOVE 'N' TO EOF-FICHERO.
               START ENCARGOS-FILE KEY IS NOT LESS THAN ENC-NUMERO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ ENCARGOS-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF ENC-CLI-ID = WS-CLI-ID
                               MOVE ENC-DEPOSITO TO WS-IMPORTE-ED
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " ENC-NUMERO
                                   "  ALTA " ENC-FECHA-ALTA
                                   "  TIENDA " ENC-TIENDA
                                   "  ARTICULO " ENC-ITEM-ID
                                   " x " ENC-QTY
                                   "  SENAL " WS-IMPORTE-ED
                                   "  ESTADO " ENC-ESTADO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENCARGOS-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-ENCARGOS-EXIT.
               EXIT.

           SECCION-ALBARANES.
               MOVE "albaranes.dat - ALBARANES DE ENTREGA" TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT ALBARANES-FILE.
               IF ST-ALBARANES NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-ALBARANES-EXIT
               END-IF.
               MOVE LOW-VALUES TO ALB-NUMERO.
               MOVE 'N' TO EOF-FICHERO.
               START ALBARANES-FILE KEY IS NOT LESS THAN ALB-NUMERO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ ALBARANES-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF ALB-CLI-ID = WS-CLI-ID
                               MOVE ALB-IMPORTE TO WS-IMPORTE-ED
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " ALB-NUMERO
                                   "  FECHA " ALB-FECHA
                                   "  TIENDA " ALB-TIENDA
                                   "  TICKET " ALB-TICKET
                                   "  IMPORTE " WS-IMPORTE-ED
                                   "  ESTADO " ALB-ESTADO
                                   "  FACTURA " ALB-FACTURA
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ALBARANES-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-ALBARANES-EXIT.
               EXIT.

           SECCION-PLAN-PAGO.
               MOVE "planes-pago.dat - PLAN DE PAGO APLAZADO"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT PLANES-PAGO-FILE.
               IF ST-PLANES NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-PLAN-PAGO-EXIT
               END-IF.
               MOVE WS-CLI-ID TO PLAN-CLI-ID.
               READ PLANES-PAGO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLAN-IMPORTE TO WS-IMPORTE-ED
                       MOVE SPACES TO INFORME-LINE
                       STRING "  FECHA " PLAN-FECHA
                           "  IMPORTE " WS-IMPORTE-ED
                           "  PLAZOS " PLAN-NUM-PLAZOS
                           "  ESTADO " PLAN-ESTADO
                           " DESDE " PLAN-FECHA-ESTADO
                           DELIMITED BY SIZE INTO INFORME-LINE
                       END-STRING
                       PERFORM ESCRIBIR-DETALLE
                       PERFORM VARYING WS-P FROM 1 BY 1
                               UNTIL WS-P > PLAN-NUM-PLAZOS
                           MOVE PLZ-IMPORTE (WS-P) TO WS-IMPORTE-ED
                           MOVE PLZ-PAGADO (WS-P) TO WS-SALDO-ED
                           MOVE SPACES TO INFORME-LINE
                           STRING "    VENCE " PLZ-VENCIMIENTO (WS-P)
                               "  IMPORTE " WS-IMPORTE-ED
                               "  PAGADO " WS-SALDO-ED
                               DELIMITED BY SIZE INTO INFORME-LINE
                           END-STRING
                           PERFORM ESCRIBIR-DETALLE
                       END-PERFORM
               END-READ.
               CLOSE PLANES-PAGO-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-PLAN-PAGO-EXIT.
               EXIT.

           SECCION-FALLIDO.
               MOVE "clientes-fallidos.dat - BAJA POR FALLIDO"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT FALLIDOS-FILE.
               IF ST-FALLIDOS NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-FALLIDO-EXIT
               END-IF.
               MOVE WS-CLI-ID TO FAL-CLI-ID.
               READ FALLIDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAL-IMPORTE TO WS-IMPORTE-ED
                       MOVE FAL-RECUPERADO TO WS-SALDO-ED
                       MOVE SPACES TO INFORME-LINE
                       STRING "  FECHA " FAL-FECHA
                           "  DEUDA " WS-IMPORTE-ED
                           "  MOTIVO " FAL-MOTIVO
                           "  RECUPERADO " WS-SALDO-ED
                           DELIMITED BY SIZE INTO INFORME-LINE
                       END-STRING
                       PERFORM ESCRIBIR-DETALLE
               END-READ.
               CLOSE FALLIDOS-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-FALLIDO-EXIT.
               EXIT.

           SECCION-NUMEROS-SERIE.
               MOVE "numeros-serie.dat - UNIDADES CON NUMERO DE SERIE"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT NUMEROS-SERIE-FILE.
               IF ST-SERIE NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-NUMEROS-SERIE-EXIT
               END-IF.
               MOVE WS-CLI-ID TO NSE-CUST-ID.
               MOVE 'N' TO EOF-FICHERO.
               START NUMEROS-SERIE-FILE KEY IS EQUAL TO NSE-CUST-ID
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ NUMEROS-SERIE-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF NSE-CUST-ID NOT = WS-CLI-ID
                               SET FIN-FICHERO TO TRUE
                           ELSE
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " NSE-ITEM-ID
                                   "  SERIE " NSE-SERIE
                                   "  VENTA " NSE-FECHA-VENTA
                                   "  TIENDA " NSE-TIENDA
                                   "  TICKET " NSE-TICKET
                                   "  GARANTIA " NSE-FIN-GARANTIA
                                   "  ESTADO " NSE-ESTADO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE NUMEROS-SERIE-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-NUMEROS-SERIE-EXIT.
               EXIT.

           SECCION-ORDENES-SERVICIO.
               MOVE "ordenes-servicio.dat - ORDENES DE REPARACION"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT SERVICIO-FILE.
               IF ST-SERVICIO NOT = "00"
                   PERFORM CERRAR-SECCION
                   GO TO SECCION-ORDENES-SERVICIO-EXIT
               END-IF.
               MOVE LOW-VALUES TO OSV-NUMERO.
               MOVE 'N' TO EOF-FICHERO.
               START SERVICIO-FILE KEY IS NOT LESS THAN OSV-NUMERO
                   INVALID KEY
                       SET FIN-FICHERO TO TRUE
               END-START.
               PERFORM UNTIL FIN-FICHERO
                   READ SERVICIO-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF OSV-CUST-ID = WS-CLI-ID
                               MOVE SPACES TO INFORME-LINE
                               STRING "  " OSV-NUMERO
                                   "  RECIBIDA " OSV-FECHA-RECEPCION
                                   "  TIENDA " OSV-TIENDA
                                   "  " OSV-ITEM-ID
                                   "  SERIE " OSV-SERIE
                                   "  ESTADO " OSV-ESTADO
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                               MOVE SPACES TO INFORME-LINE
                               STRING "    AVERIA " OSV-AVERIA
                                   DELIMITED BY SIZE INTO INFORME-LINE
                               END-STRING
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE SERVICIO-FILE.
               PERFORM CERRAR-SECCION.

           SECCION-ORDENES-SERVICIO-EXIT.
               EXIT.

           SECCION-CAMPANAS.
               MOVE "campanas-extracto.dat - CAMPANAS DE MARKETING"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT CAMPANAS-EXTRACTO-FILE.
               IF ST-CAMEXT = "00"
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ CAMPANAS-EXTRACTO-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               IF CAMEXT-CLI-ID = WS-CLI-ID-TXT
                                   MOVE SPACES TO INFORME-LINE
                                   STRING "  " CAMEXT-LINE (1:110)
                                       DELIMITED BY SIZE
                                       INTO INFORME-LINE
                                   END-STRING
                                   PERFORM ESCRIBIR-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPANAS-EXTRACTO-FILE
               END-IF.
               PERFORM CERRAR-SECCION.

               MOVE "campanas-optout.dat - OPOSICION A COMUNICACIONES"
                   TO WS-TITULO.
               PERFORM ABRIR-SECCION.
               OPEN INPUT OPTOUT-FILE.
               IF ST-OPTOUT = "00"
                   MOVE 'N' TO EOF-FICHERO
                   PERFORM UNTIL FIN-FICHERO
                       READ OPTOUT-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               IF OPT-CLI-ID = WS-CLI-ID
                                   MOVE "  EL CLIENTE SE HA OPUESTO A "
                                       & "RECIBIR CAMPANAS COMERCIALES"
                                       TO INFORME-LINE
                                   PERFORM ESCRIBIR-DETALLE
                                   SET FIN-FICHERO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPTOUT-FILE
               END-IF.
               PERFORM CERRAR-SECCION.

           ABRIR-SECCION.
               MOVE SPACES TO INFORME-LINE.
               PERFORM ESCRIBIR-LINEA.
               MOVE SPACES TO INFORME-LINE.
               STRING "--- " WS-TITULO
                   DELIMITED BY SIZE INTO INFORME-LINE
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               MOVE ZERO TO WS-LINEAS-SECCION.

           CERRAR-SECCION.
               IF WS-LINEAS-SECCION = ZERO
                   MOVE "  (sin datos)" TO INFORME-LINE
                   PERFORM ESCRIBIR-LINEA
               END-IF.

           ESCRIBIR-DETALLE.
               ADD 1 TO WS-LINEAS-SECCION.
               ADD 1 TO WS-JOB-LEIDOS.
               PERFORM ESCRIBIR-LINEA.

           ESCRIBIR-LINEA.
               WRITE INFORME-LINE.
               ADD 1 TO WS-LINEAS-INFORME.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-SOLICITUD.
      *>   REGISTRO PERMANENTE DE SOLICITUDES ATENDIDAS: FECHA,
      *>   OPERADOR, CLIENTE Y DIAS DESDE LA RECEPCION, CON LA MARCA
      *>   DE SI SE RESPONDIO DENTRO DEL PLAZO LEGAL
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-HOY)
                   - FUNCTION INTEGER-OF-DATE (WS-FECHA-SOLICITUD).
               MOVE WS-HOY TO ALOG-FECHA.
               MOVE WS-HORA TO ALOG-HORA.
               MOVE WS-OPERADOR TO ALOG-OPERADOR.
               MOVE WS-CLI-ID TO ALOG-CLI-ID.
               MOVE WS-NIF TO ALOG-NIF.
               MOVE WS-FECHA-SOLICITUD TO ALOG-FECHA-SOLICITUD.
               MOVE WS-DIAS TO ALOG-DIAS.
               MOVE WS-LINEAS-INFORME TO ALOG-LINEAS.
               IF WS-DIAS > WS-DIAS-PLAZO
                   MOVE "FUERA PLAZO" TO ALOG-PLAZO
                   DISPLAY "AVISO: respuesta fuera del plazo legal ("
                       WS-DIAS " dias desde la solicitud)"
               ELSE
                   MOVE "EN PLAZO" TO ALOG-PLAZO
               END-IF.
               OPEN EXTEND ACCESO-LOG-FILE.
               WRITE ACCESO-LOG-REG.
               CLOSE ACCESO-LOG-FILE.

           CATALOGAR-INFORME.
               MOVE "acceso-datos.dat" TO WS-SPOOL-NOMBRE.
               MOVE "ACCESO-DATOS" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "ACCESO-DATOS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM ACCESO-DATOS.
