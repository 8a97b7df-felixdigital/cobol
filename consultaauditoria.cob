       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-AUDITORIA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL CONTRATO-AUDIT-FILE
                   ASSIGN TO "contrato-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT OPTIONAL PARAMETROS-AUDIT-FILE
                   ASSIGN TO "parametros-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT OPTIONAL INVENTARIO-AUDIT-FILE
                   ASSIGN TO "inventario-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT OPTIONAL COSTE-AUDIT-FILE
                   ASSIGN TO "coste-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT OPTIONAL FUSIONES-AUDIT-FILE
                   ASSIGN TO "fusiones-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT OPTIONAL ANONIMIZACION-AUDIT-FILE
                   ASSIGN TO "anonimizacion-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT OPTIONAL SECUENCIAS-AUDIT-FILE
                   ASSIGN TO "secuencias-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT OPTIONAL SESION-AUDIT-FILE
                   ASSIGN TO "sesion-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-AUDIT.

                   SELECT AUDITORIA-REPORT-FILE
                   ASSIGN TO "auditoria-consulta.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT AUDITORIA-EXPORT-FILE
                   ASSIGN TO "auditoria-export.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *>   CADA PROGRAMA DE MANTENIMIENTO DEJA SU PROPIA PISTA DE
      *>   AUDITORIA CON SU PROPIO FORMATO; AQUI SE LEEN TODAS
               FD CONTRATO-AUDIT-FILE.
                   01 CONTRATO-AUDIT-REG.
                       05 AUD-FECHA PIC 9(8).
                       05 AUD-HORA PIC 9(6).
                       05 AUD-SEQ PIC 9(8).
                       05 AUD-OPERACION PIC X(1).
                       05 AUD-ANTES PIC X(80).
                       05 AUD-DESPUES PIC X(80).
                       05 AUD-OPERADOR PIC X(8).
                       05 AUD-APROBADOR PIC X(8).

               FD PARAMETROS-AUDIT-FILE.
                   01 PARAMETROS-AUDIT-REG.
                       05 PAUD-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 PAUD-HORA PIC 9(6).
                       05 FILLER PIC X.
                       05 PAUD-OPERADOR PIC X(8).
                       05 FILLER PIC X.
                       05 PAUD-FICHERO PIC X(24).
                       05 FILLER PIC X.
                       05 PAUD-CLAVE PIC X(10).
                       05 FILLER PIC X.
                       05 PAUD-VALOR-ANTERIOR PIC X(14).
                       05 FILLER PIC X.
                       05 PAUD-VALOR-NUEVO PIC X(14).

               FD INVENTARIO-AUDIT-FILE.
                   01 INVENTARIO-AUDIT-REG.
                       05 IAUD-FECHA PIC 9(8).
                       05 IAUD-HORA PIC 9(6).
                       05 IAUD-SEQ PIC 9(8).
                       05 IAUD-OPERACION PIC X(1).
                       05 IAUD-ANTES PIC X(80).
                       05 IAUD-DESPUES PIC X(80).

               FD COSTE-AUDIT-FILE.
                   COPY copycaud.

               FD FUSIONES-AUDIT-FILE.
                   01 FUSION-AUDIT-REG.
                       05 FUS-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 FUS-HORA PIC 9(6).
                       05 FILLER PIC X.
                       05 FUS-SUPERVIVIENTE PIC 9(8).
                       05 FILLER PIC X.
                       05 FUS-DUPLICADO PIC 9(8).
                       05 FILLER PIC X.
                       05 FUS-SALDO-MOVIDO PIC -9(8),99.
                       05 FILLER PIC X.
                       05 FUS-PUNTOS-MOVIDOS PIC -9(9).
                       05 FILLER PIC X.
                       05 FUS-HIST-REPUNTADOS PIC 9(5).

      *>   UN CERTIFICADO POR CLIENTE: CABECERA CON FECHA, HORA Y
      *>   CLIENTE, Y UNA LINEA SANGRADA POR FICHERO LIMPIADO
               FD ANONIMIZACION-AUDIT-FILE.
                   01 ANONIMIZACION-AUDIT-LINE PIC X(100).
                   01 ANONIMIZACION-CABECERA REDEFINES
                       ANONIMIZACION-AUDIT-LINE.
                       05 ANON-TITULO PIC X(29).
                       05 ANON-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 ANON-HORA PIC 9(6).
                       05 FILLER PIC X(9).
                       05 ANON-CLIENTE PIC X(8).
                       05 FILLER PIC X(39).

               FD SECUENCIAS-AUDIT-FILE.
                   01 SECUENCIA-AUDIT-REG.
                       05 SAUD-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 SAUD-HORA PIC 9(6).
                       05 FILLER PIC X.
                       05 SAUD-NOMBRE PIC X(10).
                       05 FILLER PIC X.
                       05 SAUD-VALOR-ANTERIOR PIC 9(8).
                       05 FILLER PIC X.
                       05 SAUD-VALOR-NUEVO PIC 9(8).

               FD SESION-AUDIT-FILE.
                   01 SESION-AUDIT-REG.
                       05 SES-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 SES-HORA PIC 9(6).
                       05 FILLER PIC X.
                       05 SES-OPERADOR PIC X(8).
                       05 FILLER PIC X.
                       05 SES-OPCION PIC X(5).

               FD AUDITORIA-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

      *>   FICHERO PARA LOS AUDITORES EXTERNOS: UNA CABECERA "C" CON
      *>   LOS CRITERIOS DE LA CONSULTA, UN REGISTRO "D" POR APUNTE EN
      *>   ORDEN CRONOLOGICO Y UN PIE "T" CON EL NUMERO DE APUNTES
               FD AUDITORIA-EXPORT-FILE.
                   01 EXPORT-LINE PIC X(270).
                   01 EXPORT-CABECERA REDEFINES EXPORT-LINE.
                       05 EXC-TIPO-REG PIC X(1).
                       05 EXC-OPERADOR PIC X(8).
                       05 EXC-DESDE PIC 9(8).
                       05 EXC-HASTA PIC 9(8).
                       05 EXC-PROGRAMA PIC X(20).
                       05 EXC-CLAVE PIC X(24).
                       05 EXC-GENERADO PIC 9(14).
                       05 FILLER PIC X(187).
                   01 EXPORT-DETALLE REDEFINES EXPORT-LINE.
                       05 EXD-TIPO-REG PIC X(1).
                       05 EXD-FECHA PIC 9(8).
                       05 EXD-HORA PIC 9(6).
                       05 EXD-ORIGEN PIC X(24).
                       05 EXD-PROGRAMA PIC X(20).
                       05 EXD-OPERADOR PIC X(8).
                       05 EXD-OPERACION PIC X(10).
                       05 EXD-CLAVE PIC X(24).
                       05 EXD-ANTES PIC X(80).
                       05 EXD-DESPUES PIC X(80).
                       05 FILLER PIC X(9).
                   01 EXPORT-PIE REDEFINES EXPORT-LINE.
                       05 EXT-TIPO-REG PIC X(1).
                       05 EXT-APUNTES PIC 9(7).
                       05 FILLER PIC X(262).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-AUDIT PIC X(2).

               01 EOF-AUDIT PIC X VALUE 'N'.
                   88 FIN-AUDIT VALUE 'S'.

      *>   CRITERIOS DE BUSQUEDA; EN BLANCO O CERO NO FILTRAN
               01 WS-FILTRO-OPERADOR PIC X(8).
               01 WS-FILTRO-DESDE PIC 9(8).
               01 WS-FILTRO-HASTA PIC 9(8).
               01 WS-FILTRO-PROGRAMA PIC X(20).
               01 WS-FILTRO-CLAVE PIC X(24).
               01 WS-EXPORTAR PIC X(1).
                   88 EXPORTAR-SI VALUE "S" "s".

      *>   APUNTE LEIDO YA LLEVADO AL FORMATO COMUN; LA SEGUNDA CLAVE
      *>   ES LA OTRA PARTE DEL APUNTE CUANDO LA HAY (EL CLIENTE
      *>   DUPLICADO DE UNA FUSION, LA TIENDA DE UN AJUSTE DE STOCK)
      *>   Y EL SEGUNDO OPERADOR ES EL APROBADOR DE UN CONTRATO
               01 WS-CANDIDATO.
                   05 WS-CAND-ORDEN.
                       10 WS-CAND-FECHA PIC 9(8).
                       10 WS-CAND-HORA PIC 9(6).
                   05 WS-CAND-ORIGEN PIC X(24).
                   05 WS-CAND-PROGRAMA PIC X(20).
                   05 WS-CAND-OPERADOR PIC X(8).
                   05 WS-CAND-OPERACION PIC X(10).
                   05 WS-CAND-CLAVE PIC X(24).
                   05 WS-CAND-ANTES PIC X(80).
                   05 WS-CAND-DESPUES PIC X(80).
               01 WS-CAND-CLAVE-2 PIC X(24).
               01 WS-CAND-OPERADOR-2 PIC X(8).
               01 WS-CAND-VALIDO PIC X VALUE 'N'.
                   88 CAND-VALIDO VALUE 'S'.

               01 WS-AUD-TABLA.
                   05 WS-AUD-ENTRADA OCCURS 2000 TIMES.
                       10 WS-AUD-ORDEN.
                           15 WS-AUD-FECHA PIC 9(8).
                           15 WS-AUD-HORA PIC 9(6).
                       10 WS-AUD-ORIGEN PIC X(24).
                       10 WS-AUD-PROGRAMA PIC X(20).
                       10 WS-AUD-OPERADOR PIC X(8).
                       10 WS-AUD-OPERACION PIC X(10).
                       10 WS-AUD-CLAVE PIC X(24).
                       10 WS-AUD-ANTES PIC X(80).
                       10 WS-AUD-DESPUES PIC X(80).
               01 WS-AUD-N PIC 9(4) VALUE ZERO.
               01 WS-AUD-DESCARTADOS PIC 9(5) VALUE ZERO.
               01 WS-AUD-AUX PIC X(260).
               01 WS-I PIC 9(4).
               01 WS-J PIC 9(4).

      *>   LAS LINEAS DE DETALLE DE UN CERTIFICADO SE INCLUYEN SI SU
      *>   CABECERA PASO LOS CRITERIOS
               01 WS-ANON-INCLUIDO PIC X VALUE 'N'.
                   88 ANON-INCLUIDO VALUE 'S'.
               01 WS-ANON-CABECERA PIC X(260).

               01 WS-SIN-OPERADOR PIC 9(5) VALUE ZERO.
               01 WS-VALOR-ED PIC Z(7)9.

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
      *>   CONSULTA UNICA SOBRE TODAS LAS PISTAS DE AUDITORIA: BUSCA
      *>   POR OPERADOR, RANGO DE FECHAS, PROGRAMA O CLAVE DE REGISTRO
      *>   Y MUESTRA LOS APUNTES MEZCLADOS EN ORDEN CRONOLOGICO CON
      *>   LOS VALORES ANTES Y DESPUES CUANDO EL FICHERO LOS GUARDA
               DISPLAY "Operador (blanco = todos): " WITH NO ADVANCING.
               ACCEPT WS-FILTRO-OPERADOR.
               DISPLAY "Desde fecha (AAAAMMDD, 0 = sin limite): "
                   WITH NO ADVANCING.
               ACCEPT WS-FILTRO-DESDE.
               DISPLAY "Hasta fecha (AAAAMMDD, 0 = sin limite): "
                   WITH NO ADVANCING.
               ACCEPT WS-FILTRO-HASTA.
               IF WS-FILTRO-HASTA = ZERO
                   MOVE 99999999 TO WS-FILTRO-HASTA
               END-IF.
               DISPLAY "Programa (blanco = todos): " WITH NO ADVANCING.
               ACCEPT WS-FILTRO-PROGRAMA.
               INSPECT WS-FILTRO-PROGRAMA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               DISPLAY "Clave de registro (blanco = todas): "
                   WITH NO ADVANCING.
               ACCEPT WS-FILTRO-CLAVE.

               PERFORM CARGAR-AUDIT-CONTRATOS.
               PERFORM CARGAR-AUDIT-PARAMETROS.
               PERFORM CARGAR-AUDIT-INVENTARIO.
               PERFORM CARGAR-AUDIT-COSTES.
               PERFORM CARGAR-AUDIT-FUSIONES.
               PERFORM CARGAR-AUDIT-ANONIMIZACION.
               PERFORM CARGAR-AUDIT-SECUENCIAS.
               PERFORM CARGAR-AUDIT-SESIONES.

               PERFORM ORDENAR-APUNTES.
               PERFORM ESCRIBIR-INFORME.

               MOVE "auditoria-consulta.dat" TO WS-SPOOL-NOMBRE.
               MOVE "CONSULTA-AUDITORIA" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               IF WS-AUD-N > ZERO
                   DISPLAY "Exportar para auditores externos (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-EXPORTAR
                   IF EXPORTAR-SI
                       PERFORM EXPORTAR-APUNTES
                   END-IF
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-AUDIT-CONTRATOS.
      *>   IMAGEN COMPLETA DEL CONTRATO ANTES Y DESPUES; LA
      *>   REVALORIZACION POR IPC APUNTA CON OPERACION "V" Y SIN
      *>   OPERADOR, EL RESTO SON DEL MANTENIMIENTO DE CONTRATOS
               MOVE 'N' TO EOF-AUDIT.
               OPEN INPUT CONTRATO-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ CONTRATO-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREPARAR-APUNTE-CONTRATO
                               PERFORM FILTRAR-APUNTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE CONTRATO-AUDIT-FILE.

           PREPARAR-APUNTE-CONTRATO.
               PERFORM LIMPIAR-CANDIDATO.
               MOVE AUD-FECHA TO WS-CAND-FECHA.
               MOVE AUD-HORA TO WS-CAND-HORA.
               MOVE "contrato-audit.dat" TO WS-CAND-ORIGEN.
               MOVE AUD-OPERADOR TO WS-CAND-OPERADOR.
               MOVE AUD-APROBADOR TO WS-CAND-OPERADOR-2.
               IF AUD-DESPUES (1:10) NOT = SPACES
                   MOVE AUD-DESPUES (1:10) TO WS-CAND-CLAVE
               ELSE
                   MOVE AUD-ANTES (1:10) TO WS-CAND-CLAVE
               END-IF.
               MOVE AUD-ANTES TO WS-CAND-ANTES.
               MOVE AUD-DESPUES TO WS-CAND-DESPUES.
               MOVE "MANTCONTRATO" TO WS-CAND-PROGRAMA.
               EVALUATE AUD-OPERACION
                   WHEN "A"
                       MOVE "ALTA" TO WS-CAND-OPERACION
                   WHEN "C"
                       MOVE "CAMBIO" TO WS-CAND-OPERACION
                   WHEN "B"
                       MOVE "BAJA" TO WS-CAND-OPERACION
                   WHEN "P"
                       MOVE "PROPUESTA" TO WS-CAND-OPERACION
                   WHEN "L"
                       MOVE "APROBADA" TO WS-CAND-OPERACION
                   WHEN "R"
                       MOVE "RECHAZADA" TO WS-CAND-OPERACION
                   WHEN "V"
                       MOVE "IPC" TO WS-CAND-OPERACION
                       MOVE "REVALORIZACION-IPC" TO WS-CAND-PROGRAMA
                   WHEN OTHER
                       MOVE AUD-OPERACION TO WS-CAND-OPERACION
               END-EVALUATE.

           CARGAR-AUDIT-PARAMETROS.
      *>   PISTA COMPARTIDA POR VARIOS MANTENIMIENTOS; EL ORIGEN QUE
      *>   SE MUESTRA ES EL FICHERO MANTENIDO Y DE EL SALE EL PROGRAMA
               MOVE 'N' TO EOF-AUDIT.
               OPEN INPUT PARAMETROS-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ PARAMETROS-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREPARAR-APUNTE-PARAMETRO
                               PERFORM FILTRAR-APUNTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE PARAMETROS-AUDIT-FILE.

           PREPARAR-APUNTE-PARAMETRO.
               PERFORM LIMPIAR-CANDIDATO.
               MOVE PAUD-FECHA TO WS-CAND-FECHA.
               MOVE PAUD-HORA TO WS-CAND-HORA.
               MOVE PAUD-FICHERO TO WS-CAND-ORIGEN.
               MOVE PAUD-OPERADOR TO WS-CAND-OPERADOR.
               MOVE PAUD-CLAVE TO WS-CAND-CLAVE.
               MOVE "CAMBIO" TO WS-CAND-OPERACION.
               MOVE PAUD-VALOR-ANTERIOR TO WS-CAND-ANTES.
               MOVE PAUD-VALOR-NUEVO TO WS-CAND-DESPUES.
               EVALUATE PAUD-FICHERO
                   WHEN "direcciones-clientes.dat"
                       MOVE "MANT-DIRECCIONES" TO WS-CAND-PROGRAMA
                   WHEN "mandatos-sepa.dat"
                       MOVE "MANT-MANDATOS" TO WS-CAND-PROGRAMA
                   WHEN "propuesta-pagos.dat"
                       MOVE "PAGOS-PROVEEDOR" TO WS-CAND-PROGRAMA
                   WHEN "promociones.dat"
                       MOVE "MANT-PROMOCIONES" TO WS-CAND-PROGRAMA
                   WHEN "avales-contrato.dat"
                       MOVE "MANT-AVALES" TO WS-CAND-PROGRAMA
                   WHEN "planes-pago.dat"
                       MOVE "PLANES-PAGO" TO WS-CAND-PROGRAMA
                   WHEN "facturas-proveedor.dat"
                       MOVE "FACTURAS-PROVEEDOR" TO WS-CAND-PROGRAMA
                   WHEN OTHER
                       MOVE "MANT-PARAMETROS" TO WS-CAND-PROGRAMA
               END-EVALUATE.

           CARGAR-AUDIT-INVENTARIO.
      *>   AJUSTES DEL RECUENTO FISICO; NO GUARDA OPERADOR
               MOVE 'N' TO EOF-AUDIT.
               OPEN INPUT INVENTARIO-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ INVENTARIO-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREPARAR-APUNTE-INVENTARIO
                               PERFORM FILTRAR-APUNTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE INVENTARIO-AUDIT-FILE.

           PREPARAR-APUNTE-INVENTARIO.
      *>   "ITEM xxxxxxxx ..." EN EL LIBRO CENTRAL Y
      *>   "TIENDA xxxxx ITEM xxxxxxxx ..." EN EL DE TIENDA
               PERFORM LIMPIAR-CANDIDATO.
               MOVE IAUD-FECHA TO WS-CAND-FECHA.
               MOVE IAUD-HORA TO WS-CAND-HORA.
               MOVE "inventario-audit.dat" TO WS-CAND-ORIGEN.
               MOVE "INVENTARIO-FISICO" TO WS-CAND-PROGRAMA.
               MOVE "RECUENTO" TO WS-CAND-OPERACION.
               MOVE IAUD-ANTES TO WS-CAND-ANTES.
               MOVE IAUD-DESPUES TO WS-CAND-DESPUES.
               IF IAUD-DESPUES (1:5) = "ITEM "
                   MOVE IAUD-DESPUES (6:8) TO WS-CAND-CLAVE
               END-IF.
               IF IAUD-DESPUES (1:7) = "TIENDA "
                   MOVE IAUD-DESPUES (19:8) TO WS-CAND-CLAVE
                   MOVE IAUD-DESPUES (8:5) TO WS-CAND-CLAVE-2
               END-IF.

           CARGAR-AUDIT-COSTES.
      *>   CAMBIOS DE COSTE DEL MAESTRO DE ARTICULOS; SIN HORA NI
      *>   OPERADOR. EL ORIGEN DICE QUE PROGRAMA LO CAMBIO
               MOVE 'N' TO EOF-AUDIT.
               OPEN INPUT COSTE-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ COSTE-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREPARAR-APUNTE-COSTE
                               PERFORM FILTRAR-APUNTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE COSTE-AUDIT-FILE.

           PREPARAR-APUNTE-COSTE.
               PERFORM LIMPIAR-CANDIDATO.
               MOVE CAUD-FECHA TO WS-CAND-FECHA.
               MOVE "coste-audit.dat" TO WS-CAND-ORIGEN.
               MOVE CAUD-ITEM-ID TO WS-CAND-CLAVE.
               MOVE "COSTE" TO WS-CAND-OPERACION.
               STRING "COSTE " CAUD-COSTE-ANTERIOR
                   DELIMITED BY SIZE INTO WS-CAND-ANTES
               END-STRING.
               STRING "COSTE " CAUD-COSTE-NUEVO " (" CAUD-ORIGEN ")"
                   DELIMITED BY SIZE INTO WS-CAND-DESPUES
               END-STRING.
               IF CAUD-ORIGEN (1:10) = "RECEPCION "
                   MOVE "RECEPCION-PEDIDOS" TO WS-CAND-PROGRAMA
               ELSE
                   MOVE "CARGA-CATALOGO" TO WS-CAND-PROGRAMA
               END-IF.

           CARGAR-AUDIT-FUSIONES.
      *>   FUSION DE CLIENTES DUPLICADOS; NO GUARDA OPERADOR
               MOVE 'N' TO EOF-AUDIT.
               OPEN INPUT FUSIONES-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ FUSIONES-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREPARAR-APUNTE-FUSION
                               PERFORM FILTRAR-APUNTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE FUSIONES-AUDIT-FILE.

           PREPARAR-APUNTE-FUSION.
               PERFORM LIMPIAR-CANDIDATO.
               MOVE FUS-FECHA TO WS-CAND-FECHA.
               MOVE FUS-HORA TO WS-CAND-HORA.
               MOVE "fusiones-audit.dat" TO WS-CAND-ORIGEN.
               MOVE "FUSION-CLIENTES" TO WS-CAND-PROGRAMA.
               MOVE "FUSION" TO WS-CAND-OPERACION.
               MOVE FUS-SUPERVIVIENTE TO WS-CAND-CLAVE.
               MOVE FUS-DUPLICADO TO WS-CAND-CLAVE-2.
               STRING "CLIENTE DUPLICADO " FUS-DUPLICADO
                   DELIMITED BY SIZE INTO WS-CAND-ANTES
               END-STRING.
               STRING "FUSIONADO EN " FUS-SUPERVIVIENTE
                   " SALDO " FUS-SALDO-MOVIDO
                   " PUNTOS " FUS-PUNTOS-MOVIDOS
                   " HIST " FUS-HIST-REPUNTADOS
                   DELIMITED BY SIZE INTO WS-CAND-DESPUES
               END-STRING.

           CARGAR-AUDIT-ANONIMIZACION.
      *>   CERTIFICADOS DE ANONIMIZACION; LA CABECERA DA FECHA, HORA
      *>   Y CLIENTE Y CADA LINEA SANGRADA SE LISTA COMO DETALLE
               MOVE 'N' TO EOF-AUDIT.
               MOVE 'N' TO WS-ANON-INCLUIDO.
               OPEN INPUT ANONIMIZACION-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ ANONIMIZACION-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM TRATAR-LINEA-ANONIMIZACION
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE ANONIMIZACION-AUDIT-FILE.

           TRATAR-LINEA-ANONIMIZACION.
               IF ANON-TITULO = "CERTIFICADO DE ANONIMIZACION "
                   PERFORM LIMPIAR-CANDIDATO
                   IF ANON-FECHA IS NUMERIC
                       MOVE ANON-FECHA TO WS-CAND-FECHA
                   END-IF
                   IF ANON-HORA IS NUMERIC
                       MOVE ANON-HORA TO WS-CAND-HORA
                   END-IF
                   MOVE "anonimizacion-audit.dat" TO WS-CAND-ORIGEN
                   MOVE "ANONIMIZA-CLIENTE" TO WS-CAND-PROGRAMA
                   MOVE "ANONIMIZA" TO WS-CAND-OPERACION
                   MOVE ANON-CLIENTE TO WS-CAND-CLAVE
                   MOVE "DATOS PERSONALES DEL CLIENTE" TO WS-CAND-ANTES
                   MOVE "ANONIMIZADOS" TO WS-CAND-DESPUES
                   MOVE WS-AUD-N TO WS-I
                   PERFORM FILTRAR-APUNTE
                   MOVE 'N' TO WS-ANON-INCLUIDO
                   IF WS-AUD-N > WS-I
                       SET ANON-INCLUIDO TO TRUE
                       MOVE WS-CANDIDATO TO WS-ANON-CABECERA
                   END-IF
               ELSE
                   IF ANON-INCLUIDO
                       AND ANONIMIZACION-AUDIT-LINE NOT = SPACES
                       MOVE WS-ANON-CABECERA TO WS-CANDIDATO
                       MOVE "DETALLE" TO WS-CAND-OPERACION
                       MOVE SPACES TO WS-CAND-ANTES
                       MOVE ANONIMIZACION-AUDIT-LINE (3:80)
                           TO WS-CAND-DESPUES
                       PERFORM ANOTAR-APUNTE
                   END-IF
               END-IF.

           CARGAR-AUDIT-SECUENCIAS.
      *>   RESIEMBRAS DE CONTADORES DE NUMERACION; SIN OPERADOR
               MOVE 'N' TO EOF-AUDIT.
               OPEN INPUT SECUENCIAS-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ SECUENCIAS-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREPARAR-APUNTE-SECUENCIA
                               PERFORM FILTRAR-APUNTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE SECUENCIAS-AUDIT-FILE.

           PREPARAR-APUNTE-SECUENCIA.
               PERFORM LIMPIAR-CANDIDATO.
               MOVE SAUD-FECHA TO WS-CAND-FECHA.
               MOVE SAUD-HORA TO WS-CAND-HORA.
               MOVE "secuencias-audit.dat" TO WS-CAND-ORIGEN.
               MOVE "UTIL-SECUENCIAS" TO WS-CAND-PROGRAMA.
               MOVE "RESIEMBRA" TO WS-CAND-OPERACION.
               MOVE SAUD-NOMBRE TO WS-CAND-CLAVE.
               MOVE SAUD-VALOR-ANTERIOR TO WS-VALOR-ED.
               MOVE WS-VALOR-ED TO WS-CAND-ANTES.
               MOVE SAUD-VALOR-NUEVO TO WS-VALOR-ED.
               MOVE WS-VALOR-ED TO WS-CAND-DESPUES.

           CARGAR-AUDIT-SESIONES.
      *>   ENTRADAS, FALLOS Y OPCIONES DEL MENU, Y LAS ACCIONES DE LA
      *>   ADMINISTRACION DE OPERADORES (CODIGOS QUE EMPIEZAN POR "O")
               MOVE 'N' TO EOF-AUDIT.
               OPEN INPUT SESION-AUDIT-FILE.
               IF ST-AUDIT = "00"
                   PERFORM UNTIL FIN-AUDIT
                       READ SESION-AUDIT-FILE
                           AT END
                               SET FIN-AUDIT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM PREPARAR-APUNTE-SESION
                               PERFORM FILTRAR-APUNTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE SESION-AUDIT-FILE.

           PREPARAR-APUNTE-SESION.
               PERFORM LIMPIAR-CANDIDATO.
               MOVE SES-FECHA TO WS-CAND-FECHA.
               MOVE SES-HORA TO WS-CAND-HORA.
               MOVE "sesion-audit.dat" TO WS-CAND-ORIGEN.
               MOVE SES-OPERADOR TO WS-CAND-OPERADOR.
               MOVE SES-OPCION TO WS-CAND-OPERACION.
               MOVE SES-OPCION TO WS-CAND-CLAVE.
               EVALUATE SES-OPCION
                   WHEN "OALTA"
                   WHEN "OSUSP"
                   WHEN "ODESB"
                   WHEN "OPERM"
                   WHEN "OBAJA"
                       MOVE "OPERADORES-ADMIN" TO WS-CAND-PROGRAMA
                   WHEN OTHER
                       MOVE "MENU-PRINCIPAL" TO WS-CAND-PROGRAMA
               END-EVALUATE.

           LIMPIAR-CANDIDATO.
               MOVE SPACES TO WS-CANDIDATO.
               MOVE ZERO TO WS-CAND-FECHA.
               MOVE ZERO TO WS-CAND-HORA.
               MOVE SPACES TO WS-CAND-CLAVE-2.
               MOVE SPACES TO WS-CAND-OPERADOR-2.

           FILTRAR-APUNTE.
      *>   UN APUNTE SIN OPERADOR NO PUEDE ATRIBUIRSE A NADIE: CON
      *>   FILTRO DE OPERADOR SE DESCARTA Y SE CUENTA APARTE
               SET CAND-VALIDO TO TRUE.
               IF WS-CAND-FECHA < WS-FILTRO-DESDE
                   OR WS-CAND-FECHA > WS-FILTRO-HASTA
                   MOVE 'N' TO WS-CAND-VALIDO
               END-IF.
               IF WS-FILTRO-PROGRAMA NOT = SPACES
                   AND WS-CAND-PROGRAMA NOT = WS-FILTRO-PROGRAMA
                   MOVE 'N' TO WS-CAND-VALIDO
               END-IF.
               IF WS-FILTRO-CLAVE NOT = SPACES
                   AND WS-CAND-CLAVE NOT = WS-FILTRO-CLAVE
                   AND WS-CAND-CLAVE-2 NOT = WS-FILTRO-CLAVE
                   MOVE 'N' TO WS-CAND-VALIDO
               END-IF.
               IF WS-FILTRO-OPERADOR NOT = SPACES
                   AND WS-CAND-OPERADOR NOT = WS-FILTRO-OPERADOR
                   AND WS-CAND-OPERADOR-2 NOT = WS-FILTRO-OPERADOR
                   IF CAND-VALIDO AND WS-CAND-OPERADOR = SPACES
                       ADD 1 TO WS-SIN-OPERADOR
                   END-IF
                   MOVE 'N' TO WS-CAND-VALIDO
               END-IF.
               IF CAND-VALIDO
                   PERFORM ANOTAR-APUNTE
               END-IF.

           ANOTAR-APUNTE.
               IF WS-AUD-N < 2000
                   ADD 1 TO WS-AUD-N
                   MOVE WS-CANDIDATO TO WS-AUD-ENTRADA (WS-AUD-N)
               ELSE
                   ADD 1 TO WS-AUD-DESCARTADOS
               END-IF.

           ORDENAR-APUNTES.
      *>   ORDENACION DE BURBUJA POR FECHA Y HORA; SOLO INTERCAMBIA SI
      *>   ES ESTRICTAMENTE MAYOR, ASI LOS APUNTES DE LA MISMA HORA
      *>   CONSERVAN EL ORDEN DE SU FICHERO
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-AUD-N
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-AUD-N - WS-I
                       IF WS-AUD-ORDEN (WS-J) >
                           WS-AUD-ORDEN (WS-J + 1)
                           MOVE WS-AUD-ENTRADA (WS-J) TO WS-AUD-AUX
                           MOVE WS-AUD-ENTRADA (WS-J + 1) TO
                               WS-AUD-ENTRADA (WS-J)
                           MOVE WS-AUD-AUX TO
                               WS-AUD-ENTRADA (WS-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           ESCRIBIR-INFORME.
               OPEN OUTPUT AUDITORIA-REPORT-FILE.
               MOVE "CONSULTA UNIFICADA DE AUDITORIA" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "OPERADOR: " WS-FILTRO-OPERADOR
                   " DESDE: " WS-FILTRO-DESDE
                   " HASTA: " WS-FILTRO-HASTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "PROGRAMA: " WS-FILTRO-PROGRAMA
                   " CLAVE: " WS-FILTRO-CLAVE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AUD-N
                   PERFORM ESCRIBIR-APUNTE
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "APUNTES ENCONTRADOS: " WS-AUD-N
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-SIN-OPERADOR > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "AVISO: " WS-SIN-OPERADOR
                       " apunte(s) del periodo sin operador registrado"
                       " (inventario, costes, fusiones,"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   MOVE "       anonimizacion, secuencias o IPC) no se"
                       & " pueden atribuir al operador pedido"
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               IF WS-AUD-DESCARTADOS > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "AVISO: " WS-AUD-DESCARTADOS
                       " apunte(s) no cupieron en la tabla; acote la"
                       " busqueda"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               CLOSE AUDITORIA-REPORT-FILE.

           ESCRIBIR-APUNTE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING WS-AUD-FECHA (WS-I) " " WS-AUD-HORA (WS-I)
                   " " WS-AUD-PROGRAMA (WS-I)
                   " " WS-AUD-OPERADOR (WS-I)
                   " " WS-AUD-OPERACION (WS-I)
                   " CLAVE " WS-AUD-CLAVE (WS-I)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "   ORIGEN : " WS-AUD-ORIGEN (WS-I)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-AUD-ANTES (WS-I) NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "   ANTES  : " WS-AUD-ANTES (WS-I)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               IF WS-AUD-DESPUES (WS-I) NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "   DESPUES: " WS-AUD-DESPUES (WS-I)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               ADD 1 TO WS-JOB-ESCRITOS.

           EXPORTAR-APUNTES.
               OPEN OUTPUT AUDITORIA-EXPORT-FILE.
               MOVE SPACES TO EXPORT-LINE.
               MOVE "C" TO EXC-TIPO-REG.
               MOVE WS-FILTRO-OPERADOR TO EXC-OPERADOR.
               MOVE WS-FILTRO-DESDE TO EXC-DESDE.
               MOVE WS-FILTRO-HASTA TO EXC-HASTA.
               MOVE WS-FILTRO-PROGRAMA TO EXC-PROGRAMA.
               MOVE WS-FILTRO-CLAVE TO EXC-CLAVE.
               MOVE FUNCTION CURRENT-DATE (1:14) TO EXC-GENERADO.
               WRITE EXPORT-LINE.

               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AUD-N
                   MOVE SPACES TO EXPORT-LINE
                   MOVE "D" TO EXD-TIPO-REG
                   MOVE WS-AUD-FECHA (WS-I) TO EXD-FECHA
                   MOVE WS-AUD-HORA (WS-I) TO EXD-HORA
                   MOVE WS-AUD-ORIGEN (WS-I) TO EXD-ORIGEN
                   MOVE WS-AUD-PROGRAMA (WS-I) TO EXD-PROGRAMA
                   MOVE WS-AUD-OPERADOR (WS-I) TO EXD-OPERADOR
                   MOVE WS-AUD-OPERACION (WS-I) TO EXD-OPERACION
                   MOVE WS-AUD-CLAVE (WS-I) TO EXD-CLAVE
                   MOVE WS-AUD-ANTES (WS-I) TO EXD-ANTES
                   MOVE WS-AUD-DESPUES (WS-I) TO EXD-DESPUES
                   WRITE EXPORT-LINE
               END-PERFORM.

               MOVE SPACES TO EXPORT-LINE.
               MOVE "T" TO EXT-TIPO-REG.
               MOVE WS-AUD-N TO EXT-APUNTES.
               WRITE EXPORT-LINE.
               CLOSE AUDITORIA-EXPORT-FILE.
               DISPLAY "Exportados " WS-AUD-N
                   " apunte(s) a auditoria-export.dat".

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONSULTA-AUDITORIA" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE ZERO TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONSULTA-AUDITORIA.
