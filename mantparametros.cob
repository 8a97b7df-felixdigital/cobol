                   RECORD KEY IS IVAV-CLAVE
                   STATUS ST-IVAV.

                   SELECT OPTIONAL IPC-FILE
                   ASSIGN TO "indices-ipc.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IPC-PERIODO
                   STATUS ST-IPC.

                   SELECT OPTIONAL PARAMETROS-AUDIT-FILE
                   ASSIGN TO "parametros-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
               FD CONTRATO-PARAMETROS-FILE.
                   01 CONTRATO-PARAMETROS-LINE PIC X(37).

               FD CREDITO-PARAMETROS-FILE.
                   01 CREDITO-PARAMETROS-LINE PIC X(10).
               FD IVA-VIGENCIA-FILE.
                   COPY copyivav.

               FD IPC-FILE.
                   COPY copyipc.

               FD PARAMETROS-AUDIT-FILE.
                   01 PARAMETROS-AUDIT-REG.
                       05 PAUD-FECHA PIC 9(8).

           WORKING-STORAGE SECTION.
               77 ST-IVAV PIC X(2).
               77 ST-IPC PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-CONTRATO VALUE "C".
                   88 OPCION-IVA VALUE "V".
                   88 OPCION-IVA-FECHADO VALUE "F".
                   88 OPCION-NOMINA VALUE "N".
                   88 OPCION-IPC VALUE "I".
                   88 OPCION-SALIR VALUE "S".

               01 WS-IVAV-FECHA PIC 9(8).
               01 PARM-CONTRATO-REG.
                   05 PARM-IMP-LIM-MIN PIC 9(9)V99 VALUE ZERO.
                   05 PARM-IMP-LIM-MAX PIC 9(9)V99 VALUE 999999,99.
      *>   SUBIDA DE LIMITE A PARTIR DE LA CUAL EL MANTENIMIENTO DE
      *>   CONTRATOS EXIGE LA FIRMA DE UN SEGUNDO OPERADOR
                   05 PARM-IMP-LIM-APROB PIC 9(9)V99 VALUE 5000,00.
      *>   TOPE (%) DE LA REVALORIZACION ANUAL DE CUOTAS POR EL IPC
                   05 PARM-TOPE-IPC PIC 9(2)V99 VALUE 5,00.

               01 PARM-CREDITO-REG.
                   05 PARM-LIMITE-CREDITO PIC S9(8)V9(2)

               01 WS-MIN-NUEVO PIC 9(9)V99.
               01 WS-MAX-NUEVO PIC 9(9)V99.
               01 WS-APROB-NUEVO PIC 9(9)V99.
               01 WS-TOPE-IPC-NUEVO PIC 9(2)V99.
               01 WS-IPC-PERIODO PIC 9(6).
               01 WS-IPC-INDICE-NUEVO PIC 9(3)V999.
               01 WS-IPC-DESDE PIC 9(6).
               01 WS-IPC-LISTADOS PIC 9(3).
               01 EOF-IPC PIC X VALUE 'N'.
                   88 FIN-IPC VALUE 'S'.
               01 WS-ED-INDICE PIC ZZ9,999.
               01 WS-LIMITE-NUEVO PIC S9(8)V99.
               01 WS-TASA-NUEVA PIC 9V9(4).

                   DISPLAY "  V - Cambiar tasa de IVA"
                   DISPLAY "  F - Tasa de IVA con fecha de vigencia"
                   DISPLAY "  N - Cambiar parametros de nomina"
                   DISPLAY "  I - Indice de IPC publicado"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                       WHEN OPCION-NOMINA
                           PERFORM CAMBIAR-NOMINA
                               THRU CAMBIAR-NOMINA-EXIT
                       WHEN OPCION-IPC
                           PERFORM CAMBIAR-IPC
                               THRU CAMBIAR-IPC-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
           CARGAR-PARAMETROS-CONTRATO.
               MOVE ZERO TO PARM-IMP-LIM-MIN.
               MOVE 999999,99 TO PARM-IMP-LIM-MAX.
               MOVE 5000,00 TO PARM-IMP-LIM-APROB.
               MOVE 5,00 TO PARM-TOPE-IPC.
               OPEN INPUT CONTRATO-PARAMETROS-FILE.
               MOVE SPACES TO CONTRATO-PARAMETROS-LINE.
               READ CONTRATO-PARAMETROS-FILE
                   NOT AT END
                       MOVE CONTRATO-PARAMETROS-LINE
                       CONTINUE
               END-READ.
               CLOSE CONTRATO-PARAMETROS-FILE.
      *>   LOS FICHEROS ANTERIORES AL UMBRAL SOLO TRAEN MINIMO Y MAXIMO
               IF PARM-IMP-LIM-APROB NOT NUMERIC
                   MOVE 5000,00 TO PARM-IMP-LIM-APROB
               END-IF.
               IF PARM-TOPE-IPC NOT NUMERIC
                   MOVE 5,00 TO PARM-TOPE-IPC
               END-IF.

           CARGAR-PARAMETROS-CREDITO.
               MOVE -1000,00 TO PARM-LIMITE-CREDITO.
               DISPLAY "  Contrato IMP-LIM minimo: " WS-ED-IMPORTE.
               MOVE PARM-IMP-LIM-MAX TO WS-ED-IMPORTE.
               DISPLAY "  Contrato IMP-LIM maximo: " WS-ED-IMPORTE.
               MOVE PARM-IMP-LIM-APROB TO WS-ED-IMPORTE.
               DISPLAY "  Subida con segunda firma: " WS-ED-IMPORTE.
               MOVE PARM-TOPE-IPC TO WS-ED-TASA-IVA.
               DISPLAY "  Tope revalorizacion IPC: " WS-ED-TASA-IVA
                   " %".
               MOVE PARM-LIMITE-CREDITO TO WS-ED-LIMITE.
               DISPLAY "  Limite de credito:       " WS-ED-LIMITE.
               MOVE PARM-TASA-INTERES TO WS-ED-TASA.
               ACCEPT WS-MIN-NUEVO.
               DISPLAY "Nuevo IMP-LIM maximo: " WITH NO ADVANCING.
               ACCEPT WS-MAX-NUEVO.
               DISPLAY "Nueva subida que exige segunda firma: "
                   WITH NO ADVANCING.
               ACCEPT WS-APROB-NUEVO.
               DISPLAY "Nuevo tope de revalorizacion IPC (%): "
                   WITH NO ADVANCING.
               ACCEPT WS-TOPE-IPC-NUEVO.

               IF WS-MIN-NUEVO > WS-MAX-NUEVO
                   DISPLAY "ERROR: el minimo no puede superar al "
                   MOVE PARM-CONTRATO-REG TO PAUD-VALOR-NUEVO
                   PERFORM REGISTRAR-CAMBIO

                   MOVE "UMBRAL-APR" TO PAUD-CLAVE
                   MOVE PARM-IMP-LIM-APROB TO PAUD-VALOR-ANTERIOR
                   MOVE WS-APROB-NUEVO TO PARM-IMP-LIM-APROB
                   MOVE PARM-IMP-LIM-APROB TO PAUD-VALOR-NUEVO
                   PERFORM REGISTRAR-CAMBIO

                   MOVE "TOPE-IPC" TO PAUD-CLAVE
                   MOVE PARM-TOPE-IPC TO PAUD-VALOR-ANTERIOR
                   MOVE WS-TOPE-IPC-NUEVO TO PARM-TOPE-IPC
                   MOVE PARM-TOPE-IPC TO PAUD-VALOR-NUEVO
                   PERFORM REGISTRAR-CAMBIO

                   OPEN OUTPUT CONTRATO-PARAMETROS-FILE
                   MOVE PARM-CONTRATO-REG
                       TO CONTRATO-PARAMETROS-LINE
           CAMBIAR-IVA-FECHADO-EXIT.
               EXIT.

           CAMBIAR-IPC.
      *>   CADA INDICE GENERAL PUBLICADO SE DA DE ALTA CON SU MES; UN
      *>   MES YA CARGADO SE CORRIGE REESCRIBIENDOLO. LA REVALORIZACION
      *>   DE CONTRATOS LEE ESTE FICHERO
               OPEN I-O IPC-FILE.
               IF ST-IPC = "35"
                   OPEN OUTPUT IPC-FILE
                   CLOSE IPC-FILE
                   OPEN I-O IPC-FILE
               END-IF.

               PERFORM LISTAR-IPC.

               DISPLAY "Mes del indice (AAAAMM, 0=no alta): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-IPC-PERIODO.
               ACCEPT WS-IPC-PERIODO.
               IF WS-IPC-PERIODO = ZERO
                   CLOSE IPC-FILE
                   GO TO CAMBIAR-IPC-EXIT
               END-IF.
               IF WS-IPC-PERIODO (5:2) < "01"
                   OR WS-IPC-PERIODO (5:2) > "12"
                   DISPLAY "ERROR: mes no valido; sin cambios."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE IPC-FILE
                   GO TO CAMBIAR-IPC-EXIT
               END-IF.

               DISPLAY "Indice general (000,000): " WITH NO ADVANCING.
               ACCEPT WS-IPC-INDICE-NUEVO.
               IF WS-IPC-INDICE-NUEVO = ZERO
                   DISPLAY "ERROR: el indice no puede ser cero; "
                       "sin cambios."
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE IPC-FILE
                   GO TO CAMBIAR-IPC-EXIT
               END-IF.

               MOVE "indices-ipc.dat" TO PAUD-FICHERO.
               MOVE SPACES TO PAUD-CLAVE.
               MOVE WS-IPC-PERIODO TO PAUD-CLAVE.
               MOVE SPACES TO PAUD-VALOR-ANTERIOR.

               MOVE WS-IPC-PERIODO TO IPC-PERIODO.
               READ IPC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IPC-INDICE TO PAUD-VALOR-ANTERIOR
               END-READ.

               MOVE WS-IPC-PERIODO TO IPC-PERIODO.
               MOVE WS-IPC-INDICE-NUEVO TO IPC-INDICE.
               MOVE FUNCTION CURRENT-DATE (1:8) TO IPC-FECHA-ALTA.
               WRITE IPC-REG
                   INVALID KEY
                       REWRITE IPC-REG
               END-WRITE.
               MOVE WS-IPC-INDICE-NUEVO TO PAUD-VALOR-NUEVO.
               PERFORM REGISTRAR-CAMBIO.
               CLOSE IPC-FILE.
               DISPLAY "Indice de " WS-IPC-PERIODO " registrado.".

           CAMBIAR-IPC-EXIT.
               EXIT.

           LISTAR-IPC.
      *>   LOS INDICES DESDE ENERO DEL ANO ANTERIOR: LOS QUE ENTRAN EN
      *>   LAS VARIACIONES INTERANUALES DE LAS PROXIMAS REVALORIZACIONES
               MOVE ZERO TO WS-IPC-LISTADOS.
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-IPC-DESDE.
               SUBTRACT 100 FROM WS-IPC-DESDE.
               MOVE "01" TO WS-IPC-DESDE (5:2).
               MOVE WS-IPC-DESDE TO IPC-PERIODO.
               START IPC-FILE KEY IS NOT LESS THAN IPC-PERIODO
                   INVALID KEY
                       SET FIN-IPC TO TRUE
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-IPC
               END-START.
               PERFORM UNTIL FIN-IPC
                   READ IPC-FILE NEXT RECORD
                       AT END
                           SET FIN-IPC TO TRUE
                       NOT AT END
                           MOVE IPC-INDICE TO WS-ED-INDICE
                           DISPLAY "  " IPC-PERIODO ": " WS-ED-INDICE
                           ADD 1 TO WS-IPC-LISTADOS
                   END-READ
               END-PERFORM.
               IF WS-IPC-LISTADOS = ZERO
                   DISPLAY "  Sin indices de IPC recientes."
               END-IF.

           CAMBIAR-NOMINA.
      *>   LA PANTALLA ES DUENA DE TODO EL FICHERO (UMBRAL,
      *>   MULTIPLICADOR, DEDUCCION, COTIZACIONES Y TRAMOS), ASI QUE
