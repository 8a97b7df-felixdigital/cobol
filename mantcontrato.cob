                   ASSIGN TO "contrato-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT LIMITES-PEND-FILE
                   ASSIGN TO "limites-pendientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS LIMP-CODIGO
                   STATUS ST-LIMP.

      *>   BAJAS ANTICIPADAS PENDIENTES DE LIQUIDAR (ABONO DE LA PARTE
      *>   NO CONSUMIDA Y PENALIZACION) POR LIQUIDACION-BAJAS
                   SELECT BAJAS-CONTRATO-FILE
                   ASSIGN TO "bajas-contrato.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS BAJ-CODIGO
                   STATUS ST-BAJAS.

                   SELECT OPTIONAL OPERADORES-FILE
                   ASSIGN TO "operadores.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-OPERADORES.

                   SELECT OPTIONAL CONTRATO-PARAMETROS-FILE
                   ASSIGN TO "contrato-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD CONTRATO-IDX-FILE.
                       05 AUD-OPERACION PIC X(1).
                       05 AUD-ANTES PIC X(80).
                       05 AUD-DESPUES PIC X(80).
      *>   QUIEN HACE EL CAMBIO Y, EN LAS SUBIDAS CON SEGUNDA FIRMA,
      *>   QUIEN LAS APRUEBA O RECHAZA
                       05 AUD-OPERADOR PIC X(8).
                       05 AUD-APROBADOR PIC X(8).

               FD LIMITES-PEND-FILE.
                   COPY copylimp.

               FD BAJAS-CONTRATO-FILE.
                   COPY copybaja.

               FD OPERADORES-FILE.
                   COPY copyoper.

               FD CONTRATO-PARAMETROS-FILE.
                   01 CONTRATO-PARAMETROS-LINE PIC X(33).

           WORKING-STORAGE SECTION.

               77 ST-IDX PIC X(2).
               77 ST-LIMP PIC X(2).
               77 ST-OPERADORES PIC X(2).
               77 ST-BAJAS PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-CAMBIO VALUE "C".
                   88 OPCION-BAJA VALUE "B".
                   88 OPCION-PENDIENTES VALUE "P".
                   88 OPCION-SALIR VALUE "S".

               01 WS-CODIGO-BUSCADO PIC X(10).
               01 WS-AUDIT-SECUENCIA PIC X(10) VALUE "AUDITCONTR".
               01 WS-AUDIT-SEQ-VALOR PIC 9(8).
               01 WS-IMAGEN-ANTES PIC X(80).
               01 WS-AUD-OPERADOR PIC X(8).
               01 WS-AUD-APROBADOR PIC X(8).

      *>   OPERADOR QUE TRABAJA EN EL MANTENIMIENTO, FIRMADO CON SU
      *>   CLAVE DEL MENU, Y SI PUEDE DAR LA SEGUNDA FIRMA
               01 WS-OPERADOR-FIRMADO PIC X(8).
               01 WS-OPERADOR-TECLEADO PIC X(8).
               01 WS-CLAVE-TECLEADA PIC X(8).
               01 WS-FIRMA-VALIDA PIC X VALUE 'N'.
                   88 FIRMA-VALIDA VALUE 'S'.
               01 WS-PERM-CONTRATOS PIC X(1).
               01 WS-APRUEBA-LIMITES PIC X(1) VALUE 'N'.
                   88 PUEDE-APROBAR-LIMITES VALUE 'S'.
               01 EOF-OPERADORES PIC X VALUE 'N'.
                   88 FIN-OPERADORES VALUE 'S'.

      *>   MISMO REGISTRO QUE MANTIENE MANT-PARAMETROS; EL UMBRAL ES LA
      *>   SUBIDA A PARTIR DE LA CUAL HACE FALTA SEGUNDA FIRMA
               01 PARM-CONTRATO-REG.
                   05 PARM-IMP-LIM-MIN PIC 9(9)V99 VALUE ZERO.
                   05 PARM-IMP-LIM-MAX PIC 9(9)V99 VALUE 999999.99.
                   05 PARM-IMP-LIM-APROB PIC 9(9)V99 VALUE 5000.00.

               01 WS-HOY PIC 9(8).
               01 WS-SUBIDA PIC 9(7)V99.
               01 WS-DECISION PIC X(1).
               01 WS-LISTADOS PIC 9(5).
               01 EOF-LIMP PIC X VALUE 'N'.
                   88 FIN-LIMP VALUE 'S'.
               01 WS-IMP-ANTERIOR-ED PIC Z(6)9.99.
               01 WS-IMP-NUEVO-ED PIC Z(6)9.99.

               01 WS-FECHA-EFECTO PIC 9(8).
               01 WS-MOTIVO-BAJA PIC X(30).
               01 WS-PENALIZA PIC X(1).

       PROCEDURE DIVISION.

      *>   POR CONVERSION-CONTRATOS); EL MANTENIMIENTO TRABAJA CON
      *>   READ/REWRITE EN VEZ DE REESCRIBIR EL FICHERO COMPLETO A
      *>   TRAVES DE UN TEMPORAL
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               DISPLAY "Operador: " WITH NO ADVANCING.
               PERFORM PEDIR-FIRMA THRU PEDIR-FIRMA-EXIT.
               IF NOT FIRMA-VALIDA
                   DISPLAY "Mantenimiento de contratos cancelado."
                   STOP RUN
               END-IF.
               MOVE WS-OPERADOR-TECLEADO TO WS-OPERADOR-FIRMADO.

               PERFORM CARGAR-PARAMETROS-CONTRATO.

               OPEN I-O CONTRATO-IDX-FILE.
               IF ST-IDX = "35"
                   OPEN OUTPUT CONTRATO-IDX-FILE
                   OPEN I-O CONTRATO-IDX-FILE
               END-IF.

               OPEN I-O LIMITES-PEND-FILE.
               IF ST-LIMP = "35"
                   OPEN OUTPUT LIMITES-PEND-FILE
                   CLOSE LIMITES-PEND-FILE
                   OPEN I-O LIMITES-PEND-FILE
               END-IF.

               OPEN I-O BAJAS-CONTRATO-FILE.
               IF ST-BAJAS = "35"
                   OPEN OUTPUT BAJAS-CONTRATO-FILE
                   CLOSE BAJAS-CONTRATO-FILE
                   OPEN I-O BAJAS-CONTRATO-FILE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "MANTENIMIENTO DE CONTRATOS"
                   DISPLAY "  A - Alta de contrato"
                   DISPLAY "  C - Cambio de contrato"
                   DISPLAY "  B - Baja anticipada (inactivar) contrato"
                   DISPLAY "  P - Subidas de limite pendientes"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                               THRU ALTA-CONTRATO-FIN
                       WHEN OPCION-CAMBIO
                           PERFORM CAMBIO-CONTRATO
                               THRU CAMBIO-CONTRATO-EXIT
                       WHEN OPCION-BAJA
                           PERFORM BAJA-CONTRATO
                               THRU BAJA-CONTRATO-EXIT
                       WHEN OPCION-PENDIENTES
                           PERFORM SUBIDAS-PENDIENTES
                               THRU SUBIDAS-PENDIENTES-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
               END-PERFORM.

               CLOSE CONTRATO-IDX-FILE.
               CLOSE LIMITES-PEND-FILE.
               CLOSE BAJAS-CONTRATO-FILE.

               STOP RUN.

           ALTA-CONTRATO.
               MOVE WS-OPERADOR-FIRMADO TO WS-AUD-OPERADOR.
               MOVE SPACES TO WS-AUD-APROBADOR.
               INITIALIZE CONTRATO-REG.
               SET CONTRATO-ACTIVO TO TRUE.

               ACCEPT MONTH.
               DISPLAY "Dia fin contrato (DD): " WITH NO ADVANCING.
               ACCEPT DAYM.
               DISPLAY "Penaliza la baja anticipada (S/N): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-PENALIZA.
               ACCEPT WS-PENALIZA.
               IF WS-PENALIZA = "S" OR WS-PENALIZA = "s"
                   SET CONTRATO-CON-PENALIZACION TO TRUE
               ELSE
                   MOVE "N" TO CONTRATO-PENALIZA
               END-IF.

               WRITE CONTRATO-REG
                   INVALID KEY
               EXIT.

           CAMBIO-CONTRATO.
               MOVE WS-OPERADOR-FIRMADO TO WS-AUD-OPERADOR.
               MOVE SPACES TO WS-AUD-APROBADOR.
               DISPLAY "Codigo del contrato a cambiar: "
                   WITH NO ADVANCING.
               ACCEPT WS-CODIGO-BUSCADO.
                   INVALID KEY
                       DISPLAY "Contrato " WS-CODIGO-BUSCADO
                           " no encontrado (" ST-IDX ")."
                       GO TO CAMBIO-CONTRATO-EXIT
               END-READ.

               MOVE CONTRATO-REG TO WS-IMAGEN-ANTES.
               DISPLAY "Nuevo importe limite: "
                   WITH NO ADVANCING.
               ACCEPT WS-IMP-LIM-NUEVO.

      *>   LA SUBIDA QUE SUPERA EL UMBRAL NO SE APLICA: QUEDA PENDIENTE
      *>   DE LA SEGUNDA FIRMA DE OTRO OPERADOR
               IF WS-IMP-LIM-NUEVO > IMP-LIM
                   COMPUTE WS-SUBIDA = WS-IMP-LIM-NUEVO - IMP-LIM
                   IF WS-SUBIDA > PARM-IMP-LIM-APROB
                       PERFORM GRABAR-SUBIDA-PENDIENTE
                           THRU GRABAR-SUBIDA-PENDIENTE-EXIT
                       GO TO CAMBIO-CONTRATO-EXIT
                   END-IF
               END-IF.

               MOVE WS-IMP-LIM-NUEVO TO IMP-LIM.
               REWRITE CONTRATO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR ("
                           ST-IDX ")"
                   NOT INVALID KEY
                       DISPLAY "Contrato " WS-CODIGO-BUSCADO
                           " actualizado."
                       MOVE "C" TO AUD-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
               END-REWRITE.

           CAMBIO-CONTRATO-EXIT.
               EXIT.

           GRABAR-SUBIDA-PENDIENTE.
      *>   UNA SOLA SUBIDA PENDIENTE POR CONTRATO: LA QUE HAYA DEBE
      *>   APROBARSE O RECHAZARSE ANTES DE PROPONER OTRA
               MOVE CODIGO TO LIMP-CODIGO.
               READ LIMITES-PEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIMP-IMP-NUEVO TO WS-IMP-NUEVO-ED
                       DISPLAY "El contrato ya tiene pendiente una "
                           "subida a " WS-IMP-NUEVO-ED
                           " propuesta por " LIMP-OPERADOR
                       DISPLAY "Cambio no aplicado."
                       GO TO GRABAR-SUBIDA-PENDIENTE-EXIT
               END-READ.

               MOVE CODIGO TO LIMP-CODIGO.
               MOVE IMP-LIM TO LIMP-IMP-ANTERIOR.
               MOVE WS-IMP-LIM-NUEVO TO LIMP-IMP-NUEVO.
               MOVE WS-OPERADOR-FIRMADO TO LIMP-OPERADOR.
               MOVE WS-HOY TO LIMP-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO LIMP-HORA.
               WRITE LIMITE-PEND-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA SUBIDA PENDIENTE ("
                           ST-LIMP ")"
                       GO TO GRABAR-SUBIDA-PENDIENTE-EXIT
               END-WRITE.

      *>   LA IMAGEN DESPUES LLEVA EL LIMITE PROPUESTO; EL MAESTRO NO
      *>   SE TOCA HASTA LA APROBACION
               MOVE WS-IMP-LIM-NUEVO TO IMP-LIM.
               MOVE "P" TO AUD-OPERACION.
               PERFORM REGISTRAR-AUDITORIA.
               MOVE PARM-IMP-LIM-APROB TO WS-IMP-ANTERIOR-ED.
               DISPLAY "La subida supera " WS-IMP-ANTERIOR-ED
                   ": queda pendiente de la aprobacion de otro "
                   "operador.".

           GRABAR-SUBIDA-PENDIENTE-EXIT.
               EXIT.

           BAJA-CONTRATO.
      *>   LA BAJA SIGUE SIENDO LOGICA (ESTADO INACTIVO); EL REGISTRO
      *>   SE CONSERVA EN EL MAESTRO. LA FECHA DE EFECTO Y EL MOTIVO
      *>   QUEDAN EN bajas-contrato.dat PARA QUE LIQUIDACION-BAJAS
      *>   ABONE LA PARTE NO CONSUMIDA DE LA ULTIMA CUOTA FACTURADA Y
      *>   CARGUE LA PENALIZACION SI EL CONTRATO LA PREVE
               MOVE WS-OPERADOR-FIRMADO TO WS-AUD-OPERADOR.
               MOVE SPACES TO WS-AUD-APROBADOR.
               DISPLAY "Codigo del contrato a inactivar: "
                   WITH NO ADVANCING.
               ACCEPT WS-CODIGO-BUSCADO.
                   INVALID KEY
                       DISPLAY "Contrato " WS-CODIGO-BUSCADO
                           " no encontrado (" ST-IDX ")."
                       GO TO BAJA-CONTRATO-EXIT
               END-READ.
               IF CONTRATO-INACTIVO
                   DISPLAY "El contrato " CODIGO " ya esta inactivo."
                   GO TO BAJA-CONTRATO-EXIT
               END-IF.

               MOVE CODIGO TO BAJ-CODIGO.
               READ BAJAS-CONTRATO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "El contrato ya tiene una baja "
                           "registrada con efecto " BAJ-FECHA-EFECTO
                       GO TO BAJA-CONTRATO-EXIT
               END-READ.

      *>   LA FECHA DE EFECTO PUEDE SER ANTERIOR A HOY (BAJA COMUNICADA
      *>   CON RETRASO) O POSTERIOR DENTRO DEL MES EN CURSO, QUE ES EL
      *>   ULTIMO QUE LA FACTURACION HA PODIDO COBRAR
               DISPLAY "Fecha de efecto (AAAAMMDD, 0 = hoy): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-EFECTO.
               ACCEPT WS-FECHA-EFECTO.
               IF WS-FECHA-EFECTO = ZERO
                   MOVE WS-HOY TO WS-FECHA-EFECTO
               END-IF.
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-EFECTO)
                   NOT = ZERO
                   DISPLAY "ERROR: fecha de efecto no valida: "
                       WS-FECHA-EFECTO
                   GO TO BAJA-CONTRATO-EXIT
               END-IF.
               IF WS-FECHA-EFECTO (1:6) > WS-HOY (1:6)
                   DISPLAY "ERROR: la fecha de efecto no puede ser "
                       "de un mes posterior al actual"
                   GO TO BAJA-CONTRATO-EXIT
               END-IF.

               DISPLAY "Motivo de la baja: " WITH NO ADVANCING.
               MOVE SPACES TO WS-MOTIVO-BAJA.
               ACCEPT WS-MOTIVO-BAJA.
               IF WS-MOTIVO-BAJA = SPACES
                   DISPLAY "ERROR: el motivo es obligatorio."
                   GO TO BAJA-CONTRATO-EXIT
               END-IF.

               MOVE SPACES TO BAJA-CONTRATO-REG.
               MOVE CODIGO TO BAJ-CODIGO.
               MOVE WS-FECHA-EFECTO TO BAJ-FECHA-EFECTO.
               MOVE WS-MOTIVO-BAJA TO BAJ-MOTIVO.
               MOVE WS-OPERADOR-FIRMADO TO BAJ-OPERADOR.
               MOVE WS-HOY TO BAJ-FECHA-REGISTRO.
               SET BAJA-PENDIENTE TO TRUE.
               MOVE ZERO TO BAJ-FACTURA-ORIGEN.
               MOVE ZERO TO BAJ-NUMERO-ABONO.
               MOVE ZERO TO BAJ-DIAS-ABONADOS.
               MOVE ZERO TO BAJ-IMPORTE-ABONO.
               MOVE ZERO TO BAJ-FACTURA-PENAL.
               MOVE ZERO TO BAJ-IMPORTE-PENAL.
               MOVE ZERO TO BAJ-FECHA-LIQUIDACION.
               WRITE BAJA-CONTRATO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA BAJA ("
                           ST-BAJAS ")"
                       GO TO BAJA-CONTRATO-EXIT
               END-WRITE.

               MOVE CONTRATO-REG TO WS-IMAGEN-ANTES.
               SET CONTRATO-INACTIVO TO TRUE.
               REWRITE CONTRATO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR ("
                           ST-IDX ")"
                       DELETE BAJAS-CONTRATO-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   NOT INVALID KEY
                       DISPLAY "Contrato " WS-CODIGO-BUSCADO
                           " inactivado con efecto " WS-FECHA-EFECTO
                       IF CONTRATO-CON-PENALIZACION
                           DISPLAY "  El contrato preve penalizacion "
                               "por baja anticipada."
                       END-IF
                       DISPLAY "  Abono y penalizacion quedan para "
                           "la liquidacion de bajas."
                       MOVE "B" TO AUD-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
               END-REWRITE.

           BAJA-CONTRATO-EXIT.
               EXIT.

           SUBIDAS-PENDIENTES.
      *>   LISTA DE SUBIDAS PENDIENTES; SOLO LAS APRUEBA O RECHAZA UN
      *>   OPERADOR CON DERECHO DE APROBACION DISTINTO DEL QUE LA
      *>   PROPUSO, Y AMBOS QUEDAN EN LA AUDITORIA CON LA DECISION
               IF NOT PUEDE-APROBAR-LIMITES
                   DISPLAY "El operador " WS-OPERADOR-FIRMADO
                       " no puede aprobar subidas de limite."
                   GO TO SUBIDAS-PENDIENTES-EXIT
               END-IF.

               DISPLAY " ".
               DISPLAY "SUBIDAS DE LIMITE PENDIENTES DE APROBAR".
               DISPLAY "CONTRATO      LIMITE ACTUAL  LIMITE PEDIDO "
                   "PROPUESTA POR  FECHA".
               MOVE ZERO TO WS-LISTADOS.
               MOVE 'N' TO EOF-LIMP.
               MOVE LOW-VALUES TO LIMP-CODIGO.
               START LIMITES-PEND-FILE
                   KEY IS NOT LESS THAN LIMP-CODIGO
                   INVALID KEY
                       SET FIN-LIMP TO TRUE
               END-START.
               PERFORM UNTIL FIN-LIMP
                   READ LIMITES-PEND-FILE NEXT RECORD
                       AT END
                           SET FIN-LIMP TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LISTADOS
                           MOVE LIMP-IMP-ANTERIOR TO WS-IMP-ANTERIOR-ED
                           MOVE LIMP-IMP-NUEVO TO WS-IMP-NUEVO-ED
                           DISPLAY LIMP-CODIGO "  "
                               WS-IMP-ANTERIOR-ED "  "
                               WS-IMP-NUEVO-ED "  "
                               LIMP-OPERADOR "       "
                               LIMP-FECHA
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "No hay subidas pendientes."
                   GO TO SUBIDAS-PENDIENTES-EXIT
               END-IF.

               DISPLAY "Contrato a resolver (en blanco, ninguno): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-CODIGO-BUSCADO.
               ACCEPT WS-CODIGO-BUSCADO.
               IF WS-CODIGO-BUSCADO = SPACES
                   GO TO SUBIDAS-PENDIENTES-EXIT
               END-IF.

               MOVE WS-CODIGO-BUSCADO TO LIMP-CODIGO.
               READ LIMITES-PEND-FILE
                   INVALID KEY
                       DISPLAY "No hay subida pendiente para "
                           WS-CODIGO-BUSCADO
                       GO TO SUBIDAS-PENDIENTES-EXIT
               END-READ.
               IF LIMP-OPERADOR = WS-OPERADOR-FIRMADO
                   DISPLAY "La subida la debe aprobar un operador "
                       "distinto del que la propuso"
                   GO TO SUBIDAS-PENDIENTES-EXIT
               END-IF.

               DISPLAY "A - Aprobar  R - Rechazar: " WITH NO ADVANCING.
               MOVE SPACES TO WS-DECISION.
               ACCEPT WS-DECISION.
               IF WS-DECISION = "a"
                   MOVE "A" TO WS-DECISION
               END-IF.
               IF WS-DECISION = "r"
                   MOVE "R" TO WS-DECISION
               END-IF.
               IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "R"
                   DISPLAY "Sin decision; la subida sigue pendiente."
                   GO TO SUBIDAS-PENDIENTES-EXIT
               END-IF.

               MOVE LIMP-CODIGO TO CODIGO.
               READ CONTRATO-IDX-FILE
                   INVALID KEY
                       DISPLAY "Contrato " LIMP-CODIGO
                           " no encontrado (" ST-IDX ")."
                       GO TO SUBIDAS-PENDIENTES-EXIT
               END-READ.
               MOVE CONTRATO-REG TO WS-IMAGEN-ANTES.
               MOVE LIMP-OPERADOR TO WS-AUD-OPERADOR.
               MOVE WS-OPERADOR-FIRMADO TO WS-AUD-APROBADOR.

      *>   AL RECHAZAR, LA IMAGEN DESPUES ES EL CONTRATO SIN CAMBIOS;
      *>   EL LIMITE PEDIDO YA CONSTA EN EL APUNTE DE LA PROPUESTA
               IF WS-DECISION = "A"
                   MOVE LIMP-IMP-NUEVO TO IMP-LIM
                   REWRITE CONTRATO-REG
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR ("
                               ST-IDX ")"
                           GO TO SUBIDAS-PENDIENTES-EXIT
                   END-REWRITE
                   MOVE "L" TO AUD-OPERACION
                   DISPLAY "Subida aprobada; contrato " CODIGO
                       " actualizado."
               ELSE
                   MOVE "R" TO AUD-OPERACION
                   DISPLAY "Subida rechazada; el contrato " CODIGO
                       " no cambia."
               END-IF.
               PERFORM REGISTRAR-AUDITORIA.

               DELETE LIMITES-PEND-FILE
                   INVALID KEY
                       DISPLAY "ERROR AL BORRAR LA SUBIDA PENDIENTE ("
                           ST-LIMP ")"
               END-DELETE.

           SUBIDAS-PENDIENTES-EXIT.
               EXIT.

           PEDIR-FIRMA.
               MOVE SPACES TO WS-OPERADOR-TECLEADO.
               ACCEPT WS-OPERADOR-TECLEADO.
               DISPLAY "Clave: " WITH NO ADVANCING.
               MOVE SPACES TO WS-CLAVE-TECLEADA.
               ACCEPT WS-CLAVE-TECLEADA.

               MOVE 'N' TO WS-FIRMA-VALIDA.
               OPEN INPUT OPERADORES-FILE.
               IF ST-OPERADORES NOT = "00"
                   CLOSE OPERADORES-FILE
                   DISPLAY "No hay fichero de operadores ("
                       ST-OPERADORES ")"
                   GO TO PEDIR-FIRMA-EXIT
               END-IF.

               MOVE 'N' TO EOF-OPERADORES.
               PERFORM UNTIL FIN-OPERADORES
                   READ OPERADORES-FILE
                       AT END
                           SET FIN-OPERADORES TO TRUE
                       NOT AT END
                           IF OPER-ID = WS-OPERADOR-TECLEADO
                               AND OPERADOR-ACTIVO
                               AND OPER-CLAVE = WS-CLAVE-TECLEADA
                               SET FIRMA-VALIDA TO TRUE
                               MOVE OPER-PERM-CONTRATOS
                                   TO WS-PERM-CONTRATOS
                               MOVE OPER-PERM-APROB-LIMITES
                                   TO WS-APRUEBA-LIMITES
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE OPERADORES-FILE.

               IF NOT FIRMA-VALIDA
                   DISPLAY "Operador o clave no validos"
                   GO TO PEDIR-FIRMA-EXIT
               END-IF.
               IF WS-PERM-CONTRATOS NOT = "S"
                   DISPLAY "El operador no tiene permiso de contratos"
                   MOVE 'N' TO WS-FIRMA-VALIDA
               END-IF.

           PEDIR-FIRMA-EXIT.
               EXIT.

           CARGAR-PARAMETROS-CONTRATO.
      *>   LOS FICHEROS ANTERIORES AL UMBRAL SOLO TRAEN MINIMO Y MAXIMO
               OPEN INPUT CONTRATO-PARAMETROS-FILE.
               MOVE SPACES TO CONTRATO-PARAMETROS-LINE.
               READ CONTRATO-PARAMETROS-FILE
                   NOT AT END
                       MOVE CONTRATO-PARAMETROS-LINE
                           TO PARM-CONTRATO-REG
                   AT END
                       CONTINUE
               END-READ.
               CLOSE CONTRATO-PARAMETROS-FILE.
               IF PARM-IMP-LIM-APROB NOT NUMERIC
                   MOVE 5000.00 TO PARM-IMP-LIM-APROB
               END-IF.

           REGISTRAR-AUDITORIA.
      *>   IMAGEN COMPLETA ANTES Y DESPUES DE CADA ALTA, CAMBIO O
      *>   BAJA, CON FECHA, HORA Y SECUENCIA COMO EN EMPLEADO-LOG,
      *>   EN UN FICHERO DE SOLO ANADIR. OPERACIONES: A ALTA, C
      *>   CAMBIO, B BAJA, P SUBIDA PENDIENTE DE SEGUNDA FIRMA, L
      *>   SUBIDA APROBADA Y R SUBIDA RECHAZADA (LA REVALORIZACION POR
      *>   IPC ANOTA V EN EL MISMO FICHERO)
               CALL "siguientesecuencia" USING WS-AUDIT-SECUENCIA
                   WS-AUDIT-SEQ-VALOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO AUD-FECHA.
               MOVE WS-AUDIT-SEQ-VALOR TO AUD-SEQ.
               MOVE WS-IMAGEN-ANTES TO AUD-ANTES.
               MOVE CONTRATO-REG TO AUD-DESPUES.
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR.
               MOVE WS-AUD-APROBADOR TO AUD-APROBADOR.
               OPEN EXTEND CONTRATO-AUDIT-FILE.
               WRITE CONTRATO-AUDIT-REG.
               CLOSE CONTRATO-AUDIT-FILE.
