       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-MANDATOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT MANDATOS-FILE
                   ASSIGN TO "mandatos-sepa.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS MAND-REFERENCIA
                   ALTERNATE KEY MAND-CLI-ID WITH DUPLICATES
                   STATUS ST-MANDATOS.

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

                   SELECT OPTIONAL PARAMETROS-AUDIT-FILE
                   ASSIGN TO "parametros-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD MANDATOS-FILE.
                   COPY copymand.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD PARAMETROS-AUDIT-FILE.
                   01 PARAMETROS-AUDIT-REG.
                       05 PAUD-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-HORA PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-OPERADOR PIC X(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-FICHERO PIC X(24).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-CLAVE PIC X(10).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-VALOR-ANTERIOR PIC X(14).
                       05 FILLER PIC X VALUE SPACE.
                       05 PAUD-VALOR-NUEVO PIC X(14).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-MANDATOS PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).

               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-BAJA VALUE "B".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).

               01 EOF-MAND PIC X VALUE 'N'.
                   88 FIN-MANDATOS VALUE 'S'.

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.

               01 WS-NUEVO-MANDATO PIC X(16).
               01 WS-CUST-ID PIC 9(8).
               01 WS-IBAN PIC X(24).
               01 WS-FECHA-FIRMA PIC 9(8).
               01 WS-LISTADOS PIC 9(5).

      *>   UN MANDATO CADUCA A LOS 36 MESES SIN ADEUDOS: SOBRE UNA
      *>   FECHA AAAAMMDD SON 30000 (TRES ANOS)
               01 WS-FECHA-REFERENCIA PIC 9(8).
               01 WS-FECHA-CADUCIDAD PIC 9(8).
               01 WS-SITUACION PIC X(10).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   MANTENIMIENTO DEL REGISTRO DE MANDATOS SEPA: ALTA CON LA
      *>   FECHA DE FIRMA Y EL IBAN (QUE PASAN A LOS CONTACTOS DEL
      *>   CLIENTE PARA LA REMESA), CANCELACION Y CONSULTA. CADA
      *>   CAMBIO QUEDA AUDITADO COMO EN EL MANTENIMIENTO DE
      *>   PARAMETROS
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O MANDATOS-FILE.
               IF ST-MANDATOS = "35"
                   OPEN OUTPUT MANDATOS-FILE
                   CLOSE MANDATOS-FILE
                   OPEN I-O MANDATOS-FILE
               END-IF.

               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                       ST-CLIENTES ")"
                   CLOSE MANDATOS-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-CONTACTOS-OK.
               OPEN I-O CONTACTOS-FILE.
               IF ST-CONTACTOS = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "MANTENIMIENTO DE MANDATOS SEPA"
                   DISPLAY "  A - Alta de mandato"
                   DISPLAY "  B - Cancelacion de mandato"
                   DISPLAY "  C - Consulta de los mandatos de un "
                       "cliente"
                   DISPLAY "  L - Listado de mandatos"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-MANDATO
                               THRU ALTA-MANDATO-EXIT
                       WHEN OPCION-BAJA
                           PERFORM BAJA-MANDATO
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-MANDATOS-CLIENTE
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-MANDATOS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE MANDATOS-FILE.
               CLOSE CLIENTES-FILE.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-MANDATO.
               DISPLAY "Referencia del mandato (16): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-NUEVO-MANDATO.
               ACCEPT WS-NUEVO-MANDATO.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CUST-ID.
               ACCEPT WS-CUST-ID.

               MOVE WS-CUST-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "Cliente no encontrado ("
                           ST-CLIENTES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-MANDATO-EXIT
               END-READ.
               DISPLAY "  " CLIENTE-NOMBRE.

               MOVE SPACES TO WS-IBAN.
               IF CONTACTOS-DISPONIBLE
                   MOVE WS-CUST-ID TO CONTACTO-CLI-ID
                   READ CONTACTOS-FILE
                       INVALID KEY
                           MOVE SPACES TO CONTACTO-IBAN
                       NOT INVALID KEY
                           MOVE CONTACTO-IBAN TO WS-IBAN
                   END-READ
               END-IF.
               DISPLAY "IBAN del deudor [" WS-IBAN "]: "
                   WITH NO ADVANCING.
               ACCEPT WS-IBAN.
               IF WS-IBAN = SPACES AND CONTACTOS-DISPONIBLE
                   MOVE CONTACTO-IBAN TO WS-IBAN
               END-IF.
               DISPLAY "Fecha de firma (AAAAMMDD): " WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-FIRMA.
               ACCEPT WS-FECHA-FIRMA.

               PERFORM VALIDAR-MANDATO.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-MANDATO-EXIT
               END-IF.

               MOVE WS-NUEVO-MANDATO TO MAND-REFERENCIA.
               READ MANDATOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ERROR: la referencia ya existe para "
                           "el cliente " MAND-CLI-ID
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-MANDATO-EXIT
               END-READ.

      *>   EL DEUDOR TIENE UN SOLO MANDATO EN VIGOR: EL NUEVO CANCELA
      *>   LOS QUE TUVIERA ACTIVOS
               PERFORM CANCELAR-MANDATOS-ANTERIORES.

               INITIALIZE MANDATO-REG.
               MOVE WS-NUEVO-MANDATO TO MAND-REFERENCIA.
               MOVE WS-CUST-ID TO MAND-CLI-ID.
               MOVE WS-IBAN TO MAND-IBAN.
               MOVE WS-FECHA-FIRMA TO MAND-FECHA-FIRMA.
               SET MANDATO-PRIMERO TO TRUE.
               MOVE ZERO TO MAND-FECHA-ULTIMO-USO.
               SET MANDATO-ACTIVO TO TRUE.
               MOVE ZERO TO MAND-FECHA-BAJA.
               WRITE MANDATO-REG
                   INVALID KEY
                       DISPLAY "ERROR: la referencia ya existe ("
                           ST-MANDATOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-MANDATO-EXIT
               END-WRITE.
               DISPLAY "Mandato " MAND-REFERENCIA " dado de alta".
               ADD 1 TO WS-JOB-ESCRITOS.
               MOVE MAND-CLI-ID TO PAUD-CLAVE.
               MOVE SPACES TO PAUD-VALOR-ANTERIOR.
               MOVE MAND-REFERENCIA TO PAUD-VALOR-NUEVO.
               PERFORM REGISTRAR-CAMBIO.

               PERFORM ACTUALIZAR-CONTACTO.

           ALTA-MANDATO-EXIT.
               EXIT.

           VALIDAR-MANDATO.
               MOVE 'S' TO WS-DATOS-VALIDOS.

               IF WS-NUEVO-MANDATO = SPACES
                   DISPLAY "ERROR: la referencia no puede ir en blanco"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-IBAN = SPACES
                   DISPLAY "ERROR: el mandato necesita el IBAN del "
                       "deudor"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-FECHA-FIRMA = ZERO OR WS-FECHA-FIRMA > WS-HOY
                   DISPLAY "ERROR: fecha de firma no valida"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               ELSE
                   COMPUTE WS-FECHA-CADUCIDAD = WS-FECHA-FIRMA + 30000
                   IF WS-HOY > WS-FECHA-CADUCIDAD
                       DISPLAY "ERROR: un mandato firmado hace mas de "
                           "36 meses y sin usar ya esta caducado"
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF.

           CANCELAR-MANDATOS-ANTERIORES.
               MOVE WS-CUST-ID TO MAND-CLI-ID.
               MOVE 'N' TO EOF-MAND.
               START MANDATOS-FILE KEY IS EQUAL TO MAND-CLI-ID
                   INVALID KEY
                       SET FIN-MANDATOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-MANDATOS
                   READ MANDATOS-FILE NEXT RECORD
                       AT END
                           SET FIN-MANDATOS TO TRUE
                       NOT AT END
                           IF MAND-CLI-ID NOT = WS-CUST-ID
                               SET FIN-MANDATOS TO TRUE
                           ELSE
                               IF MANDATO-ACTIVO
                                   PERFORM CANCELAR-MANDATO-LEIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           CANCELAR-MANDATO-LEIDO.
               MOVE MAND-CLI-ID TO PAUD-CLAVE.
               MOVE MAND-REFERENCIA TO PAUD-VALOR-ANTERIOR.
               SET MANDATO-CANCELADO TO TRUE.
               MOVE WS-HOY TO MAND-FECHA-BAJA.
               REWRITE MANDATO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL CANCELAR MANDATO ("
                           ST-MANDATOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Mandato " MAND-REFERENCIA " cancelado"
                       ADD 1 TO WS-JOB-ESCRITOS
                       MOVE "CANCELADO" TO PAUD-VALOR-NUEVO
                       PERFORM REGISTRAR-CAMBIO
               END-REWRITE.

           ACTUALIZAR-CONTACTO.
      *>   LA REMESA LLEGA AL MANDATO DESDE LOS CONTACTOS: LA NUEVA
      *>   REFERENCIA Y SU IBAN SUSTITUYEN A LOS ANTERIORES; UN IBAN
      *>   NUEVO DEJA DE ESTAR MARCADO COMO RECHAZADO
               IF NOT CONTACTOS-DISPONIBLE
                   DISPLAY "AVISO: no hay contactos.dat; dar de alta "
                       "el contacto con la referencia del mandato"
               ELSE
                   MOVE WS-CUST-ID TO CONTACTO-CLI-ID
                   READ CONTACTOS-FILE
                       INVALID KEY
                           DISPLAY "AVISO: el cliente no tiene "
                               "contacto; darlo de alta con la "
                               "referencia del mandato"
                       NOT INVALID KEY
                           IF CONTACTO-IBAN NOT = WS-IBAN
                               MOVE SPACE TO CONTACTO-IBAN-ESTADO
                           END-IF
                           MOVE WS-IBAN TO CONTACTO-IBAN
                           MOVE WS-NUEVO-MANDATO TO CONTACTO-MANDATO
                           REWRITE CONTACTO-REG
                               INVALID KEY
                                   DISPLAY "ERROR AL ACTUALIZAR "
                                       "CONTACTO (" ST-CONTACTOS ")"
                           END-REWRITE
                   END-READ
               END-IF.

           BAJA-MANDATO.
               DISPLAY "Referencia del mandato: " WITH NO ADVANCING.
               MOVE SPACES TO MAND-REFERENCIA.
               ACCEPT MAND-REFERENCIA.
               READ MANDATOS-FILE
                   INVALID KEY
                       DISPLAY "Mandato no encontrado ("
                           ST-MANDATOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       IF MANDATO-CANCELADO
                           DISPLAY "El mandato ya esta cancelado desde "
                               MAND-FECHA-BAJA
                       ELSE
                           PERFORM CANCELAR-MANDATO-LEIDO
                       END-IF
               END-READ.

           CONSULTA-MANDATOS-CLIENTE.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CUST-ID.
               ACCEPT WS-CUST-ID.
               MOVE ZERO TO WS-LISTADOS.
               MOVE WS-CUST-ID TO MAND-CLI-ID.
               MOVE 'N' TO EOF-MAND.
               START MANDATOS-FILE KEY IS EQUAL TO MAND-CLI-ID
                   INVALID KEY
                       SET FIN-MANDATOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-MANDATOS
                   READ MANDATOS-FILE NEXT RECORD
                       AT END
                           SET FIN-MANDATOS TO TRUE
                       NOT AT END
                           IF MAND-CLI-ID NOT = WS-CUST-ID
                               SET FIN-MANDATOS TO TRUE
                           ELSE
                               PERFORM MOSTRAR-MANDATO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "El cliente no tiene mandatos registrados"
               END-IF.

           LISTADO-MANDATOS.
               MOVE ZERO TO WS-LISTADOS.
               MOVE LOW-VALUES TO MAND-REFERENCIA.
               MOVE 'N' TO EOF-MAND.
               START MANDATOS-FILE
                   KEY IS NOT LESS THAN MAND-REFERENCIA
                   INVALID KEY
                       SET FIN-MANDATOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-MANDATOS
                   READ MANDATOS-FILE NEXT RECORD
                       AT END
                           SET FIN-MANDATOS TO TRUE
                       NOT AT END
                           PERFORM MOSTRAR-MANDATO
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "No hay mandatos registrados"
               END-IF.

           MOSTRAR-MANDATO.
      *>   UN MANDATO ACTIVO PERO SIN USO EN 36 MESES SE MUESTRA YA
      *>   COMO CADUCADO; LA REMESA LO MARCA AL ENCONTRARLO
               ADD 1 TO WS-LISTADOS.
               ADD 1 TO WS-JOB-LEIDOS.
               IF MAND-FECHA-ULTIMO-USO = ZERO
                   MOVE MAND-FECHA-FIRMA TO WS-FECHA-REFERENCIA
               ELSE
                   MOVE MAND-FECHA-ULTIMO-USO TO WS-FECHA-REFERENCIA
               END-IF.
               COMPUTE WS-FECHA-CADUCIDAD = WS-FECHA-REFERENCIA + 30000.
               EVALUATE TRUE
                   WHEN MANDATO-CANCELADO
                       MOVE "CANCELADO" TO WS-SITUACION
                   WHEN MANDATO-CADUCADO
                       MOVE "CADUCADO" TO WS-SITUACION
                   WHEN WS-HOY > WS-FECHA-CADUCIDAD
                       MOVE "CADUCADO" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "ACTIVO" TO WS-SITUACION
               END-EVALUATE.
               DISPLAY "  " MAND-REFERENCIA " " MAND-CLI-ID
                   " firma " MAND-FECHA-FIRMA
                   " " MAND-SECUENCIA
                   " ult.uso " MAND-FECHA-ULTIMO-USO
                   " " WS-SITUACION.
               DISPLAY "      IBAN " MAND-IBAN.

           REGISTRAR-CAMBIO.
      *>   ESPERA PAUD-CLAVE Y LOS DOS VALORES YA CARGADOS POR EL
      *>   CALLER, COMO EN EL MANTENIMIENTO DE PARAMETROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO PAUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO PAUD-HORA.
               MOVE WS-OPERADOR TO PAUD-OPERADOR.
               MOVE "mandatos-sepa.dat" TO PAUD-FICHERO.
               OPEN EXTEND PARAMETROS-AUDIT-FILE.
               WRITE PARAMETROS-AUDIT-REG.
               CLOSE PARAMETROS-AUDIT-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "MANT-MANDATOS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM MANT-MANDATOS.
