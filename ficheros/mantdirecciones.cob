       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-DIRECCIONES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

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
               FD DIRECCIONES-FILE.
                   COPY copydirc.

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
               77 ST-DIRECCIONES PIC X(2).
               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).

               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.

               COPY copyprvn.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-BAJA VALUE "B".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).

               01 EOF-DIR PIC X VALUE 'N'.
                   88 FIN-DIRECCIONES VALUE 'S'.

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.
               01 WS-EXISTE PIC X VALUE 'N'.
                   88 DIRECCION-EXISTENTE VALUE 'S'.

               01 WS-CUST-ID PIC 9(8).
               01 WS-LISTADOS PIC 9(5).

      *>   DATOS TECLEADOS; EN UNA MODIFICACION UN CAMPO EN BLANCO
      *>   CONSERVA EL VALOR ANTERIOR
               01 WS-DIRECCION.
                   05 WS-CALLE PIC X(40).
                   05 WS-CP PIC X(10).
                   05 WS-LOCALIDAD PIC X(25).
                   05 WS-PROVINCIA PIC 9(2).
                   05 WS-PAIS PIC X(2).
               01 WS-PROVINCIA-TXT PIC X(2).
               01 WS-PROVINCIA-NOMBRE PIC X(22).

      *>   RESUMEN AUDITADO DE UNA DIRECCION: PAIS, PROVINCIA Y CP
               01 WS-AUDIT-DIRECCION PIC X(14).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   MANTENIMIENTO DE LAS DIRECCIONES POSTALES DE LOS CLIENTES:
      *>   ALTA O MODIFICACION, BAJA, CONSULTA Y LISTADO. EN LAS
      *>   DIRECCIONES NACIONALES EL CODIGO POSTAL SE VALIDA CONTRA LA
      *>   PROVINCIA. CADA CAMBIO QUEDA AUDITADO COMO EN EL
      *>   MANTENIMIENTO DE PARAMETROS
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "35"
                   OPEN OUTPUT DIRECCIONES-FILE
                   CLOSE DIRECCIONES-FILE
                   OPEN I-O DIRECCIONES-FILE
               END-IF.

               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   DISPLAY "No se puede abrir clientes.dat ("
                       ST-CLIENTES ")"
                   CLOSE DIRECCIONES-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-CONTACTOS-OK.
               OPEN INPUT CONTACTOS-FILE.
               IF ST-CONTACTOS = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "MANTENIMIENTO DE DIRECCIONES POSTALES"
                   DISPLAY "  A - Alta o modificacion de direccion"
                   DISPLAY "  B - Baja de direccion"
                   DISPLAY "  C - Consulta de la direccion de un "
                       "cliente"
                   DISPLAY "  L - Listado de direcciones"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-DIRECCION
                               THRU ALTA-DIRECCION-EXIT
                       WHEN OPCION-BAJA
                           PERFORM BAJA-DIRECCION
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-DIRECCION
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-DIRECCIONES
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE DIRECCIONES-FILE.
               CLOSE CLIENTES-FILE.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-DIRECCION.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO WS-CUST-ID.
               ACCEPT WS-CUST-ID.

               MOVE WS-CUST-ID TO CLI-ID.
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "Cliente no encontrado ("
                           ST-CLIENTES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO ALTA-DIRECCION-EXIT
               END-READ.
               DISPLAY "  " CLIENTE-NOMBRE.

               MOVE 'N' TO WS-EXISTE.
               MOVE SPACES TO WS-AUDIT-DIRECCION.
               MOVE WS-CUST-ID TO DIR-CLI-ID.
               READ DIRECCIONES-FILE
                   INVALID KEY
                       INITIALIZE DIRECCION-REG
                       MOVE WS-CUST-ID TO DIR-CLI-ID
                       MOVE "ES" TO DIR-PAIS
                   NOT INVALID KEY
                       SET DIRECCION-EXISTENTE TO TRUE
                       PERFORM RESUMIR-DIRECCION
                       DISPLAY "Direccion actual (Intro conserva cada "
                           "dato):"
                       PERFORM MOSTRAR-DIRECCION
               END-READ.
               MOVE WS-AUDIT-DIRECCION TO PAUD-VALOR-ANTERIOR.

               DISPLAY "Calle y numero: " WITH NO ADVANCING.
               MOVE SPACES TO WS-CALLE.
               ACCEPT WS-CALLE.
               IF WS-CALLE = SPACES
                   MOVE DIR-CALLE TO WS-CALLE
               END-IF.
               DISPLAY "Codigo postal: " WITH NO ADVANCING.
               MOVE SPACES TO WS-CP.
               ACCEPT WS-CP.
               IF WS-CP = SPACES
                   MOVE DIR-CP TO WS-CP
               END-IF.
               DISPLAY "Localidad: " WITH NO ADVANCING.
               MOVE SPACES TO WS-LOCALIDAD.
               ACCEPT WS-LOCALIDAD.
               IF WS-LOCALIDAD = SPACES
                   MOVE DIR-LOCALIDAD TO WS-LOCALIDAD
               END-IF.
               DISPLAY "Pais (ES=Espana) [" DIR-PAIS "]: "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-PAIS.
               ACCEPT WS-PAIS.
               IF WS-PAIS = SPACES
                   MOVE DIR-PAIS TO WS-PAIS
               END-IF.
               MOVE ZERO TO WS-PROVINCIA.
               IF WS-PAIS = "ES"
                   DISPLAY "Provincia (01-52) [" DIR-PROVINCIA "]: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-PROVINCIA-TXT
                   ACCEPT WS-PROVINCIA-TXT
                   IF WS-PROVINCIA-TXT = SPACES
                       MOVE DIR-PROVINCIA TO WS-PROVINCIA
                   ELSE
                       IF WS-PROVINCIA-TXT IS NUMERIC
                           MOVE WS-PROVINCIA-TXT TO WS-PROVINCIA
                       ELSE
                           MOVE 99 TO WS-PROVINCIA
                       END-IF
                   END-IF
               END-IF.

               PERFORM VALIDAR-DIRECCION.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO ALTA-DIRECCION-EXIT
               END-IF.

               MOVE WS-CALLE TO DIR-CALLE.
               MOVE WS-CP TO DIR-CP.
               MOVE WS-LOCALIDAD TO DIR-LOCALIDAD.
               MOVE WS-PROVINCIA TO DIR-PROVINCIA.
               MOVE WS-PAIS TO DIR-PAIS.
               MOVE WS-HOY TO DIR-FECHA-CAMBIO.

               IF DIRECCION-EXISTENTE
                   REWRITE DIRECCION-REG
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA DIRECCION ("
                               ST-DIRECCIONES ")"
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO ALTA-DIRECCION-EXIT
                   END-REWRITE
                   DISPLAY "Direccion modificada"
               ELSE
                   WRITE DIRECCION-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA DIRECCION ("
                               ST-DIRECCIONES ")"
                           ADD 1 TO WS-JOB-RECHAZADOS
                           GO TO ALTA-DIRECCION-EXIT
                   END-WRITE
                   DISPLAY "Direccion dada de alta"
               END-IF.
               ADD 1 TO WS-JOB-ESCRITOS.

               PERFORM RESUMIR-DIRECCION.
               MOVE DIR-CLI-ID TO PAUD-CLAVE.
               MOVE WS-AUDIT-DIRECCION TO PAUD-VALOR-NUEVO.
               PERFORM REGISTRAR-CAMBIO.

           ALTA-DIRECCION-EXIT.
               EXIT.

           VALIDAR-DIRECCION.
      *>   EN ESPANA EL CODIGO POSTAL TIENE CINCO CIFRAS Y LAS DOS
      *>   PRIMERAS SON EL CODIGO DE LA PROVINCIA; EN EL EXTRANJERO
      *>   EL CODIGO POSTAL SE GRABA TAL CUAL
               MOVE 'S' TO WS-DATOS-VALIDOS.

               IF WS-CALLE = SPACES
                   DISPLAY "ERROR: la calle no puede ir en blanco"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-LOCALIDAD = SPACES
                   DISPLAY "ERROR: la localidad no puede ir en blanco"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-PAIS = SPACES
                   DISPLAY "ERROR: falta el pais"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-PAIS = "ES"
                   IF WS-PROVINCIA < 1 OR WS-PROVINCIA > 52
                       DISPLAY "ERROR: provincia no valida"
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   ELSE
                       IF WS-CP (1:5) IS NOT NUMERIC
                          OR WS-CP (6:5) NOT = SPACES
                           DISPLAY "ERROR: el codigo postal debe "
                               "tener cinco cifras"
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       ELSE
                           IF WS-CP (1:2) NOT = WS-PROVINCIA
                               DISPLAY "ERROR: el codigo postal "
                                   WS-CP (1:5) " no es de "
                                   PRVN-NOMBRE (WS-PROVINCIA)
                               MOVE 'N' TO WS-DATOS-VALIDOS
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF WS-CP = SPACES
                       DISPLAY "ERROR: falta el codigo postal"
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF.

           BAJA-DIRECCION.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO DIR-CLI-ID.
               ACCEPT DIR-CLI-ID.
               READ DIRECCIONES-FILE
                   INVALID KEY
                       DISPLAY "El cliente no tiene direccion ("
                           ST-DIRECCIONES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       PERFORM RESUMIR-DIRECCION
                       DELETE DIRECCIONES-FILE
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR LA DIRECCION ("
                                   ST-DIRECCIONES ")"
                               ADD 1 TO WS-JOB-RECHAZADOS
                           NOT INVALID KEY
                               DISPLAY "Direccion dada de baja"
                               ADD 1 TO WS-JOB-ESCRITOS
                               MOVE DIR-CLI-ID TO PAUD-CLAVE
                               MOVE WS-AUDIT-DIRECCION
                                   TO PAUD-VALOR-ANTERIOR
                               MOVE "BAJA" TO PAUD-VALOR-NUEVO
                               PERFORM REGISTRAR-CAMBIO
                               PERFORM AVISAR-CANAL-POSTAL
                       END-DELETE
               END-READ.

           AVISAR-CANAL-POSTAL.
      *>   UN CLIENTE CON CANAL POSTAL SIN DIRECCION NO PUEDE RECIBIR
      *>   CARTAS NI EXTRACTOS
               IF CONTACTOS-DISPONIBLE
                   MOVE DIR-CLI-ID TO CONTACTO-CLI-ID
                   READ CONTACTOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CANAL-POSTAL
                               DISPLAY "AVISO: el cliente recibe sus "
                                   "comunicaciones por correo postal; "
                                   "cambiar el canal en contactos"
                           END-IF
                   END-READ
               END-IF.

           CONSULTA-DIRECCION.
               DISPLAY "ID cliente: " WITH NO ADVANCING.
               MOVE ZERO TO DIR-CLI-ID.
               ACCEPT DIR-CLI-ID.
               READ DIRECCIONES-FILE
                   INVALID KEY
                       DISPLAY "El cliente no tiene direccion "
                           "registrada"
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-LEIDOS
                       PERFORM MOSTRAR-DIRECCION
               END-READ.

           LISTADO-DIRECCIONES.
               MOVE ZERO TO WS-LISTADOS.
               MOVE LOW-VALUES TO DIR-CLI-ID.
               MOVE 'N' TO EOF-DIR.
               START DIRECCIONES-FILE
                   KEY IS NOT LESS THAN DIR-CLI-ID
                   INVALID KEY
                       SET FIN-DIRECCIONES TO TRUE
               END-START.
               PERFORM UNTIL FIN-DIRECCIONES
                   READ DIRECCIONES-FILE NEXT RECORD
                       AT END
                           SET FIN-DIRECCIONES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LISTADOS
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM MOSTRAR-DIRECCION
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "No hay direcciones registradas"
               END-IF.

           MOSTRAR-DIRECCION.
               IF DIR-NACIONAL
                  AND DIR-PROVINCIA >= 1 AND DIR-PROVINCIA <= 52
                   MOVE PRVN-NOMBRE (DIR-PROVINCIA)
                       TO WS-PROVINCIA-NOMBRE
               ELSE
                   MOVE SPACES TO WS-PROVINCIA-NOMBRE
               END-IF.
               DISPLAY "  " DIR-CLI-ID " " DIR-CALLE.
               DISPLAY "           " DIR-CP " " DIR-LOCALIDAD
                   " " WS-PROVINCIA-NOMBRE " " DIR-PAIS
                   " (cambio " DIR-FECHA-CAMBIO ")".

           RESUMIR-DIRECCION.
               MOVE SPACES TO WS-AUDIT-DIRECCION.
               STRING DIR-PAIS DIR-PROVINCIA " " DIR-CP
                   DELIMITED BY SIZE INTO WS-AUDIT-DIRECCION
               END-STRING.

           REGISTRAR-CAMBIO.
      *>   ESPERA PAUD-CLAVE Y LOS DOS VALORES YA CARGADOS POR EL
      *>   CALLER, COMO EN EL MANTENIMIENTO DE PARAMETROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO PAUD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO PAUD-HORA.
               MOVE WS-OPERADOR TO PAUD-OPERADOR.
               MOVE "direcciones-clientes.dat" TO PAUD-FICHERO.
               OPEN EXTEND PARAMETROS-AUDIT-FILE.
               WRITE PARAMETROS-AUDIT-REG.
               CLOSE PARAMETROS-AUDIT-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "MANT-DIRECCIONES" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM MANT-DIRECCIONES.
