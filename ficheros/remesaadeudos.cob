                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL MANDATOS-FILE
                   ASSIGN TO "mandatos-sepa.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS MAND-REFERENCIA
                   ALTERNATE KEY MAND-CLI-ID WITH DUPLICATES
                   STATUS ST-MANDATOS.

                   SELECT PREAVISOS-FILE
                   ASSIGN TO "remesa-preavisos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PAV-CLI-ID
                   STATUS ST-PREAVISOS.

                   SELECT OPTIONAL REMESA-PARAMETROS-FILE
                   ASSIGN TO "remesa-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CARTAS-PREAVISO-FILE
                   ASSIGN TO "remesa-cartas-preaviso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT REMESA-FILE
                   ASSIGN TO "remesa-adeudos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD MANDATOS-FILE.
                   COPY copymand.

               FD PREAVISOS-FILE.
                   COPY copypavi.

               FD REMESA-PARAMETROS-FILE.
                   01 REMESA-PARAMETROS-LINE PIC X(10).

               FD CARTAS-PREAVISO-FILE.
                   01 CARTA-LINE PIC X(80).

               FD REMESA-FILE.
                   01 REMESA-REG.
                       05 REM-TIPO PIC X(1).
                       05 REM-DET-IMPORTE PIC 9(9)V99.
                       05 REM-DET-MANDATO PIC X(16).
                       05 REM-DET-CLI-ID PIC 9(8).
                       05 REM-DET-SECUENCIA PIC X(4).
                       05 REM-DET-FECHA-FIRMA PIC 9(8).
                       05 FILLER PIC X(8).
                   01 REMESA-TRAILER REDEFINES REMESA-REG.
                       05 FILLER PIC X(1).
                       05 REM-TRL-CONTADOR PIC 9(6).
           WORKING-STORAGE SECTION.
               77 ST-CLIENTES PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-MANDATOS PIC X(2).
               77 ST-PREAVISOS PIC X(2).

               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-MANDATOS-OK PIC X VALUE 'N'.
                   88 MANDATOS-DISPONIBLE VALUE 'S'.

      *>   DIAS DE ANTELACION DEL PREAVISO AL DEUDOR. PRIMERA LINEA
      *>   OPCIONAL DEL FICHERO DE PARAMETROS, 9(3); SI NO HAY, LOS 14
      *>   DIAS NATURALES DE LAS NORMAS SEPA
               01 PARM-REMESA-REG.
                   05 PARM-DIAS-PREAVISO PIC 9(3).

      *>   UN MANDATO CADUCA A LOS 36 MESES SIN ADEUDOS: SOBRE UNA
      *>   FECHA AAAAMMDD SON 30000 (TRES ANOS)
               01 WS-FECHA-REFERENCIA PIC 9(8).
               01 WS-FECHA-CADUCIDAD PIC 9(8).
               01 WS-FECHA-CARGO PIC 9(8).
               01 WS-MOTIVO PIC X(30).
               01 WS-PREAVISOS PIC 9(6) VALUE ZERO.
               01 WS-PENDIENTES PIC 9(6) VALUE ZERO.
               01 WS-SIN-MANDATO PIC 9(6) VALUE ZERO.

      *>   LAS CARTAS DE PREAVISO SE CATALOGAN EN EL SPOOL PARA PODER
      *>   VERLAS Y REIMPRIMIRLAS DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 EOF-CLI PIC X VALUE 'N'.
                   88 FIN-CLIENTES VALUE 'S'.
      *>   GENERA LA REMESA BANCARIA DE ADEUDOS DOMICILIADOS: UNA
      *>   ORDEN POR CLIENTE CON SALDO DEUDOR E IBAN REGISTRADO, CON
      *>   CABECERA Y TRAILER DE CUADRE (NUMERO DE ORDENES Y SUMA DE
      *>   IMPORTES), MAS UN INFORME DE CONTROL. CADA ORDEN NECESITA
      *>   UN MANDATO ACTIVO Y NO CADUCADO EN EL REGISTRO DE MANDATOS,
      *>   QUE DA EL TIPO DE SECUENCIA (FRST O RCUR), Y UN PREAVISO AL
      *>   DEUDOR CON LOS DIAS DE ANTELACION REGLAMENTARIOS: LA PRIMERA
      *>   VEZ QUE SE VE LA DEUDA SOLO SE ESCRIBE LA CARTA DE PREAVISO
      *>   Y EL ADEUDO ENTRA EN LA PRIMERA REMESA A PARTIR DE LA FECHA
      *>   DE CARGO AVISADA, SIN SUPERAR EL IMPORTE AVISADO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES NOT = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-MANDATOS-OK.
               OPEN I-O MANDATOS-FILE.
               IF ST-MANDATOS = "00"
                   SET MANDATOS-DISPONIBLE TO TRUE
               END-IF.

               OPEN I-O PREAVISOS-FILE.
               IF ST-PREAVISOS = "35"
                   OPEN OUTPUT PREAVISOS-FILE
                   CLOSE PREAVISOS-FILE
                   OPEN I-O PREAVISOS-FILE
               END-IF.

               OPEN OUTPUT REMESA-FILE.
               OPEN OUTPUT CONTROL-FILE.
               OPEN OUTPUT CARTAS-PREAVISO-FILE.

               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.
                           ADD 1 TO WS-JOB-LEIDOS
                           IF CLIENTE-SALDO < ZERO
                               PERFORM GENERAR-ORDEN
                                   THRU GENERAR-ORDEN-EXIT
                           ELSE
                               PERFORM ANULAR-PREAVISO
                           END-IF
                   END-READ
               END-PERFORM.
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.
               MOVE SPACES TO CONTROL-LINE.
               STRING "Preavisos enviados: " WS-PREAVISOS
                   "  Pendientes de fecha: " WS-PENDIENTES
                   "  Sin mandato valido: " WS-SIN-MANDATO
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               CLOSE REMESA-FILE.
               CLOSE CONTROL-FILE.
               CLOSE CARTAS-PREAVISO-FILE.
               CLOSE CLIENTES-FILE.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF MANDATOS-DISPONIBLE
                   CLOSE MANDATOS-FILE
               END-IF.
               CLOSE PREAVISOS-FILE.

               MOVE "remesa-cartas-preaviso.dat" TO WS-SPOOL-NOMBRE.
               MOVE "REMESA-ADEUDOS" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               DISPLAY "Remesa generada: " WS-ORDENES " ordenes.".

                       END-STRING
                   END-IF
                   WRITE CONTROL-LINE
                   GO TO GENERAR-ORDEN-EXIT
               END-IF.

               PERFORM VALIDAR-MANDATO THRU VALIDAR-MANDATO-EXIT.
               IF WS-MOTIVO NOT = SPACES
                   ADD 1 TO WS-SIN-MANDATO
                   MOVE WS-IMPORTE-ADEUDO TO WS-IMPORTE-ED
                   MOVE SPACES TO CONTROL-LINE
                   STRING "  OMITIDO " CLI-ID " " CLIENTE-NOMBRE
                       " " WS-IMPORTE-ED " " WS-MOTIVO
                       DELIMITED BY SIZE INTO CONTROL-LINE
                   END-STRING
                   WRITE CONTROL-LINE
                   GO TO GENERAR-ORDEN-EXIT
               END-IF.

      *>   SIN PREAVISO, O CON UNO HECHO PARA OTRO MANDATO, SE AVISA
      *>   AHORA Y EL ADEUDO ESPERA A LA FECHA DE CARGO
               MOVE CLI-ID TO PAV-CLI-ID.
               READ PREAVISOS-FILE
                   INVALID KEY
                       PERFORM EMITIR-PREAVISO
                       GO TO GENERAR-ORDEN-EXIT
               END-READ.
               IF PAV-MANDATO NOT = MAND-REFERENCIA
                   PERFORM EMITIR-PREAVISO
                   GO TO GENERAR-ORDEN-EXIT
               END-IF.
               IF PAV-FECHA-CARGO > WS-HOY
                   ADD 1 TO WS-PENDIENTES
                   MOVE SPACES TO CONTROL-LINE
                   STRING "  PREAVISADO " CLI-ID " " CLIENTE-NOMBRE
                       " CARGO A PARTIR DEL " PAV-FECHA-CARGO
                       DELIMITED BY SIZE INTO CONTROL-LINE
                   END-STRING
                   WRITE CONTROL-LINE
                   GO TO GENERAR-ORDEN-EXIT
               END-IF.
               IF WS-IMPORTE-ADEUDO > PAV-IMPORTE
                   MOVE PAV-IMPORTE TO WS-IMPORTE-ADEUDO
               END-IF.

               MOVE SPACES TO REMESA-REG.
               MOVE "D" TO REM-TIPO.
               MOVE CONTACTO-IBAN TO REM-DET-IBAN.
               MOVE WS-IMPORTE-ADEUDO TO REM-DET-IMPORTE.
               MOVE CONTACTO-MANDATO TO REM-DET-MANDATO.
               MOVE CLI-ID TO REM-DET-CLI-ID.
               MOVE MAND-SECUENCIA TO REM-DET-SECUENCIA.
               MOVE MAND-FECHA-FIRMA TO REM-DET-FECHA-FIRMA.
               WRITE REMESA-REG.

               ADD 1 TO WS-ORDENES.
               ADD WS-IMPORTE-ADEUDO TO WS-HASH-TOTAL.

               MOVE WS-IMPORTE-ADEUDO TO WS-IMPORTE-ED.
               MOVE SPACES TO CONTROL-LINE.
               STRING "  ORDEN " CLI-ID " " CLIENTE-NOMBRE
                   " " WS-IMPORTE-ED " IBAN " CONTACTO-IBAN
                   " " MAND-SECUENCIA
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

      *>   TRAS EL PRIMER ADEUDO EL MANDATO PASA A RECURRENTE
               MOVE WS-HOY TO MAND-FECHA-ULTIMO-USO.
               SET MANDATO-RECURRENTE TO TRUE.
               REWRITE MANDATO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ANOTAR USO DEL MANDATO "
                           MAND-REFERENCIA " (" ST-MANDATOS ")"
               END-REWRITE.
               DELETE PREAVISOS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.

           GENERAR-ORDEN-EXIT.
               EXIT.

           VALIDAR-MANDATO.
      *>   DEJA WS-MOTIVO EN BLANCO SI EL MANDATO DEL CONTACTO ESTA
      *>   REGISTRADO, ACTIVO Y EN VIGOR; EL QUE LLEVA 36 MESES SIN
      *>   USO SE MARCA CADUCADO
               MOVE SPACES TO WS-MOTIVO.
               IF NOT MANDATOS-DISPONIBLE OR CONTACTO-MANDATO = SPACES
                   MOVE "SIN MANDATO REGISTRADO" TO WS-MOTIVO
                   GO TO VALIDAR-MANDATO-EXIT
               END-IF.
               MOVE CONTACTO-MANDATO TO MAND-REFERENCIA.
               READ MANDATOS-FILE
                   INVALID KEY
                       MOVE "SIN MANDATO REGISTRADO" TO WS-MOTIVO
                       GO TO VALIDAR-MANDATO-EXIT
               END-READ.
               IF MAND-CLI-ID NOT = CLI-ID
                   MOVE "MANDATO DE OTRO CLIENTE" TO WS-MOTIVO
                   GO TO VALIDAR-MANDATO-EXIT
               END-IF.
               IF MANDATO-CANCELADO
                   MOVE "MANDATO CANCELADO" TO WS-MOTIVO
                   GO TO VALIDAR-MANDATO-EXIT
               END-IF.
               IF MANDATO-CADUCADO
                   MOVE "MANDATO CADUCADO" TO WS-MOTIVO
                   GO TO VALIDAR-MANDATO-EXIT
               END-IF.

               IF MAND-FECHA-ULTIMO-USO = ZERO
                   MOVE MAND-FECHA-FIRMA TO WS-FECHA-REFERENCIA
               ELSE
                   MOVE MAND-FECHA-ULTIMO-USO TO WS-FECHA-REFERENCIA
               END-IF.
               COMPUTE WS-FECHA-CADUCIDAD = WS-FECHA-REFERENCIA + 30000.
               IF WS-HOY > WS-FECHA-CADUCIDAD
                   MOVE "MANDATO CADUCADO (36 MESES SIN USO)"
                       TO WS-MOTIVO
                   SET MANDATO-CADUCADO TO TRUE
                   MOVE WS-HOY TO MAND-FECHA-BAJA
                   REWRITE MANDATO-REG
                       INVALID KEY
                           DISPLAY "ERROR AL MARCAR MANDATO CADUCADO "
                               MAND-REFERENCIA " (" ST-MANDATOS ")"
                   END-REWRITE
               END-IF.

           VALIDAR-MANDATO-EXIT.
               EXIT.

           EMITIR-PREAVISO.
      *>   EL PREAVISO FIJA EL IMPORTE MAXIMO Y LA FECHA DESDE LA QUE
      *>   SE PUEDE CARGAR; SUSTITUYE A CUALQUIER PREAVISO ANTERIOR
               COMPUTE WS-FECHA-CARGO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOY)
                    + PARM-DIAS-PREAVISO).

               MOVE CLI-ID TO PAV-CLI-ID.
               MOVE MAND-REFERENCIA TO PAV-MANDATO.
               MOVE WS-IMPORTE-ADEUDO TO PAV-IMPORTE.
               MOVE WS-HOY TO PAV-FECHA-AVISO.
               MOVE WS-FECHA-CARGO TO PAV-FECHA-CARGO.
               WRITE PREAVISO-REG
                   INVALID KEY
                       REWRITE PREAVISO-REG
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR PREAVISO "
                                   CLI-ID " (" ST-PREAVISOS ")"
                       END-REWRITE
               END-WRITE.
               ADD 1 TO WS-PREAVISOS.

               MOVE WS-IMPORTE-ADEUDO TO WS-IMPORTE-ED.
               MOVE SPACES TO CONTROL-LINE.
               STRING "  PREAVISO " CLI-ID " " CLIENTE-NOMBRE
                   " " WS-IMPORTE-ED " CARGO " WS-FECHA-CARGO
                   DELIMITED BY SIZE INTO CONTROL-LINE
               END-STRING.
               WRITE CONTROL-LINE.

               MOVE "----------------------------------------"
                   TO CARTA-LINE.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "PREAVISO DE ADEUDO DIRECTO SEPA - " WS-HOY
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "CLIENTE " CLI-ID " " CLIENTE-NOMBRE
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "Le cargaremos " WS-IMPORTE-ED
                   " EUR en la cuenta " CONTACTO-IBAN
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.
               MOVE SPACES TO CARTA-LINE.
               STRING "a partir del " WS-FECHA-CARGO
                   " con el mandato " MAND-REFERENCIA
                   " (" MAND-SECUENCIA ")"
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING.
               WRITE CARTA-LINE.

           ANULAR-PREAVISO.
      *>   EL CLIENTE QUE YA NO DEBE NADA NO CONSERVA PREAVISOS
               MOVE CLI-ID TO PAV-CLI-ID.
               DELETE PREAVISOS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.

           INICIALIZAR-PARAMETROS.
               MOVE 14 TO PARM-DIAS-PREAVISO.
               OPEN INPUT REMESA-PARAMETROS-FILE.
               READ REMESA-PARAMETROS-FILE
                   NOT AT END
                       IF REMESA-PARAMETROS-LINE (1:3) IS NUMERIC
                           MOVE REMESA-PARAMETROS-LINE (1:3)
                               TO PARM-REMESA-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE REMESA-PARAMETROS-FILE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "REMESA-ADEUDOS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-ORDENES TO JOB-LOG-ESCRITOS.
               COMPUTE JOB-LOG-RECHAZADOS =
                   WS-SIN-IBAN + WS-SIN-MANDATO.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
