       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-VERIFACTU.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL FACTURA-REGISTRO-FILE
                   ASSIGN TO "factura-registro.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FREG-NUMERO
                   STATUS ST-FACREG.

                   SELECT OPTIONAL VERIFACTU-PARAMETROS-FILE
                   ASSIGN TO "verifactu-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT VERIFACTU-EXPORT-FILE
                   ASSIGN TO "verifactu-export.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD FACTURA-REGISTRO-FILE.
                   COPY copyfreg.

      *>   PRIMERA LINEA: NIF DEL EXPEDIDOR
               FD VERIFACTU-PARAMETROS-FILE.
                   01 VERIFACTU-PARAMETROS-LINE PIC X(9).

      *>   FICHERO DE REGISTROS DE FACTURACION PARA LA AGENCIA
      *>   TRIBUTARIA: UNA CABECERA "C", UN REGISTRO "R" POR DOCUMENTO
      *>   EN EL ORDEN DE SU CADENA Y UN PIE "T" CON LOS TOTALES. LOS
      *>   ABONOS VAN COMO RECTIFICATIVOS (R1) CON IMPORTES NEGATIVOS
               FD VERIFACTU-EXPORT-FILE.
                   01 EXPORT-LINE PIC X(200).
                   01 EXPORT-CABECERA REDEFINES EXPORT-LINE.
                       05 EXC-TIPO-REG PIC X(1).
                       05 EXC-NIF-EXPEDIDOR PIC X(9).
                       05 EXC-DESDE PIC 9(8).
                       05 EXC-HASTA PIC 9(8).
                       05 EXC-GENERADO PIC 9(14).
                       05 FILLER PIC X(160).
                   01 EXPORT-DETALLE REDEFINES EXPORT-LINE.
                       05 EXD-TIPO-REG PIC X(1).
                       05 EXD-NIF-EXPEDIDOR PIC X(9).
                       05 EXD-SERIE PIC X(1).
                       05 EXD-NUMERO PIC 9(8).
                       05 EXD-FECHA PIC 9(8).
                       05 EXD-TIPO-FACTURA PIC X(2).
                       05 EXD-NIF-DESTINATARIO PIC X(9).
                       05 EXD-NOMBRE-DESTINATARIO PIC X(20).
                       05 EXD-BASE PIC S9(9)V99
                           SIGN LEADING SEPARATE.
                       05 EXD-CUOTA PIC S9(9)V99
                           SIGN LEADING SEPARATE.
                       05 EXD-TOTAL PIC S9(9)V99
                           SIGN LEADING SEPARATE.
                       05 EXD-FECHA-HORA PIC 9(14).
                       05 EXD-HUELLA-ANTERIOR PIC X(32).
                       05 EXD-HUELLA PIC X(32).
                       05 FILLER PIC X(28).
                   01 EXPORT-PIE REDEFINES EXPORT-LINE.
                       05 EXT-TIPO-REG PIC X(1).
                       05 EXT-REGISTROS PIC 9(8).
                       05 EXT-BASE PIC S9(11)V99
                           SIGN LEADING SEPARATE.
                       05 EXT-CUOTA PIC S9(11)V99
                           SIGN LEADING SEPARATE.
                       05 EXT-TOTAL PIC S9(11)V99
                           SIGN LEADING SEPARATE.
                       05 FILLER PIC X(149).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-FACREG PIC X(2).

               01 EOF-FACTURA PIC X VALUE 'N'.
                   88 FIN-FACTURAS VALUE 'S'.

               01 WS-NIF-EXPEDIDOR PIC X(9) VALUE SPACES.
               01 WS-FECHA-DESDE PIC 9(8).
               01 WS-FECHA-HASTA PIC 9(8).

               01 WS-TOTAL-BASE PIC S9(11)V99 VALUE ZERO.
               01 WS-TOTAL-CUOTA PIC S9(11)V99 VALUE ZERO.
               01 WS-TOTAL-TOTAL PIC S9(11)V99 VALUE ZERO.
               01 WS-EXPORTADOS PIC 9(8) VALUE ZERO.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   EXPORTACION DE LOS REGISTROS DE FACTURACION DE UN PERIODO
      *>   EN EL FORMATO DE ENVIO A LA AGENCIA TRIBUTARIA, CON SU
      *>   HUELLA ENCADENADA Y FECHA-HORA DE EXPEDICION. LOS
      *>   REGISTROS SIN HUELLA NO SE ENVIAN: SE LISTAN PARA QUE LA
      *>   VERIFICACION DEL REGISTRO LOS ACLARE ANTES
               DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING.
               ACCEPT WS-FECHA-DESDE.
               DISPLAY "Hasta (AAAAMMDD): " WITH NO ADVANCING.
               ACCEPT WS-FECHA-HASTA.

               PERFORM INICIALIZAR-PARAMETROS.
               IF WS-NIF-EXPEDIDOR = SPACES
                   DISPLAY "AVISO: sin NIF del expedidor en "
                       "verifactu-parametros.dat"
               END-IF.

               OPEN INPUT FACTURA-REGISTRO-FILE.
               IF ST-FACREG NOT = "00"
                   DISPLAY "No hay registro de facturas "
                       "(factura-registro.dat)"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT VERIFACTU-EXPORT-FILE.
               MOVE SPACES TO EXPORT-LINE.
               MOVE "C" TO EXC-TIPO-REG.
               MOVE WS-NIF-EXPEDIDOR TO EXC-NIF-EXPEDIDOR.
               MOVE WS-FECHA-DESDE TO EXC-DESDE.
               MOVE WS-FECHA-HASTA TO EXC-HASTA.
               MOVE FUNCTION CURRENT-DATE (1:14) TO EXC-GENERADO.
               WRITE EXPORT-LINE.

               MOVE ZEROS TO FREG-NUMERO.
               START FACTURA-REGISTRO-FILE
                   KEY IS NOT LESS THAN FREG-NUMERO
                   INVALID KEY
                       SET FIN-FACTURAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-FACTURAS
                   READ FACTURA-REGISTRO-FILE NEXT RECORD
                       AT END
                           SET FIN-FACTURAS TO TRUE
                       NOT AT END
                           IF FREG-FECHA >= WS-FECHA-DESDE
                               AND FREG-FECHA <= WS-FECHA-HASTA
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM EXPORTAR-REGISTRO
                                   THRU EXPORTAR-REGISTRO-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO EXPORT-LINE.
               MOVE "T" TO EXT-TIPO-REG.
               MOVE WS-EXPORTADOS TO EXT-REGISTROS.
               MOVE WS-TOTAL-BASE TO EXT-BASE.
               MOVE WS-TOTAL-CUOTA TO EXT-CUOTA.
               MOVE WS-TOTAL-TOTAL TO EXT-TOTAL.
               WRITE EXPORT-LINE.

               CLOSE VERIFACTU-EXPORT-FILE.
               CLOSE FACTURA-REGISTRO-FILE.

               DISPLAY "Registros exportados: " WS-EXPORTADOS
                   "; sin huella (no enviados): " WS-JOB-RECHAZADOS.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               MOVE SPACES TO WS-NIF-EXPEDIDOR.
               OPEN INPUT VERIFACTU-PARAMETROS-FILE.
               READ VERIFACTU-PARAMETROS-FILE
                   NOT AT END
                       MOVE VERIFACTU-PARAMETROS-LINE
                           TO WS-NIF-EXPEDIDOR
                   AT END
                       CONTINUE
               END-READ.
               CLOSE VERIFACTU-PARAMETROS-FILE.

           EXPORTAR-REGISTRO.
               IF FREG-HUELLA = SPACES
                   DISPLAY "Sin huella, no se exporta: " FREG-NUMERO
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO EXPORTAR-REGISTRO-EXIT
               END-IF.

               MOVE SPACES TO EXPORT-LINE.
               MOVE "R" TO EXD-TIPO-REG.
               MOVE WS-NIF-EXPEDIDOR TO EXD-NIF-EXPEDIDOR.
               MOVE FREG-SERIE TO EXD-SERIE.
               MOVE FREG-NUMERO TO EXD-NUMERO.
               MOVE FREG-FECHA TO EXD-FECHA.
               MOVE FREG-NIF TO EXD-NIF-DESTINATARIO.
               MOVE FREG-NOMBRE TO EXD-NOMBRE-DESTINATARIO.
               EVALUATE TRUE
                   WHEN FREG-ABONO
                       MOVE "R1" TO EXD-TIPO-FACTURA
                       COMPUTE EXD-BASE = ZERO - FREG-BASE
                       COMPUTE EXD-CUOTA = ZERO - FREG-IVA
                       COMPUTE EXD-TOTAL = ZERO - FREG-TOTAL
                   WHEN FREG-SIMPLIFICADA
                       MOVE "F2" TO EXD-TIPO-FACTURA
                       MOVE FREG-BASE TO EXD-BASE
                       MOVE FREG-IVA TO EXD-CUOTA
                       MOVE FREG-TOTAL TO EXD-TOTAL
                   WHEN OTHER
                       MOVE "F1" TO EXD-TIPO-FACTURA
                       MOVE FREG-BASE TO EXD-BASE
                       MOVE FREG-IVA TO EXD-CUOTA
                       MOVE FREG-TOTAL TO EXD-TOTAL
               END-EVALUATE.
               MOVE FREG-FECHA-HORA TO EXD-FECHA-HORA.
               MOVE FREG-HUELLA-ANTERIOR TO EXD-HUELLA-ANTERIOR.
               MOVE FREG-HUELLA TO EXD-HUELLA.
               ADD EXD-BASE TO WS-TOTAL-BASE.
               ADD EXD-CUOTA TO WS-TOTAL-CUOTA.
               ADD EXD-TOTAL TO WS-TOTAL-TOTAL.
               WRITE EXPORT-LINE.
               ADD 1 TO WS-EXPORTADOS.
               ADD 1 TO WS-JOB-ESCRITOS.

           EXPORTAR-REGISTRO-EXIT.
               EXIT.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "EXPORTA-VERIFACTU" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM EXPORTA-VERIFACTU.
