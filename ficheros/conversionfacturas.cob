       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-FACTURAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL FACTURA-REGISTRO-FILE
                   ASSIGN TO "factura-registro.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FREG-NUMERO
                   STATUS ST-FACREG.

                   SELECT OPTIONAL FACREG-OLD-FILE
                   ASSIGN TO "factura-registro-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OLD-FREG-NUMERO
                   STATUS ST-OLD.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD FACTURA-REGISTRO-FILE.
                   COPY copyfreg.

      *>   LAYOUT ANTERIOR DEL REGISTRO DE FACTURAS, SIN SERIE,
      *>   FECHA-HORA NI HUELLAS
               FD FACREG-OLD-FILE.
                   01 FACREG-OLD-REG.
                       05 OLD-FREG-NUMERO PIC 9(8).
                       05 OLD-FREG-FECHA PIC 9(8).
                       05 OLD-FREG-CLI-ID PIC 9(8).
                       05 OLD-FREG-NOMBRE PIC X(20).
                       05 OLD-FREG-NIF PIC X(9).
                       05 OLD-FREG-BASE PIC 9(9)V99.
                       05 OLD-FREG-IVA PIC 9(9)V99.
                       05 OLD-FREG-TOTAL PIC 9(9)V99.
                       05 OLD-FREG-TIPO PIC X(1).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-FACREG PIC X(2).
               77 ST-OLD PIC X(2).

               01 EOF-OLD PIC X VALUE 'N'.
                   88 FIN-OLD VALUE 'S'.

               01 WS-HUELLA-OPERACION PIC X VALUE "E".
               01 WS-HUELLA PIC X(32).
               01 WS-LINEA-QR PIC X(100).

               01 WS-CONTADORES.
                   05 WS-LEIDOS PIC 9(6) VALUE ZERO.
                   05 WS-CARGADOS PIC 9(6) VALUE ZERO.
                   05 WS-DUPLICADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CONVERSION UNICA DEL REGISTRO DE FACTURAS AL LAYOUT CON
      *>   HUELLA ENCADENADA: SE RENOMBRA, SE RELEE CON EL LAYOUT
      *>   VIEJO Y SE RECARGA EN ORDEN DE NUMERO, SELLANDO CADA
      *>   DOCUMENTO EN SU SERIE CON "huellafactura". ASI LA CADENA
      *>   ARRANCA CUBRIENDO TODO LO YA EMITIDO; LA FECHA-HORA DE
      *>   EXPEDICION DE ESOS DOCUMENTOS ES LA DE LA CONVERSION.
      *>   REPETIBLE: SI EL FICHERO YA ABRE LIMPIO NO SE TOCA NADA
               OPEN INPUT FACTURA-REGISTRO-FILE.
               EVALUATE ST-FACREG
                   WHEN "00"
                       CLOSE FACTURA-REGISTRO-FILE
                       DISPLAY "factura-registro.dat ya tiene el "
                           "layout nuevo; nada que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   WHEN "35"
                       DISPLAY "No hay factura-registro.dat que "
                           "convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
               END-EVALUATE.

               MOVE ZERO TO RETURN-CODE.
               CALL "CBL_RENAME_FILE" USING
                   "factura-registro.dat" "factura-registro-old.dat".
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ERROR: no se pudo renombrar "
                       "factura-registro.dat (" RETURN-CODE ")"
                   MOVE ZERO TO RETURN-CODE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               MOVE ZERO TO RETURN-CODE.

               OPEN INPUT FACREG-OLD-FILE.
               IF ST-OLD NOT = "00"
                   DISPLAY "ERROR: factura-registro-old.dat no abre "
                       "con el layout viejo (" ST-OLD "); revisar "
                       "a mano"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT FACTURA-REGISTRO-FILE.
               CLOSE FACTURA-REGISTRO-FILE.
               OPEN I-O FACTURA-REGISTRO-FILE.

               MOVE ZEROS TO OLD-FREG-NUMERO.
               START FACREG-OLD-FILE
                   KEY IS NOT LESS THAN OLD-FREG-NUMERO
                   INVALID KEY
                       SET FIN-OLD TO TRUE
               END-START.
               PERFORM UNTIL FIN-OLD
                   READ FACREG-OLD-FILE NEXT RECORD
                       AT END
                           SET FIN-OLD TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-FACTURA
                   END-READ
               END-PERFORM.

               CLOSE FACREG-OLD-FILE.
               CLOSE FACTURA-REGISTRO-FILE.

               DISPLAY "Conversion del registro de facturas "
                   "terminada; el original queda en "
                   "factura-registro-old.dat.".
               DISPLAY "Leidos:     " WS-LEIDOS.
               DISPLAY "Cargados:   " WS-CARGADOS.
               DISPLAY "Duplicados: " WS-DUPLICADOS.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-FACTURA.
               MOVE OLD-FREG-NUMERO TO FREG-NUMERO.
               MOVE OLD-FREG-FECHA TO FREG-FECHA.
               MOVE OLD-FREG-CLI-ID TO FREG-CLI-ID.
               MOVE OLD-FREG-NOMBRE TO FREG-NOMBRE.
               MOVE OLD-FREG-NIF TO FREG-NIF.
               MOVE OLD-FREG-BASE TO FREG-BASE.
               MOVE OLD-FREG-IVA TO FREG-IVA.
               MOVE OLD-FREG-TOTAL TO FREG-TOTAL.
               MOVE OLD-FREG-TIPO TO FREG-TIPO.
               CALL "huellafactura" USING WS-HUELLA-OPERACION
                   FACREG-REG WS-HUELLA WS-LINEA-QR.
               WRITE FACREG-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONVERSION-FACTURAS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-CARGADOS TO JOB-LOG-ESCRITOS.
               MOVE WS-DUPLICADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONVERSION-FACTURAS.
