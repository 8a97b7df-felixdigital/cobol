       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-ENCARGOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ENCARGOS-FILE
                   ASSIGN TO "encargos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ENC-NUMERO
                   STATUS ST-ENCARGOS.

                   SELECT OPTIONAL ENCARGOS-OLD-FILE
                   ASSIGN TO "encargos-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OLD-ENC-NUMERO
                   STATUS ST-OLD.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ENCARGOS-FILE.
                   COPY copyencg.

      *>   LAYOUT ANTERIOR, SIN PRECIO PACTADO NI PRESUPUESTO
               FD ENCARGOS-OLD-FILE.
                   01 ENCARGO-OLD-REG.
                       05 OLD-ENC-NUMERO PIC 9(8).
                       05 OLD-ENC-CLI-ID PIC 9(8).
                       05 OLD-ENC-ITEM-ID PIC X(8).
                       05 OLD-ENC-TIENDA PIC X(5).
                       05 OLD-ENC-QTY PIC 9(3).
                       05 OLD-ENC-DEPOSITO PIC 9(5)V99.
                       05 OLD-ENC-PAGO PIC X(1).
                       05 OLD-ENC-FECHA-ALTA PIC 9(8).
                       05 OLD-ENC-FECHA-AVISO PIC 9(8).
                       05 OLD-ENC-ESTADO PIC X(1).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ENCARGOS PIC X(2).
               77 ST-OLD PIC X(2).

               01 EOF-OLD PIC X VALUE 'N'.
                   88 FIN-OLD VALUE 'S'.

               01 WS-CONTADORES.
                   05 WS-LEIDOS PIC 9(6) VALUE ZERO.
                   05 WS-CARGADOS PIC 9(6) VALUE ZERO.
                   05 WS-DUPLICADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CONVERSION UNICA DE LOS ENCARGOS DE CLIENTE AL LAYOUT CON
      *>   PRECIO PACTADO Y PRESUPUESTO DE ORIGEN: LOS ENCARGOS
      *>   ANTERIORES NO VIENEN DE NINGUN PRESUPUESTO Y SE COBRAN A
      *>   TARIFA, ASI QUE AMBOS CAMPOS NACEN A CERO. COMO EN LAS
      *>   DEMAS CONVERSIONES, EL FICHERO VIEJO SE RENOMBRA A
      *>   encargos-old.dat Y SE RELEE CON SU LAYOUT. REPETIBLE: SI
      *>   EL FICHERO YA ABRE LIMPIO NO SE TOCA NADA
               OPEN INPUT ENCARGOS-FILE.
               EVALUATE ST-ENCARGOS
                   WHEN "00"
                       CLOSE ENCARGOS-FILE
                       DISPLAY "encargos.dat ya tiene el layout "
                           "nuevo; nada que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   WHEN "05"
                       CLOSE ENCARGOS-FILE
                       DISPLAY "No hay encargos.dat que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   WHEN "35"
                       DISPLAY "No hay encargos.dat que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
               END-EVALUATE.

               MOVE ZERO TO RETURN-CODE.
               CALL "CBL_RENAME_FILE" USING
                   "encargos.dat" "encargos-old.dat".
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ERROR: no se pudo renombrar "
                       "encargos.dat (" RETURN-CODE ")"
                   MOVE ZERO TO RETURN-CODE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               MOVE ZERO TO RETURN-CODE.

               OPEN INPUT ENCARGOS-OLD-FILE.
               IF ST-OLD NOT = "00"
                   DISPLAY "ERROR: encargos-old.dat no abre con "
                       "el layout viejo (" ST-OLD "); revisar a mano"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT ENCARGOS-FILE.
               CLOSE ENCARGOS-FILE.
               OPEN I-O ENCARGOS-FILE.

               MOVE ZEROS TO OLD-ENC-NUMERO.
               START ENCARGOS-OLD-FILE
                   KEY IS NOT LESS THAN OLD-ENC-NUMERO
                   INVALID KEY
                       SET FIN-OLD TO TRUE
               END-START.
               PERFORM UNTIL FIN-OLD
                   READ ENCARGOS-OLD-FILE NEXT RECORD
                       AT END
                           SET FIN-OLD TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-ENCARGO
                   END-READ
               END-PERFORM.

               CLOSE ENCARGOS-OLD-FILE.
               CLOSE ENCARGOS-FILE.

               DISPLAY "Conversion de encargos terminada; el "
                   "original queda en encargos-old.dat.".
               DISPLAY "Leidos:     " WS-LEIDOS.
               DISPLAY "Cargados:   " WS-CARGADOS.
               DISPLAY "Duplicados: " WS-DUPLICADOS.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-ENCARGO.
               MOVE OLD-ENC-NUMERO TO ENC-NUMERO.
               MOVE OLD-ENC-CLI-ID TO ENC-CLI-ID.
               MOVE OLD-ENC-ITEM-ID TO ENC-ITEM-ID.
               MOVE OLD-ENC-TIENDA TO ENC-TIENDA.
               MOVE OLD-ENC-QTY TO ENC-QTY.
               MOVE OLD-ENC-DEPOSITO TO ENC-DEPOSITO.
               MOVE OLD-ENC-PAGO TO ENC-PAGO.
               MOVE OLD-ENC-FECHA-ALTA TO ENC-FECHA-ALTA.
               MOVE OLD-ENC-FECHA-AVISO TO ENC-FECHA-AVISO.
               MOVE OLD-ENC-ESTADO TO ENC-ESTADO.
               MOVE ZEROS TO ENC-PRECIO.
               MOVE ZEROS TO ENC-PRESUPUESTO.
               WRITE ENCARGO-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONVERSION-ENCARGOS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-CARGADOS TO JOB-LOG-ESCRITOS.
               MOVE WS-DUPLICADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONVERSION-ENCARGOS.
