       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-DEVPROV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL DEVOLUCIONES-PROV-FILE
                   ASSIGN TO "devoluciones-proveedor.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS DVP-NUMERO
                   STATUS ST-DEVOLUCION.

                   SELECT OPTIONAL DEVOLUCIONES-OLD-FILE
                   ASSIGN TO "devoluciones-proveedor-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OLD-DVP-NUMERO
                   STATUS ST-OLD.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD DEVOLUCIONES-PROV-FILE.
                   COPY copydevp.

      *>   LAYOUT ANTERIOR, SIN LOTE EN LAS LINEAS
               FD DEVOLUCIONES-OLD-FILE.
                   01 DEVOLUCION-OLD-REG.
                       05 OLD-DVP-NUMERO PIC 9(8).
                       05 OLD-DVP-CABECERA PIC X(89).
                       05 OLD-DVP-N-LINEAS PIC 9(2).
                       05 OLD-DVP-LINEA OCCURS 10 TIMES.
                           10 OLD-DVP-ITEM-ID PIC X(8).
                           10 OLD-DVP-QTY PIC 9(5).
                           10 OLD-DVP-COSTE PIC 9(3)V99.
                           10 OLD-DVP-IMPORTE-LINEA PIC S9(8)V99.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-DEVOLUCION PIC X(2).
               77 ST-OLD PIC X(2).

               01 EOF-OLD PIC X VALUE 'N'.
                   88 FIN-OLD VALUE 'S'.

               01 WS-L PIC 9(2).

               01 WS-CONTADORES.
                   05 WS-LEIDOS PIC 9(6) VALUE ZERO.
                   05 WS-CARGADOS PIC 9(6) VALUE ZERO.
                   05 WS-DUPLICADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CONVERSION UNICA DE LAS DEVOLUCIONES A PROVEEDOR AL LAYOUT
      *>   CON LOTE EN CADA LINEA: LAS DEVOLUCIONES ANTERIORES NO
      *>   ANOTABAN LOTE, ASI QUE NACE EN BLANCO. COMO EN LAS DEMAS
      *>   CONVERSIONES, EL FICHERO VIEJO SE RENOMBRA A
      *>   devoluciones-proveedor-old.dat Y SE RELEE CON SU LAYOUT.
      *>   REPETIBLE: SI EL FICHERO YA ABRE LIMPIO NO SE TOCA NADA
               OPEN INPUT DEVOLUCIONES-PROV-FILE.
               EVALUATE ST-DEVOLUCION
                   WHEN "00"
                       CLOSE DEVOLUCIONES-PROV-FILE
                       DISPLAY "devoluciones-proveedor.dat ya tiene "
                           "el layout nuevo; nada que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   WHEN "05"
                       CLOSE DEVOLUCIONES-PROV-FILE
                       DISPLAY "No hay devoluciones-proveedor.dat "
                           "que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   WHEN "35"
                       DISPLAY "No hay devoluciones-proveedor.dat "
                           "que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
               END-EVALUATE.

               MOVE ZERO TO RETURN-CODE.
               CALL "CBL_RENAME_FILE" USING
                   "devoluciones-proveedor.dat"
                   "devoluciones-proveedor-old.dat".
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ERROR: no se pudo renombrar "
                       "devoluciones-proveedor.dat (" RETURN-CODE ")"
                   MOVE ZERO TO RETURN-CODE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               MOVE ZERO TO RETURN-CODE.

               OPEN INPUT DEVOLUCIONES-OLD-FILE.
               IF ST-OLD NOT = "00"
                   DISPLAY "ERROR: devoluciones-proveedor-old.dat no "
                       "abre con el layout viejo (" ST-OLD "); "
                       "revisar a mano"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT DEVOLUCIONES-PROV-FILE.
               CLOSE DEVOLUCIONES-PROV-FILE.
               OPEN I-O DEVOLUCIONES-PROV-FILE.

               MOVE ZEROS TO OLD-DVP-NUMERO.
               START DEVOLUCIONES-OLD-FILE
                   KEY IS NOT LESS THAN OLD-DVP-NUMERO
                   INVALID KEY
                       SET FIN-OLD TO TRUE
               END-START.
               PERFORM UNTIL FIN-OLD
                   READ DEVOLUCIONES-OLD-FILE NEXT RECORD
                       AT END
                           SET FIN-OLD TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-DEVOLUCION
                   END-READ
               END-PERFORM.

               CLOSE DEVOLUCIONES-OLD-FILE.
               CLOSE DEVOLUCIONES-PROV-FILE.

               DISPLAY "Conversion de devoluciones a proveedor "
                   "terminada; el original queda en "
                   "devoluciones-proveedor-old.dat.".
               DISPLAY "Leidos:     " WS-LEIDOS.
               DISPLAY "Cargados:   " WS-CARGADOS.
               DISPLAY "Duplicados: " WS-DUPLICADOS.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-DEVOLUCION.
      *>   LA CABECERA NO CAMBIA Y PASA TAL CUAL POR POSICION
               INITIALIZE DEVOLUCION-PROV-REG.
               MOVE DEVOLUCION-OLD-REG (1:97)
                   TO DEVOLUCION-PROV-REG (1:97).
               MOVE OLD-DVP-N-LINEAS TO DVP-N-LINEAS.
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 10
                   MOVE OLD-DVP-ITEM-ID (WS-L) TO DVP-ITEM-ID (WS-L)
                   MOVE OLD-DVP-QTY (WS-L) TO DVP-QTY (WS-L)
                   MOVE OLD-DVP-COSTE (WS-L) TO DVP-COSTE (WS-L)
                   MOVE OLD-DVP-IMPORTE-LINEA (WS-L)
                       TO DVP-IMPORTE-LINEA (WS-L)
                   MOVE SPACES TO DVP-LOTE (WS-L)
               END-PERFORM.
               WRITE DEVOLUCION-PROV-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONVERSION-DEVPROV" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-CARGADOS TO JOB-LOG-ESCRITOS.
               MOVE WS-DUPLICADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONVERSION-DEVPROV.
