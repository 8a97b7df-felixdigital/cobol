       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-PROVEEDORES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT OPTIONAL PROVEEDORES-OLD-FILE
                   ASSIGN TO "proveedores-old.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OLD-PROV-ID
                   STATUS ST-OLD.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD PROVEEDORES-FILE.
                   COPY copyprov.

      *>   LAYOUT ANTERIOR DEL MAESTRO, SIN IBAN NI PEDIDO MINIMO
               FD PROVEEDORES-OLD-FILE.
                   01 PROVEEDOR-OLD-REG.
                       05 OLD-PROV-ID PIC X(5).
                       05 OLD-PROV-NOMBRE PIC X(30).
                       05 OLD-PROV-NIF PIC X(9).
                       05 OLD-PROV-PLAZO-PAGO PIC 9(3).
                       05 OLD-PROV-ESTADO PIC X(1).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-PROVEEDOR PIC X(2).
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
      *>   CONVERSION UNICA DEL MAESTRO DE PROVEEDORES AL LAYOUT
      *>   AMPLIADO CON EL IBAN DE PAGO Y EL PEDIDO MINIMO: UN
      *>   FICHERO CON EL LAYOUT VIEJO ABRE CON ESTADO 39 CONTRA EL
      *>   FD NUEVO, ASI QUE SE RENOMBRA A proveedores-old.dat, SE
      *>   RELEE CON EL LAYOUT VIEJO Y SE RECARGA CAMPO A CAMPO.
      *>   REPETIBLE: SI EL FICHERO YA ABRE LIMPIO NO SE TOCA NADA
               OPEN INPUT PROVEEDORES-FILE.
               EVALUATE ST-PROVEEDOR
                   WHEN "00"
                       CLOSE PROVEEDORES-FILE
                       DISPLAY "proveedores.dat ya tiene el layout "
                           "nuevo; nada que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   WHEN "35"
                       DISPLAY "No hay proveedores.dat que convertir."
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
               END-EVALUATE.

               MOVE ZERO TO RETURN-CODE.
               CALL "CBL_RENAME_FILE" USING
                   "proveedores.dat" "proveedores-old.dat".
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ERROR: no se pudo renombrar "
                       "proveedores.dat (" RETURN-CODE ")"
                   MOVE ZERO TO RETURN-CODE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               MOVE ZERO TO RETURN-CODE.

               OPEN INPUT PROVEEDORES-OLD-FILE.
               IF ST-OLD NOT = "00"
                   DISPLAY "ERROR: proveedores-old.dat no abre con "
                       "el layout viejo (" ST-OLD "); revisar a mano"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT PROVEEDORES-FILE.
               CLOSE PROVEEDORES-FILE.
               OPEN I-O PROVEEDORES-FILE.

               MOVE LOW-VALUES TO OLD-PROV-ID.
               START PROVEEDORES-OLD-FILE
                   KEY IS NOT LESS THAN OLD-PROV-ID
                   INVALID KEY
                       SET FIN-OLD TO TRUE
               END-START.
               PERFORM UNTIL FIN-OLD
                   READ PROVEEDORES-OLD-FILE NEXT RECORD
                       AT END
                           SET FIN-OLD TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-PROVEEDOR
                   END-READ
               END-PERFORM.

               CLOSE PROVEEDORES-OLD-FILE.
               CLOSE PROVEEDORES-FILE.

               DISPLAY "Conversion del maestro de proveedores "
                   "terminada; el original queda en "
                   "proveedores-old.dat.".
               DISPLAY "Leidos:     " WS-LEIDOS.
               DISPLAY "Cargados:   " WS-CARGADOS.
               DISPLAY "Duplicados: " WS-DUPLICADOS.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PROVEEDOR.
      *>   EL IBAN NACE EN BLANCO: HAY QUE DARLO EN EL MANTENIMIENTO
      *>   ANTES DE PAGAR AL PROVEEDOR POR TRANSFERENCIA; SIN
      *>   PEDIDO MINIMO HASTA QUE SE FIJE
               MOVE OLD-PROV-ID TO PROV-ID.
               MOVE OLD-PROV-NOMBRE TO PROV-NOMBRE.
               MOVE OLD-PROV-NIF TO PROV-NIF.
               MOVE OLD-PROV-PLAZO-PAGO TO PROV-PLAZO-PAGO.
               MOVE OLD-PROV-ESTADO TO PROV-ESTADO.
               MOVE SPACES TO PROV-IBAN.
               MOVE ZERO TO PROV-PEDIDO-MINIMO.
               WRITE PROVEEDOR-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONVERSION-PROVEED" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-CARGADOS TO JOB-LOG-ESCRITOS.
               MOVE WS-DUPLICADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONVERSION-PROVEEDORES.
