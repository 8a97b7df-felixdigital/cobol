       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *>   EL VIVO O UNA PARTICION ANUAL, SEGUN WS-HIST-NOMBRE
                   SELECT OPTIONAL VENTAS-HISTORICO-FILE
                   ASSIGN TO WS-HIST-NOMBRE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-CLAVE
                   STATUS ST-HISTORICO.

                   SELECT OPTIONAL HISTORICO-OLD-FILE
                   ASSIGN TO WS-OLD-NOMBRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS OLD-HIST-CLAVE
                   STATUS ST-OLD.

      *>   EL MISMO FICHERO RENOMBRADO, LEIDO CON EL LAYOUT QUE YA
      *>   LLEVABA CAJA Y TICKET PERO AUN NO EL ACUERDO DE PRECIO
                   SELECT OPTIONAL HISTORICO-ANT-FILE
                   ASSIGN TO WS-OLD-NOMBRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ANT-HIST-CLAVE
                   STATUS ST-ANT.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD VENTAS-HISTORICO-FILE.
                   COPY copyhist.

      *>   LAYOUT ANTERIOR DEL HISTORICO, SIN CAJA NI TICKET
               FD HISTORICO-OLD-FILE.
                   01 HISTORICO-OLD-REG.
                       05 OLD-HIST-CLAVE.
                       05 OLD-HIST-IMPORTE PIC 9(7)V99.
                       05 OLD-HIST-DESCUENTO PIC 9(7)V99.
                       05 OLD-HIST-SIGNO PIC S9(1).
                       05 OLD-HIST-PROMO PIC X(6).
                       05 OLD-HIST-PAY-METHOD PIC X(1).
                       05 OLD-HIST-EMPLEADO-ID PIC 9(8).

      *>   LAYOUT INTERMEDIO, CON CAJA Y TICKET Y SIN ACUERDO
               FD HISTORICO-ANT-FILE.
                   01 HISTORICO-ANT-REG.
                       05 ANT-HIST-CLAVE.
                           10 ANT-HIST-SHOP-ID PIC X(5).
                           10 ANT-HIST-SALE-DATE PIC 9(8).
                           10 ANT-HIST-SALE-SEQ PIC 9(5).
                           10 ANT-HIST-TIPO PIC X(1).
                       05 ANT-HIST-ITEM-ID PIC X(8).
                       05 ANT-HIST-CUST-ID PIC 9(8).
                       05 ANT-HIST-QTY PIC 9(3).
                       05 ANT-HIST-IMPORTE PIC 9(7)V99.
                       05 ANT-HIST-DESCUENTO PIC 9(7)V99.
                       05 ANT-HIST-SIGNO PIC S9(1).
                       05 ANT-HIST-PROMO PIC X(6).
                       05 ANT-HIST-PAY-METHOD PIC X(1).
                       05 ANT-HIST-EMPLEADO-ID PIC 9(8).
                       05 ANT-HIST-TILL-ID PIC X(2).
                       05 ANT-HIST-TICKET PIC 9(8).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.
           WORKING-STORAGE SECTION.
               77 ST-HISTORICO PIC X(2).
               77 ST-OLD PIC X(2).
               77 ST-ANT PIC X(2).

               01 EOF-OLD PIC X VALUE 'N'.
                   88 FIN-OLD VALUE 'S'.
               01 EOF-ANT PIC X VALUE 'N'.
                   88 FIN-ANT VALUE 'S'.

      *>   CONTADORES DEL FICHERO EN CURSO Y DE TODA LA EJECUCION
               01 WS-CONTADORES.
                   05 WS-LEIDOS PIC 9(6) VALUE ZERO.
                   05 WS-CARGADOS PIC 9(6) VALUE ZERO.
                   05 WS-DUPLICADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTALES.
                   05 WS-TOT-LEIDOS PIC 9(6) VALUE ZERO.
                   05 WS-TOT-CARGADOS PIC 9(6) VALUE ZERO.
                   05 WS-TOT-DUPLICADOS PIC 9(6) VALUE ZERO.

      *>   FICHERO QUE SE CONVIERTE: ANO 0 ES EL VIVO
      *>   "ventas-historico.dat"; CUALQUIER OTRO, SU PARTICION
      *>   "ventas-historico-AAAA.dat", CON LA MISMA COPIA "-old"
               01 WS-HIST-NOMBRE PIC X(30).
               01 WS-OLD-NOMBRE PIC X(30).
               01 WS-ANO PIC 9(4).
               01 WS-ANO-EN-CURSO PIC 9(4).

      *>   CADA HISTORICO CONVERTIDO LLEVA SUS INDICES POR CLIENTE Y
      *>   POR ARTICULO RECIEN GENERADOS ("indexarhistorico")
               01 WS-IX-OPERACION PIC X(1).
               01 WS-IX-ANO PIC 9(4) VALUE ZERO.
               01 WS-IX-ESTADO PIC X(2).
               01 WS-IX-CUENTA PIC 9(7).

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CONVERSION UNICA DEL HISTORICO DE VENTAS AL LAYOUT
      *>   AMPLIADO (CAJA Y TICKET DE LA TRANSACCION, ACUERDO DE
      *>   PRECIO), DEL VIVO Y DE CADA PARTICION ANUAL: UN FICHERO
      *>   CON UN LAYOUT ANTERIOR ABRE CON ESTADO 39 CONTRA EL FD
      *>   NUEVO, ASI QUE SE RENOMBRA, SE RELEE CON EL LAYOUT
      *>   INTERMEDIO O, SI TAMPOCO ABRE, CON EL VIEJO, Y SE RECARGA
      *>   CAMPO A CAMPO. REPETIBLE: UN FICHERO QUE YA ABRE LIMPIO NO
      *>   SE TOCA
               MOVE ZERO TO WS-ANO.
               PERFORM CONVERTIR-FICHERO
                   THRU CONVERTIR-FICHERO-EXIT.

               MOVE FUNCTION CURRENT-DATE (1:4) TO WS-ANO-EN-CURSO.
               PERFORM CONVERTIR-FICHERO
                   THRU CONVERTIR-FICHERO-EXIT
                   VARYING WS-ANO FROM 2000 BY 1
                   UNTIL WS-ANO > WS-ANO-EN-CURSO.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CONVERTIR-FICHERO.
               MOVE SPACES TO WS-HIST-NOMBRE WS-OLD-NOMBRE.
               IF WS-ANO = ZERO
                   MOVE "ventas-historico.dat" TO WS-HIST-NOMBRE
                   MOVE "ventas-historico-old.dat" TO WS-OLD-NOMBRE
               ELSE
                   STRING "ventas-historico-" WS-ANO ".dat"
                       DELIMITED BY SIZE INTO WS-HIST-NOMBRE
                   END-STRING
                   STRING "ventas-historico-" WS-ANO "-old.dat"
                       DELIMITED BY SIZE INTO WS-OLD-NOMBRE
                   END-STRING
               END-IF.
               INITIALIZE WS-CONTADORES.
               MOVE 'N' TO EOF-OLD.
               MOVE 'N' TO EOF-ANT.

      *>   AL SER OPTIONAL, UN FICHERO QUE NO EXISTE ABRE CON "05"
               OPEN INPUT VENTAS-HISTORICO-FILE.
               EVALUATE ST-HISTORICO
                   WHEN "00"
                       CLOSE VENTAS-HISTORICO-FILE
                       DISPLAY "Ya en el layout nuevo, nada que "
                           "convertir: " WS-HIST-NOMBRE
                       GO TO CONVERTIR-FICHERO-EXIT
                   WHEN "05"
                       CLOSE VENTAS-HISTORICO-FILE
                       IF WS-ANO = ZERO
                           DISPLAY "No hay ventas-historico.dat que "
                               "convertir."
                       END-IF
                       GO TO CONVERTIR-FICHERO-EXIT
                   WHEN "35"
                       IF WS-ANO = ZERO
                           DISPLAY "No hay ventas-historico.dat que "
                               "convertir."
                       END-IF
                       GO TO CONVERTIR-FICHERO-EXIT
               END-EVALUATE.

               MOVE ZERO TO RETURN-CODE.
               CALL "CBL_RENAME_FILE" USING
                   WS-HIST-NOMBRE WS-OLD-NOMBRE.
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ERROR: no se pudo renombrar ("
                       RETURN-CODE "): " WS-HIST-NOMBRE
                   MOVE ZERO TO RETURN-CODE
                   GO TO CONVERTIR-FICHERO-EXIT
               END-IF.
               MOVE ZERO TO RETURN-CODE.

               OPEN INPUT HISTORICO-ANT-FILE.
               IF ST-ANT = "00"
                   PERFORM CONVERTIR-DESDE-INTERMEDIO
               ELSE
                   OPEN INPUT HISTORICO-OLD-FILE
                   IF ST-OLD NOT = "00"
                       DISPLAY "ERROR: no abre con el layout viejo ("
                           ST-OLD "), revisar a mano: " WS-OLD-NOMBRE
                       GO TO CONVERTIR-FICHERO-EXIT
                   END-IF
                   PERFORM CONVERTIR-DESDE-VIEJO
               END-IF.

               DISPLAY "Convertido " WS-HIST-NOMBRE.
               DISPLAY "  el original queda en " WS-OLD-NOMBRE.
               DISPLAY "  Leidos:     " WS-LEIDOS.
               DISPLAY "  Cargados:   " WS-CARGADOS.
               DISPLAY "  Duplicados: " WS-DUPLICADOS.
               ADD WS-LEIDOS TO WS-TOT-LEIDOS.
               ADD WS-CARGADOS TO WS-TOT-CARGADOS.
               ADD WS-DUPLICADOS TO WS-TOT-DUPLICADOS.
               PERFORM REGENERAR-INDICES.

           CONVERTIR-FICHERO-EXIT.
               EXIT.

           CONVERTIR-DESDE-VIEJO.
               OPEN OUTPUT VENTAS-HISTORICO-FILE.
               CLOSE VENTAS-HISTORICO-FILE.
               OPEN I-O VENTAS-HISTORICO-FILE.
               CLOSE HISTORICO-OLD-FILE.
               CLOSE VENTAS-HISTORICO-FILE.

           CONVERTIR-DESDE-INTERMEDIO.
               OPEN OUTPUT VENTAS-HISTORICO-FILE.
               CLOSE VENTAS-HISTORICO-FILE.
               OPEN I-O VENTAS-HISTORICO-FILE.

               MOVE LOW-VALUES TO ANT-HIST-CLAVE.
               START HISTORICO-ANT-FILE
                   KEY IS NOT LESS THAN ANT-HIST-CLAVE
                   INVALID KEY
                       SET FIN-ANT TO TRUE
               END-START.
               PERFORM UNTIL FIN-ANT
                   READ HISTORICO-ANT-FILE NEXT RECORD
                       AT END
                           SET FIN-ANT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           PERFORM CARGAR-MOVIMIENTO-ANT
                   END-READ
               END-PERFORM.

               CLOSE HISTORICO-ANT-FILE.
               CLOSE VENTAS-HISTORICO-FILE.

           REGENERAR-INDICES.
               MOVE "R" TO WS-IX-OPERACION.
               MOVE WS-ANO TO WS-IX-ANO.
               CALL "indexarhistorico" USING WS-IX-OPERACION
                   WS-IX-ANO HISTORICO-REG WS-IX-ESTADO WS-IX-CUENTA.
               IF WS-IX-ESTADO = "00"
                   DISPLAY "  Indices:    " WS-IX-CUENTA
               ELSE
                   DISPLAY "  ERROR: indices sin regenerar ("
                       WS-IX-ESTADO ")"
               END-IF.

           CARGAR-MOVIMIENTO-ANT.
      *>   LAS LINEAS ANTERIORES A LOS ACUERDOS DE PRECIO SE VENDIERON
      *>   SIN ACUERDO
               MOVE ANT-HIST-SHOP-ID TO HIST-SHOP-ID.
               MOVE ANT-HIST-SALE-DATE TO HIST-SALE-DATE.
               MOVE ANT-HIST-SALE-SEQ TO HIST-SALE-SEQ.
               MOVE ANT-HIST-TIPO TO HIST-TIPO.
               MOVE ANT-HIST-ITEM-ID TO HIST-ITEM-ID.
               MOVE ANT-HIST-CUST-ID TO HIST-CUST-ID.
               MOVE ANT-HIST-QTY TO HIST-QTY.
               MOVE ANT-HIST-IMPORTE TO HIST-IMPORTE.
               MOVE ANT-HIST-DESCUENTO TO HIST-DESCUENTO.
               MOVE ANT-HIST-SIGNO TO HIST-SIGNO.
               MOVE ANT-HIST-PROMO TO HIST-PROMO.
               MOVE ANT-HIST-PAY-METHOD TO HIST-PAY-METHOD.
               MOVE ANT-HIST-EMPLEADO-ID TO HIST-EMPLEADO-ID.
               MOVE ANT-HIST-TILL-ID TO HIST-TILL-ID.
               MOVE ANT-HIST-TICKET TO HIST-TICKET.
               MOVE ZEROS TO HIST-ACUERDO.
               WRITE HISTORICO-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS
               END-WRITE.

           CARGAR-MOVIMIENTO.
      *>   LOS CAMPOS NUEVOS NACEN NEUTROS: CAJA "01", LA DE LAS
      *>   LINEAS ANTERIORES AL CAMPO, SIN TICKET NI ACUERDO
               MOVE OLD-HIST-SHOP-ID TO HIST-SHOP-ID.
               MOVE OLD-HIST-SALE-DATE TO HIST-SALE-DATE.
               MOVE OLD-HIST-SALE-SEQ TO HIST-SALE-SEQ.
               MOVE OLD-HIST-IMPORTE TO HIST-IMPORTE.
               MOVE OLD-HIST-DESCUENTO TO HIST-DESCUENTO.
               MOVE OLD-HIST-SIGNO TO HIST-SIGNO.
               MOVE OLD-HIST-PROMO TO HIST-PROMO.
               MOVE OLD-HIST-PAY-METHOD TO HIST-PAY-METHOD.
               MOVE OLD-HIST-EMPLEADO-ID TO HIST-EMPLEADO-ID.
               MOVE "01" TO HIST-TILL-ID.
               MOVE ZEROS TO HIST-TICKET.
               MOVE ZEROS TO HIST-ACUERDO.
               WRITE HISTORICO-REG
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
               MOVE "CONVERSION-HISTORICO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-TOT-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-TOT-CARGADOS TO JOB-LOG-ESCRITOS.
               MOVE WS-TOT-DUPLICADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
