                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CRED-EXC.

                   SELECT OPTIONAL ADQUIRENTE-EXCEPTIONS-FILE
                   ASSIGN TO "adquirente-exceptions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ADQ-EXC.

                   SELECT OPTIONAL BANCO-EXCEPTIONS-FILE
                   ASSIGN TO "banco-exceptions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-BANCO-EXC.

                   SELECT OPTIONAL PLANES-EXCEPTIONS-FILE
                   ASSIGN TO "planes-exceptions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-PLANES-EXC.

                   SELECT OPTIONAL LIMITES-PEND-FILE
                   ASSIGN TO "limites-pendientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS LIMP-CODIGO
                   STATUS ST-LIMP.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD CREDITO-EXCEPTIONS-FILE.
                   01 CREDITO-EXC-LINE PIC X(80).

               FD ADQUIRENTE-EXCEPTIONS-FILE.
                   01 ADQUIRENTE-EXC-LINE PIC X(80).

               FD BANCO-EXCEPTIONS-FILE.
                   01 BANCO-EXC-LINE PIC X(80).

               FD PLANES-EXCEPTIONS-FILE.
                   01 PLANES-EXC-LINE PIC X(80).

               FD LIMITES-PEND-FILE.
                   COPY copylimp.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

               77 ST-WORKLIST PIC X(2).
               77 ST-SHOP-EXC PIC X(2).
               77 ST-CRED-EXC PIC X(2).
               77 ST-ADQ-EXC PIC X(2).
               77 ST-BANCO-EXC PIC X(2).
               77 ST-PLANES-EXC PIC X(2).
               77 ST-LIMP PIC X(2).

               01 OPCION PIC X(1).
                   88 OPCION-IMPORTAR VALUE "I".
               01 WS-ALTA-ENTERO PIC S9(9) COMP.
               01 WS-DIAS-ABIERTA PIC S9(5).

      *>   LAS SUBIDAS DE LIMITE DE CONTRATO SIN SEGUNDA FIRMA PASAN A
      *>   LA LISTA CUANDO LLEVAN MAS DE ESTOS DIAS PENDIENTES
               01 WS-DIAS-MAX-LIMITE PIC 9(3) VALUE 2.
               01 WS-LIMP-ANTERIOR-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-LIMP-NUEVO-ED PIC Z.ZZZ.ZZ9,99.

               01 WS-TEXTO-IMPORTAR PIC X(80).
               01 WS-ORIGEN-IMPORTAR PIC X(1).
               01 WS-YA-EN-LISTA PIC X.
           PERFORM MAIN.

           MAIN.
      *>   LISTA DE TRABAJO SOBRE LAS EXCEPCIONES DE VENTAS, DE
      *>   CREDITO, DEL ADQUIRENTE DE TARJETAS Y DE LOS ABONOS DEL
      *>   EXTRACTO BANCARIO SIN CASAR Y DE LOS PLANES DE PAGO
      *>   ROTOS, Y LAS SUBIDAS DE LIMITE DE CONTRATO QUE LLEVAN MAS
      *>   DE DOS DIAS SIN SEGUNDA FIRMA: SE IMPORTAN A UN
      *>   FICHERO PROPIO (LOS ORIGINALES SE REESCRIBEN CADA
      *>   NOCHE), SE ASIGNAN A UN OPERADOR Y SE
      *>   CIERRAN CON CODIGO DE RESOLUCION Y NOTA; LO PENDIENTE
      *>   REAPARECE EN EL CIERRE DEL DIA CON SU ANTIGUEDAD
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               END-IF.
               CLOSE CREDITO-EXCEPTIONS-FILE.

               MOVE "T" TO WS-ORIGEN-IMPORTAR.
               OPEN INPUT ADQUIRENTE-EXCEPTIONS-FILE.
               IF ST-ADQ-EXC = "00"
                   MOVE 'N' TO EOF-EXC
                   PERFORM UNTIL FIN-EXCEPCIONES
                       READ ADQUIRENTE-EXCEPTIONS-FILE
                           AT END
                               SET FIN-EXCEPCIONES TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE ADQUIRENTE-EXC-LINE
                                   TO WS-TEXTO-IMPORTAR
                               PERFORM IMPORTAR-UNA-LINEA
                                   THRU IMPORTAR-UNA-LINEA-EXIT
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE ADQUIRENTE-EXCEPTIONS-FILE.

               MOVE "B" TO WS-ORIGEN-IMPORTAR.
               OPEN INPUT BANCO-EXCEPTIONS-FILE.
               IF ST-BANCO-EXC = "00"
                   MOVE 'N' TO EOF-EXC
                   PERFORM UNTIL FIN-EXCEPCIONES
                       READ BANCO-EXCEPTIONS-FILE
                           AT END
                               SET FIN-EXCEPCIONES TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE BANCO-EXC-LINE
                                   TO WS-TEXTO-IMPORTAR
                               PERFORM IMPORTAR-UNA-LINEA
                                   THRU IMPORTAR-UNA-LINEA-EXIT
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE BANCO-EXCEPTIONS-FILE.

               MOVE "P" TO WS-ORIGEN-IMPORTAR.
               OPEN INPUT PLANES-EXCEPTIONS-FILE.
               IF ST-PLANES-EXC = "00"
                   MOVE 'N' TO EOF-EXC
                   PERFORM UNTIL FIN-EXCEPCIONES
                       READ PLANES-EXCEPTIONS-FILE
                           AT END
                               SET FIN-EXCEPCIONES TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE PLANES-EXC-LINE
                                   TO WS-TEXTO-IMPORTAR
                               PERFORM IMPORTAR-UNA-LINEA
                                   THRU IMPORTAR-UNA-LINEA-EXIT
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE PLANES-EXCEPTIONS-FILE.

               MOVE "L" TO WS-ORIGEN-IMPORTAR.
               OPEN INPUT LIMITES-PEND-FILE.
               IF ST-LIMP = "00"
                   MOVE 'N' TO EOF-EXC
                   PERFORM UNTIL FIN-EXCEPCIONES
                       READ LIMITES-PEND-FILE NEXT RECORD
                           AT END
                               SET FIN-EXCEPCIONES TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM IMPORTAR-LIMITE-PENDIENTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE LIMITES-PEND-FILE.

               DISPLAY "Importadas " WS-IMPORTADAS
                   "; ya en lista " WS-OMITIDAS.

           IMPORTAR-UNA-LINEA-EXIT.
               EXIT.

           IMPORTAR-LIMITE-PENDIENTE.
               COMPUTE WS-ALTA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (LIMP-FECHA).
               COMPUTE WS-DIAS-ABIERTA =
                   WS-HOY-ENTERO - WS-ALTA-ENTERO.
               IF WS-DIAS-ABIERTA > WS-DIAS-MAX-LIMITE
                   MOVE LIMP-IMP-ANTERIOR TO WS-LIMP-ANTERIOR-ED
                   MOVE LIMP-IMP-NUEVO TO WS-LIMP-NUEVO-ED
                   MOVE SPACES TO WS-TEXTO-IMPORTAR
                   STRING "SUBIDA LIMITE " DELIMITED BY SIZE
                       LIMP-CODIGO DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       WS-LIMP-ANTERIOR-ED DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WS-LIMP-NUEVO-ED DELIMITED BY SIZE
                       " POR " DELIMITED BY SIZE
                       LIMP-OPERADOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LIMP-FECHA DELIMITED BY SIZE
                       INTO WS-TEXTO-IMPORTAR
                   END-STRING
                   PERFORM IMPORTAR-UNA-LINEA
                       THRU IMPORTAR-UNA-LINEA-EXIT
               END-IF.

           BUSCAR-TEXTO-PENDIENTE.
               MOVE 'N' TO WS-YA-EN-LISTA.
               MOVE ZEROS TO WKL-NUMERO.
