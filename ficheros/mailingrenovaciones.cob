                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL DIRECCIONES-FILE
                   ASSIGN TO "direcciones-clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIR-CLI-ID
                   STATUS ST-DIRECCIONES.

                   SELECT MAILING-FILE
                   ASSIGN TO "renovaciones-mailing.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD DIRECCIONES-FILE.
                   COPY copydirc.

               FD MAILING-FILE.
                   01 MAILING-LINE PIC X(100).

               77 ST-CONTRATO PIC X(2).
               77 ST-XREF PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-DIRECCIONES PIC X(2).

               01 WS-XREF-OK PIC X VALUE 'N'.
                   88 XREF-DISPONIBLE VALUE 'S'.
               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-DIRECCIONES-OK PIC X VALUE 'N'.
                   88 DIRECCIONES-DISPONIBLE VALUE 'S'.
               COPY copyprvn.

               01 EOF-CONTRATO PIC X VALUE 'N'.
                   88 FIN-CONTRATOS VALUE 'S'.
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-DIRECCIONES-OK.
               OPEN INPUT DIRECCIONES-FILE.
               IF ST-DIRECCIONES = "00"
                   SET DIRECCIONES-DISPONIBLE TO TRUE
               END-IF.

      *>   EL MAESTRO DE CONTRATOS ES EL FICHERO INDEXADO QUE
      *>   MANTIENE mantcontrato
               OPEN INPUT CONTRATO-IDX-FILE.
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF DIRECCIONES-DISPONIBLE
                   CLOSE DIRECCIONES-FILE
               END-IF.

               DISPLAY "Lista de envio generada en "
                   "renovaciones-mailing.dat (" WS-JOB-ESCRITOS
               WRITE MAILING-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

               PERFORM ESCRIBIR-DIRECCION-ENVIO.

           EXTRAER-DESTINATARIO-EXIT.
               EXIT.

           ESCRIBIR-DIRECCION-ENVIO.
      *>   LINEA DE DIRECCION POSTAL BAJO EL DESTINATARIO; SI EL
      *>   CANAL ES POSTAL Y NO HAY DIRECCION, EL ENVIO NO PUEDE
      *>   HACERSE Y SE SENALA
               MOVE SPACES TO MAILING-LINE.
               MOVE XREF-CLI-ID TO DIR-CLI-ID.
               IF DIRECCIONES-DISPONIBLE
                   READ DIRECCIONES-FILE
                       INVALID KEY
                           MOVE ZERO TO DIR-CLI-ID
                   END-READ
               ELSE
                   MOVE ZERO TO DIR-CLI-ID
               END-IF.

               IF DIR-CLI-ID = ZERO
                   IF CANAL-POSTAL
                       MOVE "    SIN DIRECCION POSTAL REGISTRADA"
                           TO MAILING-LINE
                       WRITE MAILING-LINE
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               ELSE
                   IF DIR-NACIONAL
                      AND DIR-PROVINCIA >= 1 AND DIR-PROVINCIA <= 52
                       STRING "    " DIR-CALLE " " DIR-CP (1:5)
                           " " DIR-LOCALIDAD
                           " " PRVN-NOMBRE (DIR-PROVINCIA)
                           DELIMITED BY SIZE INTO MAILING-LINE
                       END-STRING
                   ELSE
                       STRING "    " DIR-CALLE " " DIR-CP
                           " " DIR-LOCALIDAD " " DIR-PAIS
                           DELIMITED BY SIZE INTO MAILING-LINE
                       END-STRING
                   END-IF
                   WRITE MAILING-LINE
               END-IF.

           ESCRIBIR-SIN-CONTACTO.
               STRING CODIGO " " NIF " " NOMBRE
                   " FIN " FEC-FIN
