                   INVALID KEY
                       DISPLAY "registrarspool: error al catalogar ("
                           ST-SPOOL ")"
                       CLOSE SPOOL-CATALOGO-FILE
                       GO TO CATALOGAR-EXIT
               END-WRITE.

               CLOSE SPOOL-CATALOGO-FILE.

      *>   LO CATALOGADO SE REPARTE SEGUN LA LISTA DE DISTRIBUCION
               CALL "repartirinforme" USING WS-SECUENCIA-VALOR
                   LK-NOMBRE LK-FECHA WS-NOMBRE-GENERACION.

           CATALOGAR-EXIT.
               EXIT.

