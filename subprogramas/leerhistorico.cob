      *>     "I" - INICIA CON LK-FECHA-DESDE / LK-FECHA-HASTA
      *>           (CERO = SIN LIMITE)
      *>     "N" - DEVUELVE EL SIGUIENTE REGISTRO EN LK-HISTORICO;
      *>           LK-FIN = 'S' CUANDO NO QUEDAN, 'E' SI UN FICHERO
      *>           DEL HISTORICO EXISTE PERO NO ABRE (P. EJ. "39"): LA
      *>           LECTURA QUEDA CERRADA Y LO LEIDO HASTA AHI NO ESTA
      *>           COMPLETO; "I", "K" Y "A" TAMBIEN PUEDEN DEVOLVERLO
      *>     "K" - COMO "I" PERO SOLO LAS LINEAS DEL CLIENTE QUE
      *>           LLEGA EN HIST-CUST-ID DE LK-HISTORICO
      *>     "A" - COMO "I" PERO SOLO LAS LINEAS DEL ARTICULO QUE
      *>           LLEGA EN HIST-ITEM-ID DE LK-HISTORICO
      *>     "C" - CIERRA LO QUE QUEDE ABIERTO
      *>   CON "K" Y "A" CADA FICHERO SE LEE POR SU INDICE DE CLIENTES
      *>   O DE ARTICULOS (copyhidx), POR ORDEN DE FECHA; SI UN
      *>   FICHERO NO TIENE INDICE SE RECORRE ENTERO FILTRANDO

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   RECORD KEY IS HIST-CLAVE
                   STATUS ST-VIVO.

                   SELECT OPTIONAL HIST-INDICE-FILE
                   ASSIGN TO WS-INDICE-NOMBRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IDX-CLAVE
                   STATUS ST-INDICE.

       DATA DIVISION.
           FILE SECTION.
               FD HIST-PART-FILE.
               FD HIST-VIVO-FILE.
                   COPY copyhist.

               FD HIST-INDICE-FILE.
                   COPY copyhidx
                       REPLACING LEADING ==HIDX-== BY ==IDX-==.

           WORKING-STORAGE SECTION.
               77 ST-PART PIC X(2).
               77 ST-VIVO PIC X(2).
               77 ST-INDICE PIC X(2).

               01 WS-PART-NOMBRE PIC X(30).
               01 WS-INDICE-NOMBRE PIC X(30).
               01 WS-INDICE-SUFIJO PIC X(8).
               01 WS-ESTADO-ILEGIBLE PIC X(2).
               01 WS-NOMBRE-ILEGIBLE PIC X(30).
               01 WS-ERROR-LECTURA PIC X VALUE 'N'.
                   88 LECTURA-FALLIDA VALUE 'S'.

               01 WS-FECHA-DESDE PIC 9(8).
               01 WS-FECHA-HASTA PIC 9(8).
               01 WS-REG-SERVIDO PIC X.
                   88 REG-SERVIDO VALUE 'S'.

      *>   QUE SE PIDE: T = TODO, K = UN CLIENTE, A = UN ARTICULO
               01 WS-MODO PIC X(1) VALUE "T".
                   88 MODO-TODO VALUE "T".
                   88 MODO-CLIENTE VALUE "K".
                   88 MODO-ARTICULO VALUE "A".
               01 WS-VALOR-BUSCADO PIC X(8).

      *>   COMO SE LEE LA FUENTE EN CURSO: S = SECUENCIAL, I = POR SU
      *>   INDICE, X = INDICE SIN MAS LINEAS DEL VALOR PEDIDO
               01 WS-VIA PIC X(1) VALUE "S".
                   88 VIA-SECUENCIAL VALUE "S".
                   88 VIA-INDICE VALUE "I".
                   88 VIA-AGOTADA VALUE "X".

      *>   REGISTRO LEIDO, PARA FILTRARLO SEA CUAL SEA SU FUENTE
               COPY copyhist
                   REPLACING ==HISTORICO-REG== BY ==PET-REG==
                   LEADING ==HIST-== BY ==PET-==.

           LINKAGE SECTION.
               77 LK-OPERACION PIC X(1).
               77 LK-FECHA-DESDE PIC 9(8).
               77 LK-FECHA-HASTA PIC 9(8).
               COPY copyhist
                   REPLACING ==HISTORICO-REG== BY ==LK-HISTORICO==
                   LEADING ==HIST-== BY ==LKH-==.
               77 LK-FIN PIC X(1).

       PROCEDURE DIVISION USING LK-OPERACION LK-FECHA-DESDE
           DESPACHAR.
               EVALUATE LK-OPERACION
                   WHEN "I"
                       MOVE "T" TO WS-MODO
                       PERFORM INICIAR-LECTURA
                   WHEN "K"
                       MOVE LK-HISTORICO TO PET-REG
                       MOVE PET-CUST-ID TO WS-VALOR-BUSCADO
                       MOVE "K" TO WS-MODO
                       PERFORM INICIAR-LECTURA
                   WHEN "A"
                       MOVE LK-HISTORICO TO PET-REG
                       MOVE PET-ITEM-ID TO WS-VALOR-BUSCADO
                       MOVE "A" TO WS-MODO
                       PERFORM INICIAR-LECTURA
                   WHEN "N"
                       PERFORM SERVIR-SIGUIENTE
           INICIAR-LECTURA.
               PERFORM CERRAR-FUENTES.
               MOVE 'N' TO LK-FIN.
               MOVE 'N' TO WS-ERROR-LECTURA.

               MOVE LK-FECHA-DESDE TO WS-FECHA-DESDE.
               MOVE LK-FECHA-HASTA TO WS-FECHA-HASTA.
               END-IF.

               PERFORM ABRIR-SIGUIENTE-FUENTE.
               IF LECTURA-FALLIDA
                   MOVE 'E' TO LK-FIN
               END-IF.

           SERVIR-SIGUIENTE.
               MOVE 'N' TO WS-REG-SERVIDO.
               PERFORM LEER-UNA-VEZ
                   UNTIL REG-SERVIDO OR FUENTE-AGOTADA.
               IF NOT REG-SERVIDO
                   IF LECTURA-FALLIDA
                       MOVE 'E' TO LK-FIN
                   ELSE
                       MOVE 'S' TO LK-FIN
                   END-IF
               END-IF.

           LEER-UNA-VEZ.
               EVALUATE TRUE
                   WHEN VIA-AGOTADA
                       PERFORM PASAR-DE-FUENTE
                   WHEN VIA-INDICE
                       PERFORM LEER-POR-INDICE
                   WHEN FUENTE-PARTICION
                       READ HIST-PART-FILE NEXT RECORD
                           AT END
                               PERFORM PASAR-DE-FUENTE
                           NOT AT END
                               MOVE PART-REG TO PET-REG
                               PERFORM FILTRAR-REGISTRO
                       END-READ
                   WHEN FUENTE-VIVO
                       READ HIST-VIVO-FILE NEXT RECORD
                           AT END
                               PERFORM PASAR-DE-FUENTE
                           NOT AT END
                               MOVE HISTORICO-REG TO PET-REG
                               PERFORM FILTRAR-REGISTRO
                       END-READ
               END-EVALUATE.

           LEER-POR-INDICE.
      *>   LA ENTRADA DEL INDICE LLEVA A LA LINEA POR SU CLAVE; UNA
      *>   ENTRADA SIN LINEA (INDICE DESFASADO) SE SALTA
               READ HIST-INDICE-FILE NEXT RECORD
                   AT END
                       MOVE "X" TO WS-VIA
               END-READ.
               IF ST-INDICE (1:1) NOT = "0"
                   MOVE "X" TO WS-VIA
               END-IF.
               IF VIA-INDICE
                   IF IDX-VALOR NOT = WS-VALOR-BUSCADO
                       OR IDX-SALE-DATE > WS-FECHA-HASTA
                       MOVE "X" TO WS-VIA
                   END-IF
               END-IF.
               IF VIA-INDICE
                   IF FUENTE-PARTICION
                       MOVE IDX-HIST-CLAVE TO PART-CLAVE
                       READ HIST-PART-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PART-REG TO PET-REG
                               PERFORM FILTRAR-REGISTRO
                       END-READ
                   ELSE
                       MOVE IDX-HIST-CLAVE TO HIST-CLAVE
                       READ HIST-VIVO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE HISTORICO-REG TO PET-REG
                               PERFORM FILTRAR-REGISTRO
                       END-READ
                   END-IF
               END-IF.

           FILTRAR-REGISTRO.
               IF PET-SALE-DATE >= WS-FECHA-DESDE
                   AND PET-SALE-DATE <= WS-FECHA-HASTA
                   EVALUATE TRUE
                       WHEN MODO-TODO
                           SET REG-SERVIDO TO TRUE
                       WHEN MODO-CLIENTE
                           IF PET-CUST-ID = WS-VALOR-BUSCADO
                               SET REG-SERVIDO TO TRUE
                           END-IF
                       WHEN MODO-ARTICULO
                           IF PET-ITEM-ID = WS-VALOR-BUSCADO
                               SET REG-SERVIDO TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF.
               IF REG-SERVIDO
                   MOVE PET-REG TO LK-HISTORICO
               END-IF.

           PASAR-DE-FUENTE.
               PERFORM CERRAR-INDICE.
               IF FUENTE-PARTICION
                   CLOSE HIST-PART-FILE
                   ADD 1 TO WS-ANO-ACTUAL
                   PERFORM ABRIR-SIGUIENTE-FUENTE
               ELSE
                   CLOSE HIST-VIVO-FILE
                   MOVE "F" TO WS-FUENTE
               END-IF.

           ABRIR-INDICE.
      *>   EN LAS LECTURAS DE UN CLIENTE O ARTICULO LA FUENTE RECIEN
      *>   ABIERTA SE LEE POR SU INDICE SI LO TIENE
               MOVE "S" TO WS-VIA.
               IF NOT MODO-TODO AND NOT FUENTE-AGOTADA
                   IF MODO-CLIENTE
                       MOVE "-cli.dat" TO WS-INDICE-SUFIJO
                   ELSE
                       MOVE "-art.dat" TO WS-INDICE-SUFIJO
                   END-IF
                   MOVE SPACES TO WS-INDICE-NOMBRE
                   IF FUENTE-PARTICION
                       STRING "ventas-historico-" WS-ANO-ACTUAL
                           WS-INDICE-SUFIJO
                           DELIMITED BY SIZE INTO WS-INDICE-NOMBRE
                       END-STRING
                   ELSE
                       STRING "ventas-historico" WS-INDICE-SUFIJO
                           DELIMITED BY SIZE INTO WS-INDICE-NOMBRE
                       END-STRING
                   END-IF
                   OPEN INPUT HIST-INDICE-FILE
                   IF ST-INDICE = "00"
                       MOVE WS-VALOR-BUSCADO TO IDX-VALOR
                       MOVE WS-FECHA-DESDE TO IDX-SALE-DATE
                       MOVE LOW-VALUES TO IDX-HIST-CLAVE
                       MOVE "I" TO WS-VIA
                       START HIST-INDICE-FILE
                           KEY IS NOT LESS THAN IDX-CLAVE
                           INVALID KEY
                               MOVE "X" TO WS-VIA
                       END-START
                   ELSE
                       CLOSE HIST-INDICE-FILE
                   END-IF
               END-IF.

           CERRAR-INDICE.
               IF VIA-INDICE OR VIA-AGOTADA
                   CLOSE HIST-INDICE-FILE
               END-IF.
               MOVE "S" TO WS-VIA.

           ABRIR-SIGUIENTE-FUENTE.
      *>   RECORRE LOS ANOS PEDIDOS SALTANDO LOS QUE NO TIENEN
      *>   PARTICION; AGOTADOS LOS ANOS CERRADOS PASA AL FICHERO VIVO
               PERFORM UNTIL WS-ANO-ACTUAL > WS-ANO-FIN
                       OR LECTURA-FALLIDA
                   MOVE SPACES TO WS-PART-NOMBRE
                   STRING "ventas-historico-" WS-ANO-ACTUAL ".dat"
                       DELIMITED BY SIZE INTO WS-PART-NOMBRE
                               EXIT PERFORM
                       END-START
                   ELSE
                       IF ST-PART NOT = "35"
                           MOVE WS-PART-NOMBRE TO WS-NOMBRE-ILEGIBLE
                           MOVE ST-PART TO WS-ESTADO-ILEGIBLE
                           PERFORM FUENTE-ILEGIBLE
                       ELSE
                           CLOSE HIST-PART-FILE
                           ADD 1 TO WS-ANO-ACTUAL
                       END-IF
                   END-IF
               END-PERFORM.

               IF WS-ANO-ACTUAL > WS-ANO-FIN AND NOT LECTURA-FALLIDA
                   OPEN INPUT HIST-VIVO-FILE
                   IF ST-VIVO = "00" OR ST-VIVO = "05"
                       MOVE LOW-VALUES TO HIST-CLAVE
                               MOVE "V" TO WS-FUENTE
                       END-START
                   ELSE
                       IF ST-VIVO NOT = "35"
                           MOVE "ventas-historico.dat"
                               TO WS-NOMBRE-ILEGIBLE
                           MOVE ST-VIVO TO WS-ESTADO-ILEGIBLE
                           PERFORM FUENTE-ILEGIBLE
                       END-IF
                       MOVE "F" TO WS-FUENTE
                   END-IF
               END-IF.

               PERFORM ABRIR-INDICE.

           FUENTE-ILEGIBLE.
      *>   UN FICHERO DEL HISTORICO QUE EXISTE PERO NO ABRE (P. EJ.
      *>   "39", AUN EN EL LAYOUT ANTERIOR) NO SE PUEDE SALTAR: EL
      *>   LLAMANTE SACARIA UN RESULTADO INCOMPLETO SIN AVISO. NO
      *>   QUEDA NADA ABIERTO Y EL LLAMANTE RECIBE LK-FIN = 'E'
               DISPLAY "ERROR: " WS-NOMBRE-ILEGIBLE " no abre ("
                   WS-ESTADO-ILEGIBLE "); se interrumpe la lectura "
                   "del historico".
               SET LECTURA-FALLIDA TO TRUE.
               MOVE "F" TO WS-FUENTE.

           CERRAR-FUENTES.
               PERFORM CERRAR-INDICE.
               IF FUENTE-PARTICION
                   CLOSE HIST-PART-FILE
               END-IF.
