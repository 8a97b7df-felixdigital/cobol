       IDENTIFICATION DIVISION.
       PROGRAM-ID. indexarhistorico.

      *>   MANTENIMIENTO DE LOS INDICES POR CLIENTE Y POR ARTICULO
      *>   DEL HISTORICO DE VENTAS (copyhidx). CADA FICHERO DE
      *>   HISTORICO TIENE LOS SUYOS: LK-ANO = 0 ES EL VIVO
      *>   "ventas-historico.dat" Y CUALQUIER OTRO ANO SU PARTICION
      *>   "ventas-historico-AAAA.dat". LOS INDICES DE UN ANO QUEDAN
      *>   ABIERTOS ENTRE LLAMADAS HASTA QUE SE PIDE OTRO ANO O "C":
      *>     "A" - DA DE ALTA LAS ENTRADAS DEL REGISTRO LK-HISTORICO
      *>     "B" - DA DE BAJA LAS ENTRADAS DEL REGISTRO LK-HISTORICO
      *>     "K" - SE SITUA EN EL CLIENTE HIST-CUST-ID DE LK-HISTORICO
      *>     "S" - DEVUELVE EN HIST-CLAVE Y HIST-SALE-DATE LA SIGUIENTE
      *>           LINEA DE ESE CLIENTE; LK-ESTADO "10" CUANDO NO HAY
      *>     "R" - REGENERA LOS DOS INDICES DEL ANO DESDE SU FICHERO
      *>           DE HISTORICO; LK-CUENTA DEVUELVE LAS LINEAS LEIDAS
      *>     "C" - CIERRA LO QUE QUEDE ABIERTO
      *>   LK-ESTADO "00" SI TODO FUE BIEN. UN INDICE QUE NO EXISTE
      *>   SOLO LO CREA "R": LAS ALTAS Y BAJAS SOBRE UN ANO SIN
      *>   INDICES NO HACEN NADA (DEVUELVEN "35"), PORQUE UN INDICE A
      *>   MEDIAS DARIA POR BUENAS LECTURAS INCOMPLETAS; SIN INDICE,
      *>   "leerhistorico" RECORRE EL FICHERO ENTERO

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL HIST-FUENTE-FILE
                   ASSIGN TO WS-HIST-NOMBRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FTE-CLAVE
                   STATUS ST-FUENTE.

                   SELECT HIDX-CLI-FILE
                   ASSIGN TO WS-CLI-NOMBRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ICL-CLAVE
                   STATUS ST-CLI.

                   SELECT HIDX-ART-FILE
                   ASSIGN TO WS-ART-NOMBRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IAR-CLAVE
                   STATUS ST-ART.

       DATA DIVISION.
           FILE SECTION.
               FD HIST-FUENTE-FILE.
                   COPY copyhist
                       REPLACING ==HISTORICO-REG== BY ==FTE-REG==
                       LEADING ==HIST-== BY ==FTE-==.

               FD HIDX-CLI-FILE.
                   COPY copyhidx
                       REPLACING LEADING ==HIDX-== BY ==ICL-==.

               FD HIDX-ART-FILE.
                   COPY copyhidx
                       REPLACING LEADING ==HIDX-== BY ==IAR-==.

           WORKING-STORAGE SECTION.
               77 ST-FUENTE PIC X(2).
               77 ST-CLI PIC X(2).
               77 ST-ART PIC X(2).

               01 WS-HIST-NOMBRE PIC X(30).
               01 WS-CLI-NOMBRE PIC X(30).
               01 WS-ART-NOMBRE PIC X(30).

      *>   ANO CUYOS INDICES ESTAN ABIERTOS (0 = EL VIVO)
               01 WS-ANO-ABIERTO PIC 9(4) VALUE ZERO.
               01 WS-INDICES-ABIERTOS PIC X VALUE 'N'.
                   88 INDICES-ABIERTOS VALUE 'S'.
      *>   ANO SIN INDICES YA PROBADO: NO SE REINTENTA HASTA "C"
               01 WS-ANO-FALLIDO PIC 9(4) VALUE ZERO.
               01 WS-INTENTO-FALLIDO PIC X VALUE 'N'.
                   88 INTENTO-FALLIDO VALUE 'S'.

               01 WS-CLI-BUSCADO PIC X(8).

               01 EOF-FUENTE PIC X.
                   88 FIN-FUENTE VALUE 'S'.

               COPY copyhist
                   REPLACING ==HISTORICO-REG== BY ==IXH-REG==
                   LEADING ==HIST-== BY ==IXH-==.

           LINKAGE SECTION.
               77 LK-OPERACION PIC X(1).
               77 LK-ANO PIC 9(4).
               COPY copyhist
                   REPLACING ==HISTORICO-REG== BY ==LK-HISTORICO==
                   LEADING ==HIST-== BY ==LKH-==.
               77 LK-ESTADO PIC X(2).
               77 LK-CUENTA PIC 9(7).

       PROCEDURE DIVISION USING LK-OPERACION LK-ANO LK-HISTORICO
               LK-ESTADO LK-CUENTA.

           PERFORM DESPACHAR.
           GOBACK.

           DESPACHAR.
               MOVE "00" TO LK-ESTADO.
               EVALUATE LK-OPERACION
                   WHEN "A"
                       PERFORM DAR-ALTA
                   WHEN "B"
                       PERFORM DAR-BAJA
                   WHEN "K"
                       PERFORM SITUAR-CLIENTE
                   WHEN "S"
                       PERFORM SIGUIENTE-CLIENTE
                           THRU SIGUIENTE-CLIENTE-EXIT
                   WHEN "R"
                       PERFORM REGENERAR
                           THRU REGENERAR-EXIT
                   WHEN "C"
                       PERFORM CERRAR-INDICES
                   WHEN OTHER
                       DISPLAY "indexarhistorico: operacion no valida: "
                           LK-OPERACION
                       MOVE "99" TO LK-ESTADO
               END-EVALUATE.

           NOMBRAR-FICHEROS.
               MOVE SPACES TO WS-HIST-NOMBRE WS-CLI-NOMBRE
                   WS-ART-NOMBRE.
               IF LK-ANO = ZERO
                   MOVE "ventas-historico.dat" TO WS-HIST-NOMBRE
                   MOVE "ventas-historico-cli.dat" TO WS-CLI-NOMBRE
                   MOVE "ventas-historico-art.dat" TO WS-ART-NOMBRE
               ELSE
                   STRING "ventas-historico-" LK-ANO ".dat"
                       DELIMITED BY SIZE INTO WS-HIST-NOMBRE
                   END-STRING
                   STRING "ventas-historico-" LK-ANO "-cli.dat"
                       DELIMITED BY SIZE INTO WS-CLI-NOMBRE
                   END-STRING
                   STRING "ventas-historico-" LK-ANO "-art.dat"
                       DELIMITED BY SIZE INTO WS-ART-NOMBRE
                   END-STRING
               END-IF.

           ABRIR-INDICES.
               IF INDICES-ABIERTOS AND WS-ANO-ABIERTO NOT = LK-ANO
                   PERFORM CERRAR-INDICES
               END-IF.
               IF INTENTO-FALLIDO AND WS-ANO-FALLIDO NOT = LK-ANO
                   MOVE 'N' TO WS-INTENTO-FALLIDO
               END-IF.
               IF NOT INDICES-ABIERTOS AND NOT INTENTO-FALLIDO
                   PERFORM NOMBRAR-FICHEROS
                   OPEN I-O HIDX-CLI-FILE
                   IF ST-CLI = "00"
                       OPEN I-O HIDX-ART-FILE
                       IF ST-ART = "00"
                           SET INDICES-ABIERTOS TO TRUE
                           MOVE LK-ANO TO WS-ANO-ABIERTO
                       ELSE
                           CLOSE HIDX-CLI-FILE
                       END-IF
                   END-IF
               END-IF.
               IF NOT INDICES-ABIERTOS
                   MOVE "35" TO LK-ESTADO
                   SET INTENTO-FALLIDO TO TRUE
                   MOVE LK-ANO TO WS-ANO-FALLIDO
               END-IF.

           CARGAR-ENTRADAS.
      *>   PREPARA LAS DOS ENTRADAS A PARTIR DE IXH-REG
               MOVE IXH-CUST-ID TO ICL-VALOR.
               MOVE IXH-SALE-DATE TO ICL-SALE-DATE.
               MOVE IXH-CLAVE TO ICL-HIST-CLAVE.
               MOVE IXH-ITEM-ID TO IAR-VALOR.
               MOVE IXH-SALE-DATE TO IAR-SALE-DATE.
               MOVE IXH-CLAVE TO IAR-HIST-CLAVE.

           DAR-ALTA.
               MOVE LK-HISTORICO TO IXH-REG.
               PERFORM ABRIR-INDICES.
               IF INDICES-ABIERTOS
                   PERFORM CARGAR-ENTRADAS
                   PERFORM ESCRIBIR-ENTRADAS
               END-IF.

           ESCRIBIR-ENTRADAS.
      *>   UNA ENTRADA QUE YA EXISTE SE DEJA COMO ESTA
               IF IXH-CUST-ID NOT = ZERO
                   WRITE ICL-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF.
               WRITE IAR-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           DAR-BAJA.
               MOVE LK-HISTORICO TO IXH-REG.
               PERFORM ABRIR-INDICES.
               IF INDICES-ABIERTOS
                   PERFORM CARGAR-ENTRADAS
                   IF IXH-CUST-ID NOT = ZERO
                       DELETE HIDX-CLI-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   DELETE HIDX-ART-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF.

           SITUAR-CLIENTE.
               MOVE LK-HISTORICO TO IXH-REG.
               PERFORM ABRIR-INDICES.
      *>   SIN INDICE UTILIZABLE EL LLAMANTE RECORRE EL HISTORICO
               IF LK-ESTADO = "00"
                   MOVE IXH-CUST-ID TO WS-CLI-BUSCADO
                   MOVE WS-CLI-BUSCADO TO ICL-VALOR
                   MOVE ZEROS TO ICL-SALE-DATE
                   MOVE LOW-VALUES TO ICL-HIST-CLAVE
                   START HIDX-CLI-FILE
                       KEY IS NOT LESS THAN ICL-CLAVE
                       INVALID KEY
                           MOVE "10" TO LK-ESTADO
                   END-START
               END-IF.

           SIGUIENTE-CLIENTE.
               IF NOT INDICES-ABIERTOS
                   MOVE "35" TO LK-ESTADO
                   GO TO SIGUIENTE-CLIENTE-EXIT
               END-IF.
               READ HIDX-CLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO LK-ESTADO
                   NOT AT END
                       IF ICL-VALOR NOT = WS-CLI-BUSCADO
                           MOVE "10" TO LK-ESTADO
                       ELSE
                           MOVE LK-HISTORICO TO IXH-REG
                           MOVE ICL-HIST-CLAVE TO IXH-CLAVE
                           MOVE ICL-SALE-DATE TO IXH-SALE-DATE
                           MOVE IXH-REG TO LK-HISTORICO
                       END-IF
               END-READ.
               IF ST-CLI (1:1) NOT = "0"
                   MOVE "10" TO LK-ESTADO
               END-IF.

           SIGUIENTE-CLIENTE-EXIT.
               EXIT.

           REGENERAR.
      *>   LOS INDICES SE VACIAN Y SE VUELVEN A CARGAR LEYENDO EL
      *>   HISTORICO ENTERO; SIN HISTORICO NO SE TOCA NADA
               MOVE ZERO TO LK-CUENTA.
               PERFORM CERRAR-INDICES.
               PERFORM NOMBRAR-FICHEROS.
               OPEN INPUT HIST-FUENTE-FILE.
      *>   SIN FICHERO "35"; SI EXISTE Y NO ABRE, SU ESTADO
               IF ST-FUENTE NOT = "00"
                   IF ST-FUENTE = "05" OR ST-FUENTE = "35"
                       MOVE "35" TO LK-ESTADO
                   ELSE
                       MOVE ST-FUENTE TO LK-ESTADO
                   END-IF
                   CLOSE HIST-FUENTE-FILE
                   GO TO REGENERAR-EXIT
               END-IF.

               OPEN OUTPUT HIDX-CLI-FILE.
               OPEN OUTPUT HIDX-ART-FILE.
               MOVE 'N' TO EOF-FUENTE.
               MOVE LOW-VALUES TO FTE-CLAVE.
               START HIST-FUENTE-FILE
                   KEY IS NOT LESS THAN FTE-CLAVE
                   INVALID KEY
                       SET FIN-FUENTE TO TRUE
               END-START.
               PERFORM UNTIL FIN-FUENTE
                   READ HIST-FUENTE-FILE NEXT RECORD
                       AT END
                           SET FIN-FUENTE TO TRUE
                       NOT AT END
                           ADD 1 TO LK-CUENTA
                           MOVE FTE-REG TO IXH-REG
                           PERFORM CARGAR-ENTRADAS
                           PERFORM ESCRIBIR-ENTRADAS
                   END-READ
               END-PERFORM.
               CLOSE HIST-FUENTE-FILE.
               CLOSE HIDX-CLI-FILE.
               CLOSE HIDX-ART-FILE.

           REGENERAR-EXIT.
               EXIT.

           CERRAR-INDICES.
               MOVE 'N' TO WS-INTENTO-FALLIDO.
               IF INDICES-ABIERTOS
                   CLOSE HIDX-CLI-FILE
                   CLOSE HIDX-ART-FILE
                   MOVE 'N' TO WS-INDICES-ABIERTOS
               END-IF.

       END PROGRAM indexarhistorico.
