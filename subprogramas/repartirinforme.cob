       IDENTIFICATION DIVISION.
       PROGRAM-ID. repartirinforme.

      *>   REPARTE UNA GENERACION RECIEN CATALOGADA SEGUN LA LISTA DE
      *>   DISTRIBUCION "distribucion-informes.dat": SI EL INFORME VA
      *>   A LAS TIENDAS LO PARTE POR SUS CORTES DE TIENDA EN UN
      *>   FICHERO "spool-NNNNNNNN-TTTTT.dat" POR TIENDA, Y ANOTA EN
      *>   "entregas-informes.dat" CADA PARTE CON EL GERENTE QUE LA
      *>   RECIBE Y CADA PUESTO QUE RECIBE EL INFORME ENTERO. LA
      *>   GENERACION ENTERA SE QUEDA COMO ESTA PARA LA CENTRAL. LO
      *>   LLAMA "registrarspool" CON EL NUMERO DE SPOOL, EL NOMBRE DEL
      *>   INFORME, LA FECHA DE NEGOCIO Y EL FICHERO DE LA GENERACION

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL DISTRIBUCION-FILE
                   ASSIGN TO "distribucion-informes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-DISTRIBUCION.

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT OPTIONAL GENERACION-FILE
                   ASSIGN TO WS-NOMBRE-GENERACION
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-GENERACION.

                   SELECT PARTE-FILE
                   ASSIGN TO WS-NOMBRE-PARTE
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ENTREGAS-INFORME-FILE
                   ASSIGN TO "entregas-informes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD DISTRIBUCION-FILE.
                   COPY copydist.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD GENERACION-FILE.
                   01 GENERACION-LINE PIC X(200).

               FD PARTE-FILE.
                   01 PARTE-LINE PIC X(200).

               FD ENTREGAS-INFORME-FILE.
                   COPY copyeinf.

           WORKING-STORAGE SECTION.
               77 ST-DISTRIBUCION PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-GENERACION PIC X(2).

               01 WS-NOMBRE-GENERACION PIC X(30).
               01 WS-NOMBRE-PARTE PIC X(30).

               01 EOF-FICHERO PIC X.
                   88 FIN-FICHERO VALUE 'S'.

      *>   LINEAS DE LA LISTA QUE SON DE ESTE INFORME; LA LONGITUD
      *>   UTIL DE LA MARCA Y DEL FIN SE CALCULA AL CARGARLAS
               01 WS-DR-TABLA.
                   05 WS-DR-ENTRADA OCCURS 10 TIMES.
                       10 WS-DR-DESTINO PIC X(12).
                       10 WS-DR-MODO PIC X(1).
                           88 DR-MODO-CABECERA VALUE "C".
                       10 WS-DR-POS-MARCA PIC 9(3).
                       10 WS-DR-MARCA PIC X(24).
                       10 WS-DR-LON-MARCA PIC 9(2).
                       10 WS-DR-POS-TIENDA PIC 9(3).
                       10 WS-DR-FIN PIC X(20).
                       10 WS-DR-LON-FIN PIC 9(2).
               01 WS-DR-N PIC 9(2) VALUE ZERO.
               01 WS-DR-TIENDAS PIC 9(2) VALUE ZERO.
               01 WS-R PIC 9(2).

      *>   TIENDAS DEL MAESTRO CON SU GERENTE; SIN MAESTRO VALE
      *>   CUALQUIER CODIGO NO EN BLANCO
               01 WS-TM-TABLA.
                   05 WS-TM-ENTRADA OCCURS 100 TIMES.
                       10 WS-TM-ID PIC X(5).
                       10 WS-TM-GERENTE PIC X(20).
               01 WS-TM-N PIC 9(3) VALUE ZERO.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.

      *>   PARTES PRODUCIDAS: UNA POR TIENDA, CON SUS LINEAS
               01 WS-PT-TABLA.
                   05 WS-PT-ENTRADA OCCURS 100 TIMES.
                       10 WS-PT-TIENDA PIC X(5).
                       10 WS-PT-LINEAS PIC 9(5).
               01 WS-PT-N PIC 9(3) VALUE ZERO.
               01 WS-PT-POS PIC 9(3).
               01 WS-PT-ABIERTA PIC 9(3) VALUE ZERO.

      *>   ENCABEZAMIENTO: LO QUE PRECEDE A LA PRIMERA TIENDA
               01 WS-ENC-TABLA.
                   05 WS-ENC-LINEA PIC X(200) OCCURS 20 TIMES.
               01 WS-ENC-N PIC 9(2) VALUE ZERO.
               01 WS-E PIC 9(2).

               01 WS-LINEA-TIENDA PIC X(5).
               01 WS-LINEA-MODO PIC X(1).
               01 WS-TIENDA-ACTUAL PIC X(5).
               01 WS-TIENDA-VISTA PIC X VALUE 'N'.
                   88 TIENDA-VISTA VALUE 'S'.
               01 WS-SECCIONES-CERRADAS PIC X VALUE 'N'.
                   88 SECCIONES-CERRADAS VALUE 'S'.
               01 WS-CANDIDATA PIC X(5).
               01 WS-TIENDA-VALIDA PIC X VALUE 'N'.
                   88 TIENDA-VALIDA VALUE 'S'.
               01 WS-I PIC 9(3).
               01 WS-LINEAS-TOTAL PIC 9(5) VALUE ZERO.
               01 WS-GERENTE PIC X(20).
               01 WS-AHORA PIC X(14).

           LINKAGE SECTION.
               77 LK-NUMERO PIC 9(8).
               77 LK-NOMBRE PIC X(30).
               77 LK-FECHA PIC 9(8).
               77 LK-FICHERO PIC X(30).

       PROCEDURE DIVISION USING LK-NUMERO LK-NOMBRE LK-FECHA
           LK-FICHERO.

           PERFORM REPARTIR
               THRU REPARTIR-EXIT.
           GOBACK.

           REPARTIR.
               MOVE ZERO TO WS-DR-N WS-DR-TIENDAS WS-PT-N WS-PT-ABIERTA
                   WS-ENC-N WS-LINEAS-TOTAL WS-TM-N.
               MOVE 'N' TO WS-TIENDA-VISTA.
               MOVE 'N' TO WS-SECCIONES-CERRADAS.
               MOVE 'N' TO WS-TIENDAS-OK.
               MOVE SPACES TO WS-TIENDA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AHORA.

               PERFORM CARGAR-DISTRIBUCION.
      *>   UN INFORME QUE NO ESTA EN LA LISTA SOLO SE CATALOGA
               IF WS-DR-N = ZERO
                   GO TO REPARTIR-EXIT
               END-IF.

               IF WS-DR-TIENDAS > ZERO
                   PERFORM CARGAR-TIENDAS
               END-IF.

               MOVE LK-FICHERO TO WS-NOMBRE-GENERACION.
               OPEN INPUT GENERACION-FILE.
               IF ST-GENERACION NOT = "00"
                   CLOSE GENERACION-FILE
                   GO TO REPARTIR-EXIT
               END-IF.
               MOVE 'N' TO EOF-FICHERO.
               PERFORM UNTIL FIN-FICHERO
                   READ GENERACION-FILE
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINEAS-TOTAL
                           IF WS-DR-TIENDAS > ZERO
                               PERFORM CLASIFICAR-LINEA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE GENERACION-FILE.
               IF WS-PT-ABIERTA > ZERO
                   CLOSE PARTE-FILE
               END-IF.

               OPEN EXTEND ENTREGAS-INFORME-FILE.
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-DR-N
                   IF WS-DR-DESTINO (WS-R) NOT = "TIENDA"
                       PERFORM ANOTAR-ENTREGA-PUESTO
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-PT-POS FROM 1 BY 1
                       UNTIL WS-PT-POS > WS-PT-N
                   PERFORM ANOTAR-ENTREGA-TIENDA
               END-PERFORM.
               CLOSE ENTREGAS-INFORME-FILE.

           REPARTIR-EXIT.
               EXIT.

           CARGAR-DISTRIBUCION.
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT DISTRIBUCION-FILE.
               IF ST-DISTRIBUCION = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ DISTRIBUCION-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               IF DIS-INFORME = LK-NOMBRE
                                   AND WS-DR-N < 10
                                   PERFORM ANOTAR-DISTRIBUCION
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE DISTRIBUCION-FILE.

           ANOTAR-DISTRIBUCION.
               ADD 1 TO WS-DR-N.
               MOVE DIS-DESTINO TO WS-DR-DESTINO (WS-DR-N).
               MOVE DIS-MODO TO WS-DR-MODO (WS-DR-N).
               MOVE DIS-MARCA TO WS-DR-MARCA (WS-DR-N).
               MOVE DIS-FIN TO WS-DR-FIN (WS-DR-N).
               MOVE 1 TO WS-DR-POS-MARCA (WS-DR-N).
               IF DIS-POS-MARCA IS NUMERIC AND DIS-POS-MARCA > ZERO
                   MOVE DIS-POS-MARCA TO WS-DR-POS-MARCA (WS-DR-N)
               END-IF.
               MOVE 1 TO WS-DR-POS-TIENDA (WS-DR-N).
               IF DIS-POS-TIENDA IS NUMERIC AND DIS-POS-TIENDA > ZERO
                   AND DIS-POS-TIENDA < 196
                   MOVE DIS-POS-TIENDA TO WS-DR-POS-TIENDA (WS-DR-N)
               END-IF.
               PERFORM VARYING WS-I FROM 24 BY -1
                       UNTIL WS-I = ZERO
                       OR DIS-MARCA (WS-I:1) NOT = SPACE
                   CONTINUE
               END-PERFORM.
               MOVE WS-I TO WS-DR-LON-MARCA (WS-DR-N).
               IF WS-DR-POS-MARCA (WS-DR-N) + WS-I > 201
                   MOVE ZERO TO WS-DR-LON-MARCA (WS-DR-N)
               END-IF.
               PERFORM VARYING WS-I FROM 20 BY -1
                       UNTIL WS-I = ZERO
                       OR DIS-FIN (WS-I:1) NOT = SPACE
                   CONTINUE
               END-PERFORM.
               MOVE WS-I TO WS-DR-LON-FIN (WS-DR-N).
               IF DIS-POR-TIENDA
                   ADD 1 TO WS-DR-TIENDAS
               END-IF.

           CARGAR-TIENDAS.
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
                   PERFORM UNTIL FIN-FICHERO
                       READ TIENDAS-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               IF WS-TM-N < 100
                                   ADD 1 TO WS-TM-N
                                   MOVE TIENDA-ID TO WS-TM-ID (WS-TM-N)
                                   MOVE TIENDA-GERENTE
                                       TO WS-TM-GERENTE (WS-TM-N)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE TIENDAS-FILE.

           CLASIFICAR-LINEA.
      *>   DECIDE A QUE TIENDA VA LA LINEA: A LA SUYA SI SE RECONOCE,
      *>   A LA SECCION ABIERTA SI EL INFORME VA POR CABECERAS, AL
      *>   ENCABEZAMIENTO SI AUN NO HA SALIDO NINGUNA TIENDA
               PERFORM COMPROBAR-FIN-SECCIONES.
               MOVE SPACES TO WS-LINEA-TIENDA.
               IF NOT SECCIONES-CERRADAS
                   PERFORM RECONOCER-TIENDA
               END-IF.

               IF WS-LINEA-TIENDA NOT = SPACES
                   SET TIENDA-VISTA TO TRUE
                   IF WS-LINEA-MODO = "C"
                       MOVE WS-LINEA-TIENDA TO WS-TIENDA-ACTUAL
                   END-IF
                   PERFORM ESCRIBIR-LINEA-PARTE
               ELSE
                   IF NOT TIENDA-VISTA
                       IF WS-ENC-N < 20
                           ADD 1 TO WS-ENC-N
                           MOVE GENERACION-LINE
                               TO WS-ENC-LINEA (WS-ENC-N)
                       END-IF
                   ELSE
                       IF WS-TIENDA-ACTUAL NOT = SPACES
                           AND NOT SECCIONES-CERRADAS
                           MOVE WS-TIENDA-ACTUAL TO WS-LINEA-TIENDA
                           PERFORM ESCRIBIR-LINEA-PARTE
                       END-IF
                   END-IF
               END-IF.

           COMPROBAR-FIN-SECCIONES.
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-DR-N
                   IF WS-DR-DESTINO (WS-R) = "TIENDA"
                       AND WS-DR-LON-FIN (WS-R) > ZERO
                       AND TIENDA-VISTA
                       IF GENERACION-LINE (1:WS-DR-LON-FIN (WS-R)) =
                           WS-DR-FIN (WS-R) (1:WS-DR-LON-FIN (WS-R))
                           SET SECCIONES-CERRADAS TO TRUE
                           MOVE SPACES TO WS-TIENDA-ACTUAL
                       END-IF
                   END-IF
               END-PERFORM.

           RECONOCER-TIENDA.
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-DR-N
                       OR WS-LINEA-TIENDA NOT = SPACES
                   IF WS-DR-DESTINO (WS-R) = "TIENDA"
                       PERFORM PROBAR-REGLA
                           THRU PROBAR-REGLA-EXIT
                   END-IF
               END-PERFORM.

           PROBAR-REGLA.
               IF WS-DR-LON-MARCA (WS-R) > ZERO
                   IF GENERACION-LINE (WS-DR-POS-MARCA (WS-R):
                       WS-DR-LON-MARCA (WS-R)) NOT =
                       WS-DR-MARCA (WS-R) (1:WS-DR-LON-MARCA (WS-R))
                       GO TO PROBAR-REGLA-EXIT
                   END-IF
               END-IF.
               MOVE GENERACION-LINE (WS-DR-POS-TIENDA (WS-R):5)
                   TO WS-CANDIDATA.
               PERFORM VALIDAR-TIENDA.
               IF TIENDA-VALIDA
                   MOVE WS-CANDIDATA TO WS-LINEA-TIENDA
                   MOVE WS-DR-MODO (WS-R) TO WS-LINEA-MODO
               END-IF.

           PROBAR-REGLA-EXIT.
               EXIT.

           VALIDAR-TIENDA.
               MOVE 'N' TO WS-TIENDA-VALIDA.
               IF WS-CANDIDATA NOT = SPACES
                   IF TIENDAS-DISPONIBLE
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-TM-N OR TIENDA-VALIDA
                           IF WS-TM-ID (WS-I) = WS-CANDIDATA
                               SET TIENDA-VALIDA TO TRUE
                           END-IF
                       END-PERFORM
                   ELSE
                       SET TIENDA-VALIDA TO TRUE
                   END-IF
               END-IF.

           ESCRIBIR-LINEA-PARTE.
      *>   SOLO HAY UNA PARTE ABIERTA A LA VEZ; SI UNA TIENDA VUELVE A
      *>   SALIR MAS ABAJO SU PARTE SE REABRE PARA ANADIR
               MOVE ZERO TO WS-PT-POS.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PT-N OR WS-PT-POS > ZERO
                   IF WS-PT-TIENDA (WS-I) = WS-LINEA-TIENDA
                       MOVE WS-I TO WS-PT-POS
                   END-IF
               END-PERFORM.

               IF WS-PT-POS NOT = WS-PT-ABIERTA OR WS-PT-POS = ZERO
                   IF WS-PT-ABIERTA > ZERO
                       CLOSE PARTE-FILE
                       MOVE ZERO TO WS-PT-ABIERTA
                   END-IF
                   IF WS-PT-POS > ZERO
                       PERFORM NOMBRAR-PARTE
                       OPEN EXTEND PARTE-FILE
                       MOVE WS-PT-POS TO WS-PT-ABIERTA
                   ELSE
                       IF WS-PT-N < 100
                           ADD 1 TO WS-PT-N
                           MOVE WS-PT-N TO WS-PT-POS
                           MOVE WS-LINEA-TIENDA
                               TO WS-PT-TIENDA (WS-PT-POS)
                           MOVE ZERO TO WS-PT-LINEAS (WS-PT-POS)
                           PERFORM NOMBRAR-PARTE
                           OPEN OUTPUT PARTE-FILE
                           MOVE WS-PT-POS TO WS-PT-ABIERTA
                           PERFORM VARYING WS-E FROM 1 BY 1
                                   UNTIL WS-E > WS-ENC-N
                               MOVE WS-ENC-LINEA (WS-E) TO PARTE-LINE
                               WRITE PARTE-LINE
                               ADD 1 TO WS-PT-LINEAS (WS-PT-POS)
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF.

               IF WS-PT-ABIERTA > ZERO
                   MOVE GENERACION-LINE TO PARTE-LINE
                   WRITE PARTE-LINE
                   ADD 1 TO WS-PT-LINEAS (WS-PT-ABIERTA)
               END-IF.

           NOMBRAR-PARTE.
               MOVE SPACES TO WS-NOMBRE-PARTE.
               STRING "spool-" LK-NUMERO "-" WS-PT-TIENDA (WS-PT-POS)
                   ".dat"
                   DELIMITED BY SIZE INTO WS-NOMBRE-PARTE
               END-STRING.

           ANOTAR-ENTREGA-PUESTO.
               MOVE SPACES TO ENTREGA-INFORME-REG.
               MOVE LK-NUMERO TO EIN-NUMERO.
               MOVE LK-NOMBRE TO EIN-INFORME.
               MOVE LK-FECHA TO EIN-FECHA.
               MOVE WS-DR-DESTINO (WS-R) TO EIN-DESTINO.
               MOVE WS-DR-DESTINO (WS-R) TO EIN-DESTINATARIO.
               MOVE LK-FICHERO TO EIN-FICHERO.
               MOVE WS-LINEAS-TOTAL TO EIN-LINEAS.
               MOVE WS-AHORA (1:8) TO EIN-FECHA-ENTREGA.
               MOVE WS-AHORA (9:6) TO EIN-HORA-ENTREGA.
               WRITE ENTREGA-INFORME-REG.

           ANOTAR-ENTREGA-TIENDA.
               MOVE "(SIN GERENTE)" TO WS-GERENTE.
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TM-N
                   IF WS-TM-ID (WS-I) = WS-PT-TIENDA (WS-PT-POS)
                       AND WS-TM-GERENTE (WS-I) NOT = SPACES
                       MOVE WS-TM-GERENTE (WS-I) TO WS-GERENTE
                   END-IF
               END-PERFORM.
               PERFORM NOMBRAR-PARTE.
               MOVE SPACES TO ENTREGA-INFORME-REG.
               MOVE LK-NUMERO TO EIN-NUMERO.
               MOVE LK-NOMBRE TO EIN-INFORME.
               MOVE LK-FECHA TO EIN-FECHA.
               MOVE WS-PT-TIENDA (WS-PT-POS) TO EIN-TIENDA.
               MOVE "TIENDA" TO EIN-DESTINO.
               MOVE WS-GERENTE TO EIN-DESTINATARIO.
               MOVE WS-NOMBRE-PARTE TO EIN-FICHERO.
               MOVE WS-PT-LINEAS (WS-PT-POS) TO EIN-LINEAS.
               MOVE WS-AHORA (1:8) TO EIN-FECHA-ENTREGA.
               MOVE WS-AHORA (9:6) TO EIN-HORA-ENTREGA.
               WRITE ENTREGA-INFORME-REG.

       END PROGRAM repartirinforme.
