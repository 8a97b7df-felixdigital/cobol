                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-REGISTRO.

                   SELECT OPTIONAL IVA-SOPORTADO-FILE
                   ASSIGN TO "iva-soportado.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-SOPORTADO.

                   SELECT OPTIONAL IVA-PARAMETROS-FILE
                   ASSIGN TO "iva-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ASSIGN TO "iva-cierre.dat.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL TAXFREE-FILE
                   ASSIGN TO "taxfree.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS TXF-NUMERO
                   STATUS ST-TAXFREE.

                   SELECT RESUMEN-IVA-FILE
                   ASSIGN TO "resumen-iva.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 FILLER PIC X.
                       05 IVAREG-CUOTA PIC S9(9)V99.

               FD IVA-SOPORTADO-FILE.
                   COPY copyisop.

               FD IVA-PARAMETROS-FILE.
                   01 IVA-PARAMETROS-LINE PIC X(5).

                       05 CIE-TASA PIC 9(2)V99.
                       05 CIE-BASE PIC S9(9)V99.
                       05 CIE-CUOTA PIC S9(9)V99.
      *>   LAS LINEAS ANTERIORES AL IVA SOPORTADO (EN BLANCO) SON
      *>   DE REPERCUTIDO
                       05 CIE-CLASE PIC X(1).
                           88 CIE-SOPORTADO VALUE "S".

               FD IVA-CIERRE-FILE-TMP.
                   01 IVA-CIERRE-TMP-LINE PIC X(32).

               FD TAXFREE-FILE.
                   COPY copytxfr.

               FD RESUMEN-IVA-FILE.
                   01 REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
               77 ST-REGISTRO PIC X(2).
               77 ST-CIERRE PIC X(2).
               77 ST-TAXFREE PIC X(2).
               77 ST-SOPORTADO PIC X(2).

               01 EOF-REG PIC X VALUE 'N'.
                   88 FIN-REGISTRO VALUE 'S'.
               01 EOF-SOP PIC X VALUE 'N'.
                   88 FIN-SOPORTADO VALUE 'S'.
               01 EOF-CIE PIC X VALUE 'N'.
                   88 FIN-CIERRE VALUE 'S'.

                       10 WS-IVA-HAY-DECL PIC X.
               01 WS-IVA-N PIC 9(2) VALUE ZERO.

      *>   IVA SOPORTADO DEDUCIBLE DEL TRIMESTRE POR TASA, DE LAS
      *>   FACTURAS DE PROVEEDOR CONTABILIZADAS, CON LO DECLARADO
               01 WS-SOP-TABLA.
                   05 WS-SOP-ENTRADA OCCURS 20 TIMES.
                       10 WS-SOP-TASA PIC 9(2)V99.
                       10 WS-SOP-BASE PIC S9(9)V99.
                       10 WS-SOP-CUOTA PIC S9(9)V99.
                       10 WS-SOP-BASE-DECL PIC S9(9)V99.
                       10 WS-SOP-CUOTA-DECL PIC S9(9)V99.
                       10 WS-SOP-HAY-DECL PIC X.
               01 WS-SOP-N PIC 9(2) VALUE ZERO.

      *>   VENTAS A VIAJEROS CON TAX-FREE CONFIRMADO EN EL TRIMESTRE:
      *>   PASAN A EXPORTACION EXENTA Y SU CUOTA SE HA DEVUELTO; SE
      *>   LISTAN APARTE Y SE RESTAN DEL REPERCUTIDO
               01 WS-EXE-TABLA.
                   05 WS-EXE-ENTRADA OCCURS 20 TIMES.
                       10 WS-EXE-TASA PIC 9(2)V99.
                       10 WS-EXE-BASE PIC S9(9)V99.
                       10 WS-EXE-CUOTA PIC S9(9)V99.
               01 WS-EXE-N PIC 9(2) VALUE ZERO.
               01 WS-EXE-FORMULARIOS PIC 9(5) VALUE ZERO.
               01 EOF-TXF PIC X VALUE 'N'.
                   88 FIN-TAXFREE VALUE 'S'.
               77 WS-T PIC 9(1).

               01 WS-I PIC 9(2).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 TASA-ENCONTRADA VALUE 'S'.
               01 WS-TOTAL-CUOTA PIC S9(11)V99.
               01 WS-DELTA-BASE PIC S9(11)V99.
               01 WS-DELTA-CUOTA PIC S9(11)V99.
               01 WS-BASE-REPERCUTIDA PIC S9(11)V99.
               01 WS-TOTAL-REPERCUTIDO PIC S9(11)V99.
               01 WS-TOTAL-SOPORTADO PIC S9(11)V99.
               01 WS-RESULTADO PIC S9(11)V99.

               01 WS-CIERRE-SALIDA.
                   05 WS-CIE-ANO PIC 9(4).
                   05 WS-CIE-TASA PIC 9(2)V99.
                   05 WS-CIE-BASE PIC S9(9)V99.
                   05 WS-CIE-CUOTA PIC S9(9)V99.
                   05 WS-CIE-CLASE PIC X(1).

               01 WS-BASE-ED PIC -Z.ZZZ.ZZZ.ZZ9,99.
               01 WS-CUOTA-ED PIC -Z.ZZZ.ZZZ.ZZ9,99.
      *>   PARTIR DEL REGISTRO DE IVA DE FACTURACION, LO PRESENTA EN
      *>   FORMATO DE DECLARACION Y GUARDA LAS CIFRAS EN EL FICHERO DE
      *>   CIERRE; UNA REEJECUCION TRAS FACTURAS TARDIAS MUESTRA EL
      *>   DELTA CONTRA LO YA DECLARADO. EL IVA SOPORTADO DE LAS
      *>   FACTURAS DE PROVEEDOR SE ACUMULA APARTE Y SE RESTA PARA
      *>   DAR EL RESULTADO DE LA LIQUIDACION
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.

               COMPUTE WS-MES-HASTA = PARM-TRIMESTRE * 3.

               PERFORM ACUMULAR-REGISTRO.
               PERFORM ACUMULAR-TAXFREE.
               PERFORM ACUMULAR-SOPORTADO.
               PERFORM CARGAR-CIERRE-ANTERIOR.
               PERFORM ESCRIBIR-DECLARACION.
               PERFORM GUARDAR-CIERRE.
                   ADD IVAREG-CUOTA TO WS-IVA-CUOTA (WS-I)
               END-IF.

           ACUMULAR-TAXFREE.
               OPEN INPUT TAXFREE-FILE.
               IF ST-TAXFREE NOT = "00"
                   CLOSE TAXFREE-FILE
               ELSE
                   PERFORM UNTIL FIN-TAXFREE
                       READ TAXFREE-FILE NEXT RECORD
                           AT END
                               SET FIN-TAXFREE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE TXF-FECHA-CONFIRMACION (1:4)
                                   TO WS-ANO-REGISTRO
                               MOVE TXF-FECHA-CONFIRMACION (5:2)
                                   TO WS-MES-REGISTRO
                               IF TXF-CONFIRMADO
                                   AND WS-ANO-REGISTRO = PARM-ANO
                                   AND WS-MES-REGISTRO >= WS-MES-DESDE
                                   AND WS-MES-REGISTRO <= WS-MES-HASTA
                                   ADD 1 TO WS-EXE-FORMULARIOS
                                   PERFORM VARYING WS-T FROM 1 BY 1
                                           UNTIL WS-T > TXF-N-TASAS
                                       PERFORM ACUMULAR-TASA-EXENTA
                                   END-PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TAXFREE-FILE
               END-IF.

           ACUMULAR-TASA-EXENTA.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EXE-N OR TASA-ENCONTRADA
                   IF WS-EXE-TASA (WS-I) = TXF-TASA (WS-T)
                       SET TASA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF TASA-ENCONTRADA
                   SUBTRACT 1 FROM WS-I
               ELSE
                   IF WS-EXE-N < 20
                       ADD 1 TO WS-EXE-N
                       MOVE WS-EXE-N TO WS-I
                       MOVE TXF-TASA (WS-T) TO WS-EXE-TASA (WS-I)
                       MOVE ZEROS TO WS-EXE-BASE (WS-I)
                       MOVE ZEROS TO WS-EXE-CUOTA (WS-I)
                   ELSE
                       MOVE ZERO TO WS-I
                   END-IF
               END-IF.
               IF WS-I > ZERO
                   ADD TXF-BASE (WS-T) TO WS-EXE-BASE (WS-I)
                   ADD TXF-CUOTA (WS-T) TO WS-EXE-CUOTA (WS-I)
               END-IF.

           ACUMULAR-SOPORTADO.
               OPEN INPUT IVA-SOPORTADO-FILE.
               IF ST-SOPORTADO NOT = "00"
                   CLOSE IVA-SOPORTADO-FILE
               ELSE
                   PERFORM UNTIL FIN-SOPORTADO
                       READ IVA-SOPORTADO-FILE
                           AT END
                               SET FIN-SOPORTADO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE ISOP-FECHA (1:4)
                                   TO WS-ANO-REGISTRO
                               MOVE ISOP-FECHA (5:2)
                                   TO WS-MES-REGISTRO
                               IF WS-ANO-REGISTRO = PARM-ANO
                                   AND WS-MES-REGISTRO >= WS-MES-DESDE
                                   AND WS-MES-REGISTRO <= WS-MES-HASTA
                                   PERFORM ACUMULAR-TASA-SOPORTADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE IVA-SOPORTADO-FILE
               END-IF.

           ACUMULAR-TASA-SOPORTADA.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SOP-N OR TASA-ENCONTRADA
                   IF WS-SOP-TASA (WS-I) = ISOP-TASA
                       SET TASA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF TASA-ENCONTRADA
                   SUBTRACT 1 FROM WS-I
               ELSE
                   IF WS-SOP-N < 20
                       ADD 1 TO WS-SOP-N
                       MOVE WS-SOP-N TO WS-I
                       MOVE ISOP-TASA TO WS-SOP-TASA (WS-I)
                       MOVE ZEROS TO WS-SOP-BASE (WS-I)
                       MOVE ZEROS TO WS-SOP-CUOTA (WS-I)
                       MOVE ZEROS TO WS-SOP-BASE-DECL (WS-I)
                       MOVE ZEROS TO WS-SOP-CUOTA-DECL (WS-I)
                       MOVE 'N' TO WS-SOP-HAY-DECL (WS-I)
                   ELSE
                       MOVE ZERO TO WS-I
                   END-IF
               END-IF.
               IF WS-I > ZERO
                   ADD ISOP-BASE TO WS-SOP-BASE (WS-I)
                   ADD ISOP-CUOTA TO WS-SOP-CUOTA (WS-I)
               END-IF.

           CARGAR-CIERRE-ANTERIOR.
               OPEN INPUT IVA-CIERRE-FILE.
               IF ST-CIERRE NOT = "00"
                           NOT AT END
                               IF CIE-ANO = PARM-ANO
                                   AND CIE-TRIMESTRE = PARM-TRIMESTRE
                                   IF CIE-SOPORTADO
                                       PERFORM ANOTAR-SOP-DECLARADO
                                   ELSE
                                       PERFORM ANOTAR-DECLARADO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   END-IF
               END-PERFORM.

           ANOTAR-SOP-DECLARADO.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SOP-N
                   IF WS-SOP-TASA (WS-I) = CIE-TASA
                       MOVE CIE-BASE TO WS-SOP-BASE-DECL (WS-I)
                       MOVE CIE-CUOTA TO WS-SOP-CUOTA-DECL (WS-I)
                       MOVE 'S' TO WS-SOP-HAY-DECL (WS-I)
                   END-IF
               END-PERFORM.

           ESCRIBIR-DECLARACION.
               OPEN OUTPUT RESUMEN-IVA-FILE.

                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-TOTAL-BASE TO WS-BASE-REPERCUTIDA.
               MOVE WS-TOTAL-CUOTA TO WS-TOTAL-REPERCUTIDO.

               IF WS-EXE-N > ZERO
                   PERFORM ESCRIBIR-EXPORTACION-EXENTA
               END-IF.

               PERFORM ESCRIBIR-SOPORTADO.
               PERFORM ESCRIBIR-RESULTADO.

               CLOSE RESUMEN-IVA-FILE.

           ESCRIBIR-SOPORTADO.
               MOVE SPACES TO REPORT-LINE.
               STRING "IVA SOPORTADO DEDUCIBLE (FACTURAS DE PROVEEDOR)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZEROS TO WS-TOTAL-BASE.
               MOVE ZEROS TO WS-TOTAL-CUOTA.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SOP-N
                   ADD WS-SOP-BASE (WS-I) TO WS-TOTAL-BASE
                   ADD WS-SOP-CUOTA (WS-I) TO WS-TOTAL-CUOTA
                   PERFORM ESCRIBIR-LINEA-SOPORTADO
               END-PERFORM.

               MOVE WS-TOTAL-BASE TO WS-BASE-ED.
               MOVE WS-TOTAL-CUOTA TO WS-CUOTA-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "TOTAL BASE " WS-BASE-ED
                   "  TOTAL CUOTA " WS-CUOTA-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-TOTAL-CUOTA TO WS-TOTAL-SOPORTADO.

           ESCRIBIR-RESULTADO.
      *>   REPERCUTIDO (NETO DE TAX-FREE DEVUELTO) MENOS SOPORTADO:
      *>   POSITIVO SE INGRESA, NEGATIVO QUEDA A COMPENSAR
               COMPUTE WS-RESULTADO =
                   WS-TOTAL-REPERCUTIDO - WS-TOTAL-SOPORTADO.
               MOVE WS-RESULTADO TO WS-DELTA-ED.
               MOVE SPACES TO REPORT-LINE.
               IF WS-RESULTADO < ZERO
                   STRING "RESULTADO DE LA LIQUIDACION "
                       WS-DELTA-ED " A COMPENSAR"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "RESULTADO DE LA LIQUIDACION "
                       WS-DELTA-ED " A INGRESAR"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

           ESCRIBIR-LINEA-SOPORTADO.
               MOVE WS-SOP-BASE (WS-I) TO WS-BASE-ED.
               MOVE WS-SOP-CUOTA (WS-I) TO WS-CUOTA-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  BASE " WS-BASE-ED
                   " AL " WS-SOP-TASA (WS-I)
                   " % CUOTA " WS-CUOTA-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF WS-SOP-HAY-DECL (WS-I) = 'S'
                   COMPUTE WS-DELTA-BASE =
                       WS-SOP-BASE (WS-I) - WS-SOP-BASE-DECL (WS-I)
                   COMPUTE WS-DELTA-CUOTA =
                       WS-SOP-CUOTA (WS-I) - WS-SOP-CUOTA-DECL (WS-I)
                   IF WS-DELTA-BASE NOT = ZERO
                       OR WS-DELTA-CUOTA NOT = ZERO
                       MOVE WS-DELTA-BASE TO WS-DELTA-ED
                       MOVE SPACES TO REPORT-LINE
                       STRING "    DELTA VS DECLARADO: BASE "
                           WS-DELTA-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       PERFORM REGISTRAR-LINEA-REPORTE
                       MOVE WS-DELTA-CUOTA TO WS-DELTA-ED
                       MOVE SPACES TO REPORT-LINE
                       STRING "    DELTA VS DECLARADO: CUOTA "
                           WS-DELTA-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       PERFORM REGISTRAR-LINEA-REPORTE
                   END-IF
               END-IF.

           ESCRIBIR-EXPORTACION-EXENTA.
               MOVE SPACES TO REPORT-LINE.
               STRING "ENTREGAS EXENTAS A VIAJEROS (TAX-FREE) - "
                   WS-EXE-FORMULARIOS " FORMULARIO(S)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZEROS TO WS-TOTAL-BASE.
               MOVE ZEROS TO WS-TOTAL-CUOTA.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EXE-N
                   ADD WS-EXE-BASE (WS-I) TO WS-TOTAL-BASE
                   ADD WS-EXE-CUOTA (WS-I) TO WS-TOTAL-CUOTA
                   MOVE WS-EXE-BASE (WS-I) TO WS-BASE-ED
                   MOVE WS-EXE-CUOTA (WS-I) TO WS-CUOTA-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  BASE EXENTA " WS-BASE-ED
                       " AL " WS-EXE-TASA (WS-I)
                       " % IVA DEVUELTO " WS-CUOTA-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-PERFORM.

               MOVE WS-TOTAL-BASE TO WS-BASE-ED.
               MOVE WS-TOTAL-CUOTA TO WS-CUOTA-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "TOTAL BASE EXENTA " WS-BASE-ED
                   "  TOTAL IVA DEVUELTO " WS-CUOTA-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

      *>   LA VENTA YA FIGURA EN EL REGISTRO DE IVA CON SU CUOTA; AL
      *>   CONFIRMARSE LA SALIDA PASA A EXENTA Y EL IVA DEVUELTO AL
      *>   VIAJERO DEJA DE ESTAR REPERCUTIDO
               SUBTRACT WS-TOTAL-BASE FROM WS-BASE-REPERCUTIDA.
               SUBTRACT WS-TOTAL-CUOTA FROM WS-TOTAL-REPERCUTIDO.
               COMPUTE WS-DELTA-BASE = ZERO - WS-TOTAL-BASE.
               COMPUTE WS-DELTA-CUOTA = ZERO - WS-TOTAL-CUOTA.
               MOVE WS-DELTA-BASE TO WS-BASE-ED.
               MOVE WS-DELTA-CUOTA TO WS-CUOTA-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "A DEDUCIR  BASE " WS-BASE-ED
                   "  CUOTA " WS-CUOTA-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE WS-BASE-REPERCUTIDA TO WS-BASE-ED.
               MOVE WS-TOTAL-REPERCUTIDO TO WS-CUOTA-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "REPERCUTIDO NETO  BASE " WS-BASE-ED
                   "  CUOTA " WS-CUOTA-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           ESCRIBIR-LINEA-TASA.
               MOVE WS-IVA-BASE (WS-I) TO WS-BASE-ED.
               MOVE WS-IVA-CUOTA (WS-I) TO WS-CUOTA-ED.
                   MOVE WS-IVA-TASA (WS-I) TO WS-CIE-TASA
                   MOVE WS-IVA-BASE (WS-I) TO WS-CIE-BASE
                   MOVE WS-IVA-CUOTA (WS-I) TO WS-CIE-CUOTA
                   MOVE SPACE TO WS-CIE-CLASE
                   MOVE WS-CIERRE-SALIDA TO IVA-CIERRE-TMP-LINE
                   WRITE IVA-CIERRE-TMP-LINE
               END-PERFORM.

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SOP-N
                   MOVE PARM-ANO TO WS-CIE-ANO
                   MOVE PARM-TRIMESTRE TO WS-CIE-TRIMESTRE
                   MOVE WS-SOP-TASA (WS-I) TO WS-CIE-TASA
                   MOVE WS-SOP-BASE (WS-I) TO WS-CIE-BASE
                   MOVE WS-SOP-CUOTA (WS-I) TO WS-CIE-CUOTA
                   MOVE "S" TO WS-CIE-CLASE
                   MOVE WS-CIERRE-SALIDA TO IVA-CIERRE-TMP-LINE
                   WRITE IVA-CIERRE-TMP-LINE
               END-PERFORM.
