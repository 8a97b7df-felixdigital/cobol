       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO-TIENDAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT OPTIONAL NOMINAS-HISTORICO-FILE
                   ASSIGN TO "nominas-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-NOMINAS.

                   SELECT OPTIONAL NOMINA-PARAMETROS-FILE
                   ASSIGN TO "nomina-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-PARAMETROS.

                   SELECT OPTIONAL CUADRANTE-FILE
                   ASSIGN TO "cuadrantes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CUAD-CLAVE
                   STATUS ST-CUADRANTE.

                   SELECT OPTIONAL PAGOS-CAJA-FILE
                   ASSIGN TO "pagos-caja.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-PAGOS.

                   SELECT OPTIONAL LIQTARJ-FILE
                   ASSIGN TO "liquidaciones-tarjeta.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS LIQ-CLAVE
                   STATUS ST-LIQTARJ.

                   SELECT OPTIONAL ARQUEO-HISTORIAL-FILE
                   ASSIGN TO "arqueo-historial.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ARQUEO.

                   SELECT RESULTADO-REPORT-FILE
                   ASSIGN TO "resultado-tiendas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD KITS-FILE.
                   COPY copykit.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD NOMINAS-HISTORICO-FILE.
                   01 NOMINA-HIST-REG.
                       05 NH-MES PIC 9(6).
                       05 FILLER PIC X.
                       05 NH-EMPLEADO PIC 9(8).
                       05 FILLER PIC X.
                       05 NH-BRUTO PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-IRPF PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-SS PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-NETO PIC 9(7),99.
                       05 FILLER PIC X.
                       05 NH-TIPO PIC X(1).
                           88 NH-FINIQUITO VALUE "F".
                           88 NH-ATRASOS VALUE "A".
                       05 FILLER PIC X.
                       05 NH-MES-PAGO PIC 9(6).
                       05 FILLER PIC X.
                       05 NH-TARIFA PIC 9(3),99.

               FD NOMINA-PARAMETROS-FILE.
                   01 NOMINA-PARAMETROS-LINE PIC X(10).
                   01 NOMINA-PARM-TASA-REG.
                       05 NP-TASA PIC 9(2)V99.
                       05 FILLER PIC X(6).

               FD CUADRANTE-FILE.
                   01 CUADRANTE-REG.
                       05 CUAD-CLAVE.
                           10 CUAD-EMPLEADO PIC 9(8).
                           10 CUAD-SEMANA PIC 9(8).
                           10 CUAD-TURNO PIC X(1).
                       05 CUAD-TIENDA PIC X(5).

               FD PAGOS-CAJA-FILE.
                   COPY copypago.

               FD LIQTARJ-FILE.
                   COPY copyliqt.

               FD ARQUEO-HISTORIAL-FILE.
                   01 HISTORIAL-REG.
                       05 HST-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 HST-SHOP-ID PIC X(5).
                       05 FILLER PIC X.
                       05 HST-TILL-ID PIC X(2).
                       05 FILLER PIC X.
                       05 HST-DIFERENCIA PIC S9(7)V99 SIGN LEADING
                           SEPARATE.

               FD RESULTADO-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-KITS PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-NOMINAS PIC X(2).
               77 ST-PARAMETROS PIC X(2).
               77 ST-CUADRANTE PIC X(2).
               77 ST-PAGOS PIC X(2).
               77 ST-LIQTARJ PIC X(2).
               77 ST-ARQUEO PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.

      *>   UN KIT SE COSTEA CON EL ITEM-COSTE DE SUS COMPONENTES
               01 WS-KIT-ID PIC X(8).
               01 WS-KIT-COSTE PIC 9(5)V99.
               01 WS-KIT-N PIC 9(2).
               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.

               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 EOF-FICHERO PIC X VALUE 'N'.
                   88 FIN-FICHERO VALUE 'S'.

               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).

      *>   PERIODO 1 ES EL MES PEDIDO Y PERIODO 2 EL MISMO MES DEL
      *>   ANO ANTERIOR; CADA UNO CON SUS DIAS EN FORMATO ENTERO PARA
      *>   REPARTIR LAS SEMANAS DEL CUADRANTE QUE CAEN A CABALLO
               01 WS-MES-PEDIDO PIC 9(6).
               01 WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
                   05 WS-MP-ANO PIC 9(4).
                   05 WS-MP-MES PIC 9(2).
               01 WS-PERIODOS.
                   05 WS-PER OCCURS 2 TIMES.
                       10 WS-PER-MES PIC 9(6).
                       10 WS-PER-DESDE PIC 9(8).
                       10 WS-PER-HASTA PIC 9(8).
                       10 WS-PER-DIA-INI PIC 9(7).
                       10 WS-PER-DIA-FIN PIC 9(7).
               01 WS-P PIC 9(1).
               01 WS-FECHA-AUX PIC 9(8).
               01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
                   05 WS-FA-ANO PIC 9(4).
                   05 WS-FA-MES PIC 9(2).
                   05 WS-FA-DIA PIC 9(2).
               01 WS-MES-LINEA PIC 9(6).

               01 PARM-SS-EMPRESA PIC 9(2)V99 VALUE 29,90.
               01 WS-PARM-LINEA PIC 9(2) VALUE ZERO.

      *>   UNA ENTRADA POR TIENDA DEL MAESTRO Y POR CADA TIENDA QUE
      *>   APAREZCA EN LOS MOVIMIENTOS AUNQUE NO ESTE DADA DE ALTA; SE
      *>   INFORMAN LAS OPERATIVAS Y LAS CERRADAS QUE TENGAN MOVIMIENTO
               01 WS-TDA-TABLA.
                   05 WS-TDA-ENTRADA OCCURS 50 TIMES.
                       10 WS-TDA-ID PIC X(5).
                       10 WS-TDA-LOCALIDAD PIC X(30).
                       10 WS-TDA-GERENTE PIC X(20).
                       10 WS-TDA-ESTADO PIC X(1).
                           88 TDA-OPERATIVA VALUE "A".
                       10 WS-TDA-PERIODO OCCURS 2 TIMES.
                           15 WS-TDA-VENTAS PIC S9(9)V99.
                           15 WS-TDA-COSTE PIC S9(9)V99.
                           15 WS-TDA-PERSONAL PIC S9(9)V99.
                           15 WS-TDA-CAJA PIC S9(9)V99.
                           15 WS-TDA-TARJETA PIC S9(9)V99.
                           15 WS-TDA-FALTANTES PIC S9(9)V99.
                           15 WS-TDA-CONTRIB PIC S9(9)V99.
                           15 WS-TDA-PCT PIC S9(3)V99.
               01 WS-TDA-N PIC 9(2) VALUE ZERO.
               01 WS-TDA-DESCARTADOS PIC 9(5) VALUE ZERO.
               01 WS-TIENDA-BUSCADA PIC X(5).
               01 WS-TP PIC 9(2).
               01 WS-TDA-ENCONTRADA PIC X VALUE 'N'.
                   88 TDA-ENCONTRADA VALUE 'S'.
               01 WS-TDA-ACTIVA PIC X VALUE 'N'.
                   88 TDA-ACTIVA VALUE 'S'.

      *>   COSTE DE PERSONAL DEL PERIODO POR EMPLEADO: BRUTO MAS LA
      *>   SEGURIDAD SOCIAL A CARGO DE LA EMPRESA
               01 WS-EC-TABLA.
                   05 WS-EC-ENTRADA OCCURS 500 TIMES.
                       10 WS-EC-EMPLEADO PIC 9(8).
                       10 WS-EC-PERIODO PIC 9(1).
                       10 WS-EC-COSTE PIC S9(9)V99.
               01 WS-EC-N PIC 9(3) VALUE ZERO.
               01 WS-EC-POS PIC 9(3).

      *>   DIAS DE CUADRANTE DE CADA EMPLEADO EN CADA TIENDA Y PERIODO;
      *>   SON EL PESO CON EL QUE SE REPARTE SU COSTE ENTRE TIENDAS
               01 WS-RC-TABLA.
                   05 WS-RC-ENTRADA OCCURS 800 TIMES.
                       10 WS-RC-EMPLEADO PIC 9(8).
                       10 WS-RC-PERIODO PIC 9(1).
                       10 WS-RC-TIENDA PIC X(5).
                       10 WS-RC-DIAS PIC 9(5).
               01 WS-RC-N PIC 9(3) VALUE ZERO.
               01 WS-RC-POS PIC 9(3).
               01 WS-RC-DESCARTADOS PIC 9(5) VALUE ZERO.
               01 WS-DIAS-EMPLEADO PIC 9(5).
               01 WS-DIAS-SEMANA PIC S9(5).
               01 WS-SEM-INI PIC 9(7).
               01 WS-SEM-FIN PIC 9(7).
               01 WS-TRAMO-INI PIC 9(7).
               01 WS-TRAMO-FIN PIC 9(7).
               01 WS-REPARTO PIC S9(9)V99.
               01 WS-REPARTIDO PIC S9(9)V99.
               01 WS-SIN-CUADRANTE PIC S9(9)V99 OCCURS 2 TIMES.
               01 WS-SIN-CUADRANTE-N PIC 9(3) OCCURS 2 TIMES.
               01 WS-ULTIMO-RC PIC 9(3).

      *>   DIFERENCIAS DE ARQUEO: EL CUADRE PUEDE REEJECUTARSE Y DEJAR
      *>   VARIAS LINEAS DE LA MISMA CAJA Y DIA; VALE LA ULTIMA
               01 WS-AQ-TABLA.
                   05 WS-AQ-ENTRADA OCCURS 2000 TIMES.
                       10 WS-AQ-FECHA PIC 9(8).
                       10 WS-AQ-SHOP PIC X(5).
                       10 WS-AQ-TILL PIC X(2).
                       10 WS-AQ-DIFERENCIA PIC S9(7)V99.
               01 WS-AQ-N PIC 9(4) VALUE ZERO.
               01 WS-AQ-POS PIC 9(4).
               01 WS-AQ-DESCARTADOS PIC 9(5) VALUE ZERO.

               01 WS-I PIC 9(4).
               01 WS-J PIC 9(4).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 ENCONTRADO VALUE 'S'.

               01 WS-ITEM-COSTE-UNIT PIC 9(5)V99.
               01 WS-IMPORTE-LINEA PIC S9(9)V99.
               01 WS-COSTE-LINEA PIC S9(9)V99.
               01 WS-QTY-LINEA PIC S9(7).
               01 WS-COSTE-EMPLEADO PIC S9(9)V99.
               01 WS-BRUTO-NOMINA PIC 9(7)V99.

      *>   TIENDAS CON CONTRIBUCION NEGATIVA EN EL MES, DE MAYOR A
      *>   MENOR PERDIDA, PARA EL RESPONSABLE REGIONAL
               01 WS-RK-TABLA.
                   05 WS-RK-TIENDA PIC 9(2) OCCURS 50 TIMES.
               01 WS-RK-N PIC 9(2) VALUE ZERO.
               01 WS-RK-AUX PIC 9(2).
               01 WS-RK-A PIC 9(2).
               01 WS-RK-B PIC 9(2).

               01 WS-TOTALES.
                   05 WS-TOT-PERIODO OCCURS 2 TIMES.
                       10 WS-TOT-VENTAS PIC S9(9)V99.
                       10 WS-TOT-COSTE PIC S9(9)V99.
                       10 WS-TOT-PERSONAL PIC S9(9)V99.
                       10 WS-TOT-CAJA PIC S9(9)V99.
                       10 WS-TOT-TARJETA PIC S9(9)V99.
                       10 WS-TOT-FALTANTES PIC S9(9)V99.
                       10 WS-TOT-CONTRIB PIC S9(9)V99.
                       10 WS-TOT-PCT PIC S9(3)V99.

               01 WS-CONCEPTO PIC X(22).
               01 WS-VALOR-ACTUAL PIC S9(9)V99.
               01 WS-VALOR-ANTERIOR PIC S9(9)V99.
               01 WS-VARIACION PIC S9(9)V99.
               01 WS-ACTUAL-ED PIC -ZZ.ZZZ.ZZ9,99.
               01 WS-ANTERIOR-ED PIC -ZZ.ZZZ.ZZ9,99.
               01 WS-VARIACION-ED PIC -ZZ.ZZZ.ZZ9,99.
               01 WS-PCT-ED PIC -ZZ9,99.
               01 WS-PCT-ANT-ED PIC -ZZ9,99.
               01 WS-PUESTO-ED PIC Z9.

      *>   EL INFORME PRODUCIDO SE CATALOGA EN EL SPOOL PARA PODER
      *>   VERLO Y REIMPRIMIRLO DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CUENTA DE RESULTADOS DEL MES POR TIENDA HASTA LA LINEA DE
      *>   CONTRIBUCION, COMPARADA CON EL MISMO MES DEL ANO ANTERIOR
               DISPLAY "Mes (AAAAMM): " WITH NO ADVANCING.
               ACCEPT WS-MES-PEDIDO.
               IF WS-MP-MES < 1 OR WS-MP-MES > 12
                   OR WS-MP-ANO < 1601
                   DISPLAY "Mes no valido: " WS-MES-PEDIDO
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               PERFORM PREPARAR-PERIODOS.
               PERFORM CARGAR-PARAMETROS.
               PERFORM CARGAR-TIENDAS.
               INITIALIZE WS-TOTALES.
               MOVE ZERO TO WS-SIN-CUADRANTE (1) WS-SIN-CUADRANTE (2)
                   WS-SIN-CUADRANTE-N (1) WS-SIN-CUADRANTE-N (2).

               PERFORM ACUMULAR-VENTAS.
               PERFORM ACUMULAR-PERSONAL.
               PERFORM ACUMULAR-CUADRANTES.
               PERFORM REPARTIR-PERSONAL.
               PERFORM ACUMULAR-PAGOS-CAJA.
               PERFORM ACUMULAR-COMISIONES-TARJETA.
               PERFORM ACUMULAR-FALTANTES.
               PERFORM CALCULAR-CONTRIBUCION.
               PERFORM ORDENAR-TIENDAS-PERDIDAS.

               OPEN OUTPUT RESULTADO-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CUENTA DE RESULTADOS POR TIENDA - MES "
                   WS-PER-MES (1) " (COMPARADO CON "
                   WS-PER-MES (2) ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-TP FROM 1 BY 1
                       UNTIL WS-TP > WS-TDA-N
                   PERFORM COMPROBAR-ACTIVIDAD
                   IF TDA-OPERATIVA (WS-TP) OR TDA-ACTIVA
                       PERFORM ESCRIBIR-TIENDA
                   END-IF
               END-PERFORM.

               PERFORM ESCRIBIR-TOTALES.
               PERFORM ESCRIBIR-TIENDAS-PERDIDAS.
               PERFORM ESCRIBIR-AVISOS.

               CLOSE RESULTADO-REPORT-FILE.

               MOVE "resultado-tiendas.dat" TO WS-SPOOL-NOMBRE.
               MOVE "RESULTADO-TIENDAS" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           PREPARAR-PERIODOS.
               MOVE WS-MES-PEDIDO TO WS-PER-MES (1).
               COMPUTE WS-PER-MES (2) = WS-MES-PEDIDO - 100.
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
                   COMPUTE WS-PER-DESDE (WS-P) =
                       WS-PER-MES (WS-P) * 100 + 1
                   MOVE WS-PER-DESDE (WS-P) TO WS-FECHA-AUX
                   IF WS-FA-MES = 12
                       ADD 1 TO WS-FA-ANO
                       MOVE 1 TO WS-FA-MES
                   ELSE
                       ADD 1 TO WS-FA-MES
                   END-IF
                   COMPUTE WS-PER-DIA-INI (WS-P) =
                       FUNCTION INTEGER-OF-DATE (WS-PER-DESDE (WS-P))
                   COMPUTE WS-PER-DIA-FIN (WS-P) =
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-AUX) - 1
                   COMPUTE WS-PER-HASTA (WS-P) =
                       FUNCTION DATE-OF-INTEGER
                           (WS-PER-DIA-FIN (WS-P))
               END-PERFORM.

           CARGAR-PARAMETROS.
      *>   LA CUARTA LINEA DE LOS PARAMETROS DE NOMINA ES EL PORCENTAJE
      *>   DE SEGURIDAD SOCIAL A CARGO DE LA EMPRESA
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT NOMINA-PARAMETROS-FILE.
               IF ST-PARAMETROS = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ NOMINA-PARAMETROS-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PARM-LINEA
                               IF WS-PARM-LINEA = 4
                                   MOVE NP-TASA TO PARM-SS-EMPRESA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOMINA-PARAMETROS-FILE
               END-IF.

           CARGAR-TIENDAS.
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ TIENDAS-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               MOVE TIENDA-ID TO WS-TIENDA-BUSCADA
                               PERFORM LOCALIZAR-TIENDA
                               IF WS-TP > ZERO
                                   MOVE TIENDA-LOCALIDAD
                                       TO WS-TDA-LOCALIDAD (WS-TP)
                                   MOVE TIENDA-GERENTE
                                       TO WS-TDA-GERENTE (WS-TP)
                                   MOVE TIENDA-ESTADO
                                       TO WS-TDA-ESTADO (WS-TP)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TIENDAS-FILE
               END-IF.

           LOCALIZAR-TIENDA.
      *>   DEVUELVE EN WS-TP LA TIENDA BUSCADA, DANDOLA DE ALTA EN LA
      *>   TABLA SI NO ESTABA; CERO SI LA TABLA ESTA LLENA
               MOVE 'N' TO WS-TDA-ENCONTRADA.
               MOVE ZERO TO WS-TP.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TDA-N OR TDA-ENCONTRADA
                   IF WS-TDA-ID (WS-I) = WS-TIENDA-BUSCADA
                       SET TDA-ENCONTRADA TO TRUE
                       MOVE WS-I TO WS-TP
                   END-IF
               END-PERFORM.

               IF NOT TDA-ENCONTRADA
                   IF WS-TDA-N < 50
                       ADD 1 TO WS-TDA-N
                       MOVE WS-TDA-N TO WS-TP
                       INITIALIZE WS-TDA-ENTRADA (WS-TP)
                       MOVE WS-TIENDA-BUSCADA TO WS-TDA-ID (WS-TP)
                       MOVE "(NO ESTA EN EL MAESTRO)"
                           TO WS-TDA-LOCALIDAD (WS-TP)
                   ELSE
                       ADD 1 TO WS-TDA-DESCARTADOS
                   END-IF
               END-IF.

           ACUMULAR-VENTAS.
      *>   VENTAS NETAS Y COSTE DE LO VENDIDO COMO EN EL INFORME DE
      *>   MARGEN: IMPORTE CON SIGNO Y COSTE ACTUAL DEL ARTICULO O DE
      *>   LOS COMPONENTES DE SU ESCANDALLO
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
                   MOVE 'N' TO EOF-HIST
                   MOVE WS-PER-DESDE (WS-P) TO WS-LH-DESDE
                   MOVE WS-PER-HASTA (WS-P) TO WS-LH-HASTA
                   MOVE "I" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   PERFORM UNTIL FIN-HISTORICO
                       MOVE "N" TO WS-LH-OPERACION
                       CALL "leerhistorico" USING WS-LH-OPERACION
                           WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                           WS-LH-FIN
                       IF WS-LH-FIN NOT = 'N'
                           SET FIN-HISTORICO TO TRUE
                       ELSE
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM ACUMULAR-MOVIMIENTO
                       END-IF
                   END-PERFORM
                   MOVE "C" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN = 'E'
                       DISPLAY "ERROR: historico de ventas ilegible; "
                           "se cancela el proceso"
                       IF ITEM-MASTER-DISPONIBLE
                           CLOSE ITEM-MASTER-FILE
                       END-IF
                       IF KITS-DISPONIBLE
                           CLOSE KITS-FILE
                       END-IF
                       PERFORM REGISTRAR-JOB-LOG
                       GOBACK
                   END-IF
               END-PERFORM.

               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.

           ACUMULAR-MOVIMIENTO.
               PERFORM BUSCAR-COSTE-ITEM.

               COMPUTE WS-IMPORTE-LINEA =
                   HIST-SIGNO * HIST-IMPORTE.
               COMPUTE WS-QTY-LINEA = HIST-SIGNO * HIST-QTY.
               COMPUTE WS-COSTE-LINEA ROUNDED =
                   WS-QTY-LINEA * WS-ITEM-COSTE-UNIT.

               MOVE HIST-SHOP-ID TO WS-TIENDA-BUSCADA.
               PERFORM LOCALIZAR-TIENDA.
               IF WS-TP > ZERO
                   ADD WS-IMPORTE-LINEA TO WS-TDA-VENTAS (WS-TP, WS-P)
                   ADD WS-COSTE-LINEA TO WS-TDA-COSTE (WS-TP, WS-P)
               END-IF.

           BUSCAR-COSTE-ITEM.
               MOVE ZERO TO WS-ITEM-COSTE-UNIT.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE HIST-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ITEM-COSTE TO WS-ITEM-COSTE-UNIT
                           PERFORM COSTEAR-KIT
                   END-READ
               END-IF.

           COSTEAR-KIT.
      *>   SI EL ARTICULO TIENE ESCANDALLO SU COSTE ES LA SUMA DE LOS
      *>   DE SUS COMPONENTES POR LAS UNIDADES DE CADA UNO
               IF KITS-DISPONIBLE
                   MOVE ZERO TO WS-KIT-N
                   MOVE ZERO TO WS-KIT-COSTE
                   MOVE HIST-ITEM-ID TO WS-KIT-ID
                   MOVE HIST-ITEM-ID TO KIT-ITEM-ID
                   MOVE LOW-VALUES TO KIT-COMPONENTE-ID
                   MOVE 'N' TO EOF-KIT
                   START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                       INVALID KEY
                           SET FIN-KIT TO TRUE
                   END-START
                   PERFORM UNTIL FIN-KIT
                       READ KITS-FILE NEXT RECORD
                           AT END
                               SET FIN-KIT TO TRUE
                           NOT AT END
                               IF KIT-ITEM-ID NOT = WS-KIT-ID
                                   SET FIN-KIT TO TRUE
                               ELSE
                                   ADD 1 TO WS-KIT-N
                                   PERFORM SUMAR-COSTE-COMPONENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-KIT-N > ZERO
                       MOVE WS-KIT-COSTE TO WS-ITEM-COSTE-UNIT
                   END-IF
               END-IF.

           SUMAR-COSTE-COMPONENTE.
               MOVE KIT-COMPONENTE-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-KIT-COSTE = WS-KIT-COSTE
                           + ITEM-COSTE * KIT-CANTIDAD
               END-READ.

           ACUMULAR-PERSONAL.
      *>   COSTE DE EMPRESA DE CADA EMPLEADO: BRUTO DE LA NOMINA
      *>   ORDINARIA Y DEL FINIQUITO DEL MES, Y LOS ATRASOS EN EL MES
      *>   EN QUE SE PAGAN; MAS LA SEGURIDAD SOCIAL DE LA EMPRESA,
      *>   QUE NO SE APLICA A LA INDEMNIZACION DEL FINIQUITO
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT NOMINAS-HISTORICO-FILE.
               IF ST-NOMINAS = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ NOMINAS-HISTORICO-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM ACUMULAR-NOMINA-EMPLEADO
                       END-READ
                   END-PERFORM
                   CLOSE NOMINAS-HISTORICO-FILE
               END-IF.

           ACUMULAR-NOMINA-EMPLEADO.
               IF NH-ATRASOS
                   MOVE NH-MES-PAGO TO WS-MES-LINEA
               ELSE
                   MOVE NH-MES TO WS-MES-LINEA
               END-IF.
               MOVE ZERO TO WS-P.
               IF WS-MES-LINEA = WS-PER-MES (1)
                   MOVE 1 TO WS-P
               END-IF.
               IF WS-MES-LINEA = WS-PER-MES (2)
                   MOVE 2 TO WS-P
               END-IF.

               IF WS-P > ZERO
                   MOVE NH-BRUTO TO WS-BRUTO-NOMINA
                   IF NH-FINIQUITO
                       MOVE WS-BRUTO-NOMINA TO WS-COSTE-EMPLEADO
                   ELSE
                       COMPUTE WS-COSTE-EMPLEADO ROUNDED =
                           WS-BRUTO-NOMINA * (100 + PARM-SS-EMPRESA)
                           / 100
                   END-IF
                   PERFORM LOCALIZAR-COSTE-EMPLEADO
                   IF WS-EC-POS > ZERO
                       ADD WS-COSTE-EMPLEADO TO WS-EC-COSTE (WS-EC-POS)
                   ELSE
                       ADD WS-COSTE-EMPLEADO
                           TO WS-SIN-CUADRANTE (WS-P)
                       ADD 1 TO WS-SIN-CUADRANTE-N (WS-P)
                   END-IF
               END-IF.

           LOCALIZAR-COSTE-EMPLEADO.
               MOVE ZERO TO WS-EC-POS.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EC-N OR WS-EC-POS > ZERO
                   IF WS-EC-EMPLEADO (WS-I) = NH-EMPLEADO
                       AND WS-EC-PERIODO (WS-I) = WS-P
                       MOVE WS-I TO WS-EC-POS
                   END-IF
               END-PERFORM.
               IF WS-EC-POS = ZERO AND WS-EC-N < 500
                   ADD 1 TO WS-EC-N
                   MOVE WS-EC-N TO WS-EC-POS
                   MOVE NH-EMPLEADO TO WS-EC-EMPLEADO (WS-EC-POS)
                   MOVE WS-P TO WS-EC-PERIODO (WS-EC-POS)
                   MOVE ZERO TO WS-EC-COSTE (WS-EC-POS)
               END-IF.

           ACUMULAR-CUADRANTES.
      *>   CADA TURNO SEMANAL DEL CUADRANTE CUENTA LOS DIAS DE ESA
      *>   SEMANA (DE LUNES A DOMINGO) QUE CAEN DENTRO DEL MES
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT CUADRANTE-FILE.
               IF ST-CUADRANTE = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ CUADRANTE-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               PERFORM ACUMULAR-SEMANA-CUADRANTE
                       END-READ
                   END-PERFORM
                   CLOSE CUADRANTE-FILE
               END-IF.

           ACUMULAR-SEMANA-CUADRANTE.
               IF FUNCTION TEST-DATE-YYYYMMDD (CUAD-SEMANA) = ZERO
                   COMPUTE WS-SEM-INI =
                       FUNCTION INTEGER-OF-DATE (CUAD-SEMANA)
                   COMPUTE WS-SEM-FIN = WS-SEM-INI + 6
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
                       PERFORM CONTAR-DIAS-SEMANA
                       IF WS-DIAS-SEMANA > ZERO
                           PERFORM ANOTAR-DIAS-CUADRANTE
                       END-IF
                   END-PERFORM
               END-IF.

           CONTAR-DIAS-SEMANA.
               MOVE WS-SEM-INI TO WS-TRAMO-INI.
               IF WS-PER-DIA-INI (WS-P) > WS-TRAMO-INI
                   MOVE WS-PER-DIA-INI (WS-P) TO WS-TRAMO-INI
               END-IF.
               MOVE WS-SEM-FIN TO WS-TRAMO-FIN.
               IF WS-PER-DIA-FIN (WS-P) < WS-TRAMO-FIN
                   MOVE WS-PER-DIA-FIN (WS-P) TO WS-TRAMO-FIN
               END-IF.
               COMPUTE WS-DIAS-SEMANA =
                   WS-TRAMO-FIN - WS-TRAMO-INI + 1.

           ANOTAR-DIAS-CUADRANTE.
               MOVE ZERO TO WS-RC-POS.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RC-N OR WS-RC-POS > ZERO
                   IF WS-RC-EMPLEADO (WS-I) = CUAD-EMPLEADO
                       AND WS-RC-PERIODO (WS-I) = WS-P
                       AND WS-RC-TIENDA (WS-I) = CUAD-TIENDA
                       MOVE WS-I TO WS-RC-POS
                   END-IF
               END-PERFORM.
               IF WS-RC-POS = ZERO
                   IF WS-RC-N < 800
                       ADD 1 TO WS-RC-N
                       MOVE WS-RC-N TO WS-RC-POS
                       MOVE CUAD-EMPLEADO TO WS-RC-EMPLEADO (WS-RC-POS)
                       MOVE WS-P TO WS-RC-PERIODO (WS-RC-POS)
                       MOVE CUAD-TIENDA TO WS-RC-TIENDA (WS-RC-POS)
                       MOVE ZERO TO WS-RC-DIAS (WS-RC-POS)
                   ELSE
                       ADD 1 TO WS-RC-DESCARTADOS
                   END-IF
               END-IF.
               IF WS-RC-POS > ZERO
                   ADD WS-DIAS-SEMANA TO WS-RC-DIAS (WS-RC-POS)
               END-IF.

           REPARTIR-PERSONAL.
      *>   EL COSTE DE CADA EMPLEADO SE REPARTE ENTRE LAS TIENDAS EN
      *>   PROPORCION A SUS DIAS DE CUADRANTE EN CADA UNA; LA ULTIMA
      *>   TIENDA SE LLEVA EL RESTO DEL REDONDEO. SIN CUADRANTE EN EL
      *>   MES QUEDA COMO PERSONAL SIN ASIGNAR A TIENDA
               PERFORM VARYING WS-EC-POS FROM 1 BY 1
                       UNTIL WS-EC-POS > WS-EC-N
                   MOVE WS-EC-PERIODO (WS-EC-POS) TO WS-P
                   MOVE ZERO TO WS-DIAS-EMPLEADO WS-ULTIMO-RC
                   PERFORM VARYING WS-RC-POS FROM 1 BY 1
                           UNTIL WS-RC-POS > WS-RC-N
                       IF WS-RC-EMPLEADO (WS-RC-POS) =
                               WS-EC-EMPLEADO (WS-EC-POS)
                           AND WS-RC-PERIODO (WS-RC-POS) = WS-P
                           ADD WS-RC-DIAS (WS-RC-POS)
                               TO WS-DIAS-EMPLEADO
                           MOVE WS-RC-POS TO WS-ULTIMO-RC
                       END-IF
                   END-PERFORM
                   IF WS-DIAS-EMPLEADO = ZERO
                       ADD WS-EC-COSTE (WS-EC-POS)
                           TO WS-SIN-CUADRANTE (WS-P)
                       ADD 1 TO WS-SIN-CUADRANTE-N (WS-P)
                   ELSE
                       PERFORM REPARTIR-COSTE-EMPLEADO
                   END-IF
               END-PERFORM.

           REPARTIR-COSTE-EMPLEADO.
               MOVE ZERO TO WS-REPARTIDO.
               PERFORM VARYING WS-RC-POS FROM 1 BY 1
                       UNTIL WS-RC-POS > WS-ULTIMO-RC
                   IF WS-RC-EMPLEADO (WS-RC-POS) =
                           WS-EC-EMPLEADO (WS-EC-POS)
                       AND WS-RC-PERIODO (WS-RC-POS) = WS-P
                       IF WS-RC-POS = WS-ULTIMO-RC
                           COMPUTE WS-REPARTO =
                               WS-EC-COSTE (WS-EC-POS) - WS-REPARTIDO
                       ELSE
                           COMPUTE WS-REPARTO ROUNDED =
                               WS-EC-COSTE (WS-EC-POS)
                               * WS-RC-DIAS (WS-RC-POS)
                               / WS-DIAS-EMPLEADO
                       END-IF
                       ADD WS-REPARTO TO WS-REPARTIDO
                       MOVE WS-RC-TIENDA (WS-RC-POS)
                           TO WS-TIENDA-BUSCADA
                       PERFORM LOCALIZAR-TIENDA
                       IF WS-TP > ZERO
                           ADD WS-REPARTO
                               TO WS-TDA-PERSONAL (WS-TP, WS-P)
                       ELSE
                           ADD WS-REPARTO TO WS-SIN-CUADRANTE (WS-P)
                       END-IF
                   END-IF
               END-PERFORM.

           ACUMULAR-PAGOS-CAJA.
      *>   PAGOS MENORES HECHOS CON DINERO DE LA CAJA DE LA TIENDA
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT PAGOS-CAJA-FILE.
               IF ST-PAGOS = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ PAGOS-CAJA-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE PAG-FECHA (1:6) TO WS-MES-LINEA
                               PERFORM SITUAR-PERIODO
                               IF WS-P > ZERO
                                   MOVE PAG-TIENDA
                                       TO WS-TIENDA-BUSCADA
                                   PERFORM LOCALIZAR-TIENDA
                                   IF WS-TP > ZERO
                                       ADD PAG-IMPORTE TO
                                           WS-TDA-CAJA (WS-TP, WS-P)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-CAJA-FILE
               END-IF.

           ACUMULAR-COMISIONES-TARJETA.
      *>   COMISION QUE EL ADQUIRENTE DESCONTO DE CADA LIQUIDACION,
      *>   IMPUTADA AL DIA DE LA VENTA
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT LIQTARJ-FILE.
               IF ST-LIQTARJ = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ LIQTARJ-FILE NEXT RECORD
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE LIQ-FECHA (1:6) TO WS-MES-LINEA
                               PERFORM SITUAR-PERIODO
                               IF WS-P > ZERO
                                   MOVE LIQ-TIENDA
                                       TO WS-TIENDA-BUSCADA
                                   PERFORM LOCALIZAR-TIENDA
                                   IF WS-TP > ZERO
                                       ADD LIQ-COMISION TO
                                           WS-TDA-TARJETA (WS-TP, WS-P)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIQTARJ-FILE
               END-IF.

           ACUMULAR-FALTANTES.
      *>   SOLO LOS DESCUADRES NEGATIVOS (FALTA DINERO) SON COSTE; DE
      *>   CADA CAJA Y DIA SE TOMA LA ULTIMA EJECUCION DEL CUADRE
               MOVE 'N' TO EOF-FICHERO.
               OPEN INPUT ARQUEO-HISTORIAL-FILE.
               IF ST-ARQUEO = "00"
                   PERFORM UNTIL FIN-FICHERO
                       READ ARQUEO-HISTORIAL-FILE
                           AT END
                               SET FIN-FICHERO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE HST-FECHA (1:6) TO WS-MES-LINEA
                               PERFORM SITUAR-PERIODO
                               IF WS-P > ZERO
                                   PERFORM ANOTAR-ARQUEO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQUEO-HISTORIAL-FILE
               END-IF.

               PERFORM VARYING WS-AQ-POS FROM 1 BY 1
                       UNTIL WS-AQ-POS > WS-AQ-N
                   IF WS-AQ-DIFERENCIA (WS-AQ-POS) < ZERO
                       MOVE WS-AQ-FECHA (WS-AQ-POS) (1:6)
                           TO WS-MES-LINEA
                       PERFORM SITUAR-PERIODO
                       MOVE WS-AQ-SHOP (WS-AQ-POS) TO WS-TIENDA-BUSCADA
                       PERFORM LOCALIZAR-TIENDA
                       IF WS-TP > ZERO
                           SUBTRACT WS-AQ-DIFERENCIA (WS-AQ-POS)
                               FROM WS-TDA-FALTANTES (WS-TP, WS-P)
                       END-IF
                   END-IF
               END-PERFORM.

           ANOTAR-ARQUEO.
               MOVE ZERO TO WS-AQ-POS.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-AQ-N OR WS-AQ-POS > ZERO
                   IF WS-AQ-FECHA (WS-I) = HST-FECHA
                       AND WS-AQ-SHOP (WS-I) = HST-SHOP-ID
                       AND WS-AQ-TILL (WS-I) = HST-TILL-ID
                       MOVE WS-I TO WS-AQ-POS
                   END-IF
               END-PERFORM.
               IF WS-AQ-POS = ZERO
                   IF WS-AQ-N < 2000
                       ADD 1 TO WS-AQ-N
                       MOVE WS-AQ-N TO WS-AQ-POS
                       MOVE HST-FECHA TO WS-AQ-FECHA (WS-AQ-POS)
                       MOVE HST-SHOP-ID TO WS-AQ-SHOP (WS-AQ-POS)
                       MOVE HST-TILL-ID TO WS-AQ-TILL (WS-AQ-POS)
                   ELSE
                       ADD 1 TO WS-AQ-DESCARTADOS
                   END-IF
               END-IF.
               IF WS-AQ-POS > ZERO
                   MOVE HST-DIFERENCIA TO WS-AQ-DIFERENCIA (WS-AQ-POS)
               END-IF.

           SITUAR-PERIODO.
               MOVE ZERO TO WS-P.
               IF WS-MES-LINEA = WS-PER-MES (1)
                   MOVE 1 TO WS-P
               END-IF.
               IF WS-MES-LINEA = WS-PER-MES (2)
                   MOVE 2 TO WS-P
               END-IF.

           CALCULAR-CONTRIBUCION.
      *>   CONTRIBUCION = VENTAS NETAS - COSTE DE VENTAS - PERSONAL -
      *>   PAGOS DE CAJA - COMISIONES DE TARJETA - FALTANTES DE CAJA
               PERFORM VARYING WS-TP FROM 1 BY 1
                       UNTIL WS-TP > WS-TDA-N
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
                       COMPUTE WS-TDA-CONTRIB (WS-TP, WS-P) =
                           WS-TDA-VENTAS (WS-TP, WS-P)
                           - WS-TDA-COSTE (WS-TP, WS-P)
                           - WS-TDA-PERSONAL (WS-TP, WS-P)
                           - WS-TDA-CAJA (WS-TP, WS-P)
                           - WS-TDA-TARJETA (WS-TP, WS-P)
                           - WS-TDA-FALTANTES (WS-TP, WS-P)
                       MOVE ZERO TO WS-TDA-PCT (WS-TP, WS-P)
                       IF WS-TDA-VENTAS (WS-TP, WS-P) NOT = ZERO
                           COMPUTE WS-TDA-PCT (WS-TP, WS-P) ROUNDED =
                               WS-TDA-CONTRIB (WS-TP, WS-P) * 100
                               / WS-TDA-VENTAS (WS-TP, WS-P)
                               ON SIZE ERROR
                                   MOVE ZERO
                                       TO WS-TDA-PCT (WS-TP, WS-P)
                           END-COMPUTE
                       END-IF
                       ADD WS-TDA-VENTAS (WS-TP, WS-P)
                           TO WS-TOT-VENTAS (WS-P)
                       ADD WS-TDA-COSTE (WS-TP, WS-P)
                           TO WS-TOT-COSTE (WS-P)
                       ADD WS-TDA-PERSONAL (WS-TP, WS-P)
                           TO WS-TOT-PERSONAL (WS-P)
                       ADD WS-TDA-CAJA (WS-TP, WS-P)
                           TO WS-TOT-CAJA (WS-P)
                       ADD WS-TDA-TARJETA (WS-TP, WS-P)
                           TO WS-TOT-TARJETA (WS-P)
                       ADD WS-TDA-FALTANTES (WS-TP, WS-P)
                           TO WS-TOT-FALTANTES (WS-P)
                       ADD WS-TDA-CONTRIB (WS-TP, WS-P)
                           TO WS-TOT-CONTRIB (WS-P)
                   END-PERFORM
                   IF WS-TDA-CONTRIB (WS-TP, 1) < ZERO
                       ADD 1 TO WS-RK-N
                       MOVE WS-TP TO WS-RK-TIENDA (WS-RK-N)
                   END-IF
               END-PERFORM.

      *>   EL PERSONAL SIN CUADRANTE ES COSTE DE LA CADENA PERO NO DE
      *>   NINGUNA TIENDA: RESTA EN EL TOTAL, NO EN LAS TIENDAS
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
                   ADD WS-SIN-CUADRANTE (WS-P) TO WS-TOT-PERSONAL (WS-P)
                   SUBTRACT WS-SIN-CUADRANTE (WS-P)
                       FROM WS-TOT-CONTRIB (WS-P)
                   MOVE ZERO TO WS-TOT-PCT (WS-P)
                   IF WS-TOT-VENTAS (WS-P) NOT = ZERO
                       COMPUTE WS-TOT-PCT (WS-P) ROUNDED =
                           WS-TOT-CONTRIB (WS-P) * 100
                           / WS-TOT-VENTAS (WS-P)
                           ON SIZE ERROR
                               MOVE ZERO TO WS-TOT-PCT (WS-P)
                       END-COMPUTE
                   END-IF
               END-PERFORM.

           ORDENAR-TIENDAS-PERDIDAS.
      *>   ORDENACION DE BURBUJA: PRIMERO LA TIENDA QUE MAS PIERDE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-RK-N
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-RK-N - WS-I
                       MOVE WS-RK-TIENDA (WS-J) TO WS-RK-A
                       MOVE WS-RK-TIENDA (WS-J + 1) TO WS-RK-B
                       IF WS-TDA-CONTRIB (WS-RK-A, 1) >
                           WS-TDA-CONTRIB (WS-RK-B, 1)
                           MOVE WS-RK-TIENDA (WS-J) TO WS-RK-AUX
                           MOVE WS-RK-TIENDA (WS-J + 1)
                               TO WS-RK-TIENDA (WS-J)
                           MOVE WS-RK-AUX TO WS-RK-TIENDA (WS-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           COMPROBAR-ACTIVIDAD.
               MOVE 'N' TO WS-TDA-ACTIVA.
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
                   IF WS-TDA-VENTAS (WS-TP, WS-P) NOT = ZERO
                       OR WS-TDA-COSTE (WS-TP, WS-P) NOT = ZERO
                       OR WS-TDA-PERSONAL (WS-TP, WS-P) NOT = ZERO
                       OR WS-TDA-CAJA (WS-TP, WS-P) NOT = ZERO
                       OR WS-TDA-TARJETA (WS-TP, WS-P) NOT = ZERO
                       OR WS-TDA-FALTANTES (WS-TP, WS-P) NOT = ZERO
                       SET TDA-ACTIVA TO TRUE
                   END-IF
               END-PERFORM.

           ESCRIBIR-TIENDA.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "TIENDA " WS-TDA-ID (WS-TP) " "
                   WS-TDA-LOCALIDAD (WS-TP) " GERENTE: "
                   WS-TDA-GERENTE (WS-TP)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM ESCRIBIR-CABECERA-COLUMNAS.

               MOVE "VENTAS NETAS" TO WS-CONCEPTO.
               MOVE WS-TDA-VENTAS (WS-TP, 1) TO WS-VALOR-ACTUAL.
               MOVE WS-TDA-VENTAS (WS-TP, 2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "COSTE DE VENTAS" TO WS-CONCEPTO.
               MOVE WS-TDA-COSTE (WS-TP, 1) TO WS-VALOR-ACTUAL.
               MOVE WS-TDA-COSTE (WS-TP, 2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "MARGEN BRUTO" TO WS-CONCEPTO.
               COMPUTE WS-VALOR-ACTUAL = WS-TDA-VENTAS (WS-TP, 1)
                   - WS-TDA-COSTE (WS-TP, 1).
               COMPUTE WS-VALOR-ANTERIOR = WS-TDA-VENTAS (WS-TP, 2)
                   - WS-TDA-COSTE (WS-TP, 2).
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "PERSONAL" TO WS-CONCEPTO.
               MOVE WS-TDA-PERSONAL (WS-TP, 1) TO WS-VALOR-ACTUAL.
               MOVE WS-TDA-PERSONAL (WS-TP, 2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "PAGOS DE CAJA" TO WS-CONCEPTO.
               MOVE WS-TDA-CAJA (WS-TP, 1) TO WS-VALOR-ACTUAL.
               MOVE WS-TDA-CAJA (WS-TP, 2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "COMISIONES TARJETA" TO WS-CONCEPTO.
               MOVE WS-TDA-TARJETA (WS-TP, 1) TO WS-VALOR-ACTUAL.
               MOVE WS-TDA-TARJETA (WS-TP, 2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "FALTANTES DE CAJA" TO WS-CONCEPTO.
               MOVE WS-TDA-FALTANTES (WS-TP, 1) TO WS-VALOR-ACTUAL.
               MOVE WS-TDA-FALTANTES (WS-TP, 2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "CONTRIBUCION" TO WS-CONCEPTO.
               MOVE WS-TDA-CONTRIB (WS-TP, 1) TO WS-VALOR-ACTUAL.
               MOVE WS-TDA-CONTRIB (WS-TP, 2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.

               MOVE WS-TDA-PCT (WS-TP, 1) TO WS-PCT-ED.
               MOVE WS-TDA-PCT (WS-TP, 2) TO WS-PCT-ANT-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  % CONTRIBUCION S/VENTAS      " WS-PCT-ED
                   "%        " WS-PCT-ANT-ED "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               ADD 1 TO WS-JOB-ESCRITOS.

           ESCRIBIR-CABECERA-COLUMNAS.
               MOVE SPACES TO REPORT-LINE.
               STRING "                        MES " WS-PER-MES (1)
                   "      MES " WS-PER-MES (2) "       VARIACION"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           ESCRIBIR-CONCEPTO.
               COMPUTE WS-VARIACION =
                   WS-VALOR-ACTUAL - WS-VALOR-ANTERIOR.
               MOVE WS-VALOR-ACTUAL TO WS-ACTUAL-ED.
               MOVE WS-VALOR-ANTERIOR TO WS-ANTERIOR-ED.
               MOVE WS-VARIACION TO WS-VARIACION-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " WS-CONCEPTO WS-ACTUAL-ED " "
                   WS-ANTERIOR-ED " " WS-VARIACION-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           ESCRIBIR-TOTALES.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "TOTAL CADENA" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM ESCRIBIR-CABECERA-COLUMNAS.

               MOVE "VENTAS NETAS" TO WS-CONCEPTO.
               MOVE WS-TOT-VENTAS (1) TO WS-VALOR-ACTUAL.
               MOVE WS-TOT-VENTAS (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "COSTE DE VENTAS" TO WS-CONCEPTO.
               MOVE WS-TOT-COSTE (1) TO WS-VALOR-ACTUAL.
               MOVE WS-TOT-COSTE (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "PERSONAL" TO WS-CONCEPTO.
               MOVE WS-TOT-PERSONAL (1) TO WS-VALOR-ACTUAL.
               MOVE WS-TOT-PERSONAL (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "  SIN CUADRANTE" TO WS-CONCEPTO.
               MOVE WS-SIN-CUADRANTE (1) TO WS-VALOR-ACTUAL.
               MOVE WS-SIN-CUADRANTE (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "PAGOS DE CAJA" TO WS-CONCEPTO.
               MOVE WS-TOT-CAJA (1) TO WS-VALOR-ACTUAL.
               MOVE WS-TOT-CAJA (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "COMISIONES TARJETA" TO WS-CONCEPTO.
               MOVE WS-TOT-TARJETA (1) TO WS-VALOR-ACTUAL.
               MOVE WS-TOT-TARJETA (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "FALTANTES DE CAJA" TO WS-CONCEPTO.
               MOVE WS-TOT-FALTANTES (1) TO WS-VALOR-ACTUAL.
               MOVE WS-TOT-FALTANTES (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.
               MOVE "CONTRIBUCION" TO WS-CONCEPTO.
               MOVE WS-TOT-CONTRIB (1) TO WS-VALOR-ACTUAL.
               MOVE WS-TOT-CONTRIB (2) TO WS-VALOR-ANTERIOR.
               PERFORM ESCRIBIR-CONCEPTO.

               MOVE WS-TOT-PCT (1) TO WS-PCT-ED.
               MOVE WS-TOT-PCT (2) TO WS-PCT-ANT-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  % CONTRIBUCION S/VENTAS      " WS-PCT-ED
                   "%        " WS-PCT-ANT-ED "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF WS-SIN-CUADRANTE-N (1) > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-SIN-CUADRANTE-N (1)
                       " empleado(s) con nomina en el mes y sin "
                       "cuadrante: su coste no va a ninguna tienda"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           ESCRIBIR-TIENDAS-PERDIDAS.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "TIENDAS EN PERDIDAS - MES " WS-PER-MES (1)
                   " (PARA EL RESPONSABLE REGIONAL)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               IF WS-RK-N = ZERO
                   MOVE "  Ninguna tienda con contribucion negativa."
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RK-N
                   MOVE WS-RK-TIENDA (WS-I) TO WS-TP
                   MOVE WS-I TO WS-PUESTO-ED
                   MOVE WS-TDA-CONTRIB (WS-TP, 1) TO WS-ACTUAL-ED
                   MOVE WS-TDA-PCT (WS-TP, 1) TO WS-PCT-ED
                   MOVE WS-TDA-CONTRIB (WS-TP, 2) TO WS-ANTERIOR-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-PUESTO-ED ". " WS-TDA-ID (WS-TP)
                       " " WS-TDA-LOCALIDAD (WS-TP) (1:20)
                       " " WS-ACTUAL-ED " (" WS-PCT-ED "%)"
                       " ANO ANT. " WS-ANTERIOR-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   MOVE SPACES TO REPORT-LINE
                   STRING "      GERENTE: " WS-TDA-GERENTE (WS-TP)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-PERFORM.

           ESCRIBIR-AVISOS.
               IF WS-TDA-DESCARTADOS > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "AVISO: " WS-TDA-DESCARTADOS
                       " movimiento(s) de tiendas que no cupieron"
                       " en la tabla"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               IF WS-RC-DESCARTADOS > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "AVISO: " WS-RC-DESCARTADOS
                       " turno(s) de cuadrante no cupieron en la tabla"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               IF WS-AQ-DESCARTADOS > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "AVISO: " WS-AQ-DESCARTADOS
                       " arqueo(s) no cupieron en la tabla"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "RESULTADO-TIENDAS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE ZERO TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM RESULTADO-TIENDAS.
