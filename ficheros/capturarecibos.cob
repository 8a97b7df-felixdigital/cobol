                   RECORD KEY IS VALE-NUMERO
                   STATUS ST-VALES.

                   SELECT OPTIONAL VALES-REDIMIDOS-FILE
                   ASSIGN TO "vales-redimidos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL TARJETAS-REGALO-FILE
                   ASSIGN TO "tarjetas-regalo.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TRG-NUMERO
                   STATUS ST-TREGALO.

                   SELECT OPTIONAL NUMEROS-SERIE-FILE
                   ASSIGN TO "numeros-serie.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NSE-CLAVE
                   ALTERNATE KEY NSE-SERIE WITH DUPLICATES
                   ALTERNATE KEY NSE-CUST-ID WITH DUPLICATES
                   STATUS ST-SERIE.

                   SELECT OPTIONAL TREGALO-PARAMETROS-FILE
                   ASSIGN TO "tarjeta-regalo-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PERSONAL-PARAMETROS-FILE
                   ASSIGN TO "personal-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL COMPRAS-PERSONAL-FILE
                   ASSIGN TO "compras-personal.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CPERSONAL.

                   SELECT OPTIONAL DEDUCCIONES-NOMINA-FILE
                   ASSIGN TO "deducciones-nomina.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL VAT-RATES-FILE
                   ASSIGN TO "vat-rates.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL IVA-VIGENCIA-FILE
                   ASSIGN TO "iva-vigencia.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IVAV-CLAVE
                   STATUS ST-IVAV.

                   SELECT OPTIONAL TAXFREE-FILE
                   ASSIGN TO "taxfree.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TXF-NUMERO
                   STATUS ST-TAXFREE.

                   SELECT OPTIONAL PRESUPUESTOS-CLIENTES-FILE
                   ASSIGN TO "presupuestos-clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PCL-NUMERO
                   STATUS ST-PRESUPUESTOS.

      *>   PRECIOS FECHADOS Y ACUERDOS DE PRECIO DE CLIENTES: EL
      *>   PRECIO PACTADO SUSTITUYE AL TECLEADO
                   SELECT OPTIONAL PRECIOS-FILE
                   ASSIGN TO "precios-vigencia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRECIO-CLAVE
                   STATUS ST-PRECIOS.

                   SELECT OPTIONAL ACUERDOS-PRECIO-FILE
                   ASSIGN TO "acuerdos-precio.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ACU-NUMERO
                   ALTERNATE RECORD KEY IS ACU-CLI-ID WITH DUPLICATES
                   STATUS ST-ACUERDOS.

      *>   CLIENTES DADOS DE BAJA POR FALLIDO: SIN VENTAS A CUENTA
                   SELECT OPTIONAL FALLIDOS-FILE
                   ASSIGN TO "clientes-fallidos.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FAL-CLI-ID
                   STATUS ST-FALLIDOS.

                   SELECT OPTIONAL TAXFREE-PARAMETROS-FILE
                   ASSIGN TO "taxfree-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT FORMULARIO-TAXFREE-FILE
                   ASSIGN TO "formulario-taxfree.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ALBARANES-FILE
                   ASSIGN TO "albaranes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ALB-NUMERO
                   ALTERNATE RECORD KEY IS ALB-TICKET WITH DUPLICATES
                   STATUS ST-ALBARANES.

                   SELECT ALBARAN-IMPRESO-FILE
                   ASSIGN TO "albaran.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 OVR-IMPORTE PIC 9(7),99.
                       05 FILLER PIC X VALUE SPACE.
                       05 OVR-SALDO PIC -9(8),99.
      *>   TIENDA, VENDEDOR Y CAJA DE LA LINEA FORZADA; EN BLANCO EN
      *>   LINEAS ANTERIORES A LOS CAMPOS
                       05 FILLER PIC X VALUE SPACE.
                       05 OVR-TIENDA PIC X(5).
                       05 FILLER PIC X VALUE SPACE.
                       05 OVR-EMPLEADO-ID PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 OVR-CAJA PIC X(2).

               FD VENTAS-HISTORICO-FILE.
                   COPY copyhist.
                       05 DVO-FECHA-ORIGEN PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 DVO-MOTIVO PIC X(30).
      *>   VENDEDOR Y CAJA DE LA DEVOLUCION AUTORIZADA; EN BLANCO EN
      *>   LINEAS ANTERIORES A LOS CAMPOS
                       05 FILLER PIC X VALUE SPACE.
                       05 DVO-EMPLEADO-ID PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 DVO-CAJA PIC X(2).

               FD EMPLEADOS-FILE.
                   COPY copyempl.
               FD VALES-FILE.
                   COPY copyvale.

      *>   UNA LINEA POR VALE REDIMIDO CON LA CAJA Y EL VENDEDOR QUE
      *>   LO ACEPTARON; EL MAESTRO DE VALES SOLO GUARDA FECHA Y TIENDA
               FD VALES-REDIMIDOS-FILE.
                   01 VALE-REDIMIDO-REG.
                       05 VRD-FECHA PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 VRD-HORA PIC 9(6).
                       05 FILLER PIC X VALUE SPACE.
                       05 VRD-TIENDA PIC X(5).
                       05 FILLER PIC X VALUE SPACE.
                       05 VRD-CAJA PIC X(2).
                       05 FILLER PIC X VALUE SPACE.
                       05 VRD-EMPLEADO-ID PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 VRD-VALE-NUMERO PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 VRD-CLI-ID PIC 9(8).
                       05 FILLER PIC X VALUE SPACE.
                       05 VRD-DESCUENTO PIC 9(5),99.

               FD TARJETAS-REGALO-FILE.
                   COPY copytreg.

               FD NUMEROS-SERIE-FILE.
                   COPY copynser.

               FD TREGALO-PARAMETROS-FILE.
                   01 TREGALO-PARAMETROS-LINE PIC X(4).

               FD PERSONAL-PARAMETROS-FILE.
                   01 PERSONAL-PARAMETROS-LINE PIC X(11).

               FD COMPRAS-PERSONAL-FILE.
                   COPY copycper.

               FD DEDUCCIONES-NOMINA-FILE.
                   COPY copydnom.

               FD VAT-RATES-FILE.
                   01 VAT-RATES-LINE.
                       05 VAT-RATES-CAT PIC X(2).
                       05 VAT-RATES-TASA PIC 9(2)V99.

               FD IVA-VIGENCIA-FILE.
                   COPY copyivav.

               FD TAXFREE-FILE.
                   COPY copytxfr.

               FD PRESUPUESTOS-CLIENTES-FILE.
                   COPY copypcli.

               FD PRECIOS-FILE.
                   COPY copyprec.

               FD ACUERDOS-PRECIO-FILE.
                   COPY copyacue.

               FD FALLIDOS-FILE.
                   COPY copyfall.

               FD TAXFREE-PARAMETROS-FILE.
                   01 TAXFREE-PARAMETROS-LINE PIC X(10).

               FD FORMULARIO-TAXFREE-FILE.
                   01 FORMULARIO-LINE PIC X(80).

               FD ALBARANES-FILE.
                   COPY copyalbn.

               FD ALBARAN-IMPRESO-FILE.
                   01 ALBARAN-LINE PIC X(80).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

               77 ST-CLIENTES PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-VALES PIC X(2).
               77 ST-TREGALO PIC X(2).
               77 ST-SERIE PIC X(2).
               77 ST-HISTORICO PIC X(2).
               77 ST-CAMPANAS PIC X(2).
               77 ST-EMPLEADOS PIC X(2).
               77 ST-XREF PIC X(2).
               77 ST-IDX PIC X(2).
               77 ST-CPERSONAL PIC X(2).
               77 ST-IVAV PIC X(2).
               77 ST-TAXFREE PIC X(2).
               77 ST-PRESUPUESTOS PIC X(2).
               77 ST-PRECIOS PIC X(2).
               77 ST-ACUERDOS PIC X(2).
               77 ST-FALLIDOS PIC X(2).
               77 ST-ALBARANES PIC X(2).

               01 WS-VALES-OK PIC X VALUE 'N'.
                   88 VALES-DISPONIBLE VALUE 'S'.
               01 WS-TREGALO-OK PIC X VALUE 'N'.
                   88 TREGALO-DISPONIBLE VALUE 'S'.
               01 WS-SERIE-OK PIC X VALUE 'N'.
                   88 SERIES-DISPONIBLE VALUE 'S'.
               01 WS-XREF-OK PIC X VALUE 'N'.
                   88 XREF-DISPONIBLE VALUE 'S'.
               01 WS-CONTRATOS-OK PIC X VALUE 'N'.
                   88 OPCION-VENTA VALUE "V".
                   88 OPCION-DEVOLUCION VALUE "D".
                   88 OPCION-PAGO-CAJA VALUE "P".
                   88 OPCION-FIN-TICKET VALUE "F".
                   88 OPCION-PRESUPUESTO VALUE "Q".
                   88 OPCION-SALIR VALUE "S".

               01 WS-PAGO-MOTIVO PIC X(4).
               01 WS-VALE-DESCUENTO PIC 9(5)V99.
               01 WS-VALE-DESCUENTO-ED PIC ZZ.ZZ9,99.

      *>   TARJETAS REGALO: UNA LINEA DE ARTICULO "TR" EMITE (O, SI
      *>   ES DEVOLUCION, ANULA) UNA TARJETA; UNA LINEA PAGADA CON
      *>   "G" LA CONSUME. VALIDEZ EN DIAS DESDE LA EMISION EN LA
      *>   PRIMERA LINEA DE tarjeta-regalo-parametros.dat (730 SI NO
      *>   EXISTE)
               01 PARM-DIAS-TARJETA PIC 9(4) VALUE 730.
               01 WS-SECUENCIA-TREGALO PIC X(10) VALUE "TREGALO".
               01 WS-TARJETA-NUMERO PIC 9(8).
               01 WS-LINEA-TREGALO PIC X VALUE 'N'.
                   88 LINEA-TARJETA-REGALO VALUE 'S'.
               01 WS-COBRO-TREGALO PIC X VALUE 'N'.
                   88 COBRO-TARJETA-REGALO VALUE 'S'.
               01 WS-TARJETA-IMPORTE PIC 9(7)V99.
               01 WS-TARJETA-SALDO-ED PIC ZZ.ZZ9,99.

      *>   NUMEROS DE SERIE: UN ARTICULO MARCADO EN EL MAESTRO SE VENDE
      *>   DE UNO EN UNO CON SU NUMERO, QUE QUEDA REGISTRADO CON EL
      *>   CLIENTE Y EL FIN DE GARANTIA (MESES DEL ARTICULO O, A CERO,
      *>   LA GARANTIA LEGAL)
               01 PARM-MESES-GARANTIA PIC 9(2) VALUE 36.
               01 WS-LINEA-SERIE PIC X VALUE 'N'.
                   88 LINEA-CON-SERIE VALUE 'S'.
               01 WS-NUMERO-SERIE PIC X(20).
               01 WS-MESES-GARANTIA PIC 9(2).
               01 WS-FIN-GARANTIA PIC 9(8).
               01 FILLER REDEFINES WS-FIN-GARANTIA.
                   05 WS-GAR-ANO PIC 9(4).
                   05 WS-GAR-MES PIC 9(2).
                   05 WS-GAR-DIA PIC 9(2).
               01 WS-GAR-MESES-TOTAL PIC 9(6).

               01 WS-HISTORICO-OK PIC X VALUE 'N'.
                   88 HISTORICO-DISPONIBLE VALUE 'S'.

               01 WS-ORIG-PAGO PIC X(1).
               01 EOF-HIST-SCAN PIC X VALUE 'N'.
                   88 FIN-HIST-SCAN VALUE 'S'.
      *>   LA VENTA ORIGINAL SE BUSCA CON EL LECTOR COMUN
      *>   "leerhistorico" POR EL INDICE DE CLIENTES, O POR EL DE
      *>   ARTICULOS SI LA DEVOLUCION ES DE UN CLIENTE SIN IDENTIFICAR
               COPY copyhist
                   REPLACING ==HISTORICO-REG== BY ==VOR-REG==
                   LEADING ==HIST-== BY ==VOR-==.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).
               01 WS-DIAS-TRANSCURRIDOS PIC S9(5).
               01 WS-ENCARGADO-OVERRIDE PIC X(8).
               01 WS-MOTIVO-OVERRIDE PIC X(30).
               01 EOF-CAM-SCAN PIC X VALUE 'N'.
                   88 FIN-CAM-SCAN VALUE 'S'.

      *>   COMPRAS DE PERSONAL: PORCENTAJE DE DESCUENTO Y TOPE
      *>   MENSUAL DE DESCUENTO POR EMPLEADO (PRIMERA LINEA DE
      *>   personal-parametros.dat: PPPP = 10,00 % Y TTTTTTT = 150,00
      *>   EUR SI NO EXISTE). EL COMPRADOR HA DE SER UN EMPLEADO ACTIVO
               01 PARM-PERSONAL-REG.
                   05 PARM-DTO-PERSONAL-PCT PIC 9(2)V99 VALUE 10,00.
                   05 PARM-TOPE-PERSONAL PIC 9(5)V99 VALUE 150,00.
               01 WS-EMPLEADO-COMPRADOR PIC 9(8).
               01 WS-COMPRADOR-VALIDO PIC X.
                   88 COMPRADOR-VALIDO VALUE 'S'.
               01 WS-PERS-BRUTO PIC 9(7)V99.
               01 WS-PERS-DESCUENTO PIC 9(5)V99.
               01 WS-PERS-CONSUMIDO PIC 9(7)V99.
               01 WS-PERS-DISPONIBLE PIC S9(7)V99.
               01 WS-PERS-DESCUENTO-ED PIC ZZ.ZZ9,99.
               01 EOF-CPERSONAL PIC X VALUE 'N'.
                   88 FIN-CPERSONAL VALUE 'S'.

      *>   TAX-FREE: EL TICKET ACUMULA BASE POR TASA DE IVA (LA
      *>   VIGENTE EN LA FECHA DE CADA LINEA, COMO EN EL DIARIO
      *>   CONTABLE) PARA PODER EMITIR AL CIERRE EL FORMULARIO DE
      *>   DEVOLUCION AL VIAJERO. LAS TARJETAS REGALO Y LOS SERVICIOS
      *>   NO SE EXPORTAN Y QUEDAN FUERA
               01 WS-TASAS-IVA-TABLA.
                   05 WS-TASAS-IVA OCCURS 20 TIMES.
                       10 WS-TASAS-IVA-CAT PIC X(2).
                       10 WS-TASAS-IVA-TASA PIC 9(2)V99.
               77 WS-NUM-TASAS PIC 9(2) VALUE 0.
               77 WS-I PIC 9(3) VALUE 0.
               01 WS-EOF-TASAS PIC X VALUE 'N'.
                   88 FIN-TASAS VALUE 'S'.
               01 WS-VIG-TABLA.
                   05 WS-VIG-ENTRADA OCCURS 100 TIMES.
                       10 WS-VIG-CAT PIC X(2).
                       10 WS-VIG-FECHA PIC 9(8).
                       10 WS-VIG-TASA PIC 9(2)V99.
               77 WS-NUM-VIG PIC 9(3) VALUE 0.
               01 EOF-VIG PIC X VALUE 'N'.
                   88 FIN-VIG VALUE 'S'.
               01 WS-FECHA-MEJOR PIC 9(8).
               01 WS-CATEGORIA-LINEA PIC X(2).
               01 WS-TASA-LINEA PIC 9(2)V99.

               01 WS-TKT-IVA-TABLA.
                   05 WS-TKT-IVA OCCURS 5 TIMES.
                       10 WS-TKT-TASA PIC 9(2)V99.
                       10 WS-TKT-BASE PIC S9(7)V99.
               77 WS-TKT-IVA-N PIC 9(1) VALUE 0.
               77 WS-T PIC 9(1) VALUE 0.

      *>   IMPORTE MINIMO IVA INCLUIDO Y DIAS PARA PRESENTAR EL SELLO
      *>   DE LA ADUANA (taxfree-parametros.dat: MMMMMMMDDD; 90,15
      *>   EUR Y 120 DIAS SI NO EXISTE)
               01 PARM-TAXFREE-REG.
                   05 PARM-TXF-MINIMO PIC 9(5)V99 VALUE 90,15.
                   05 PARM-TXF-DIAS PIC 9(3) VALUE 120.
               01 WS-TAXFREE-OK PIC X VALUE 'N'.
                   88 TAXFREE-DISPONIBLE VALUE 'S'.
               01 WS-RESPUESTA-TXF PIC X(1).
               01 WS-TXF-PASAPORTE PIC X(15).
               01 WS-TXF-PAIS PIC X(2).
               01 WS-TXF-VIAJERO PIC X(30).
               01 WS-TXF-TOTAL PIC 9(7)V99.
               01 WS-TXF-BASE-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-TXF-CUOTA-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-TXF-TOTAL-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-SECUENCIA-TAXFREE PIC X(10) VALUE "TAXFREE".

      *>   PAISES DE LA UE: SUS RESIDENTES NO TIENEN DERECHO A LA
      *>   DEVOLUCION
               01 WS-PAISES-UE-VALORES.
                   05 FILLER PIC X(18) VALUE "ATBEBGCYCZDEDKEEES".
                   05 FILLER PIC X(18) VALUE "FIFRGRHRHUIEITLTLU".
                   05 FILLER PIC X(18) VALUE "LVMTNLPLPTROSESISK".
               01 WS-PAISES-UE REDEFINES WS-PAISES-UE-VALORES.
                   05 WS-PAIS-UE OCCURS 27 TIMES PIC X(2).
               01 WS-PAIS-COMUNITARIO PIC X VALUE 'N'.
                   88 PAIS-COMUNITARIO VALUE 'S'.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "VENTA".
               01 WS-SECUENCIA-VALOR  PIC 9(8).

      *>   TICKET EN CURSO: LO ABRE LA PRIMERA LINEA DE LA
      *>   TRANSACCION Y LO CIERRA EL FIN DE TICKET O UNA NUEVA
      *>   CABECERA; TODAS SUS LINEAS LLEVAN EL MISMO NUMERO
               01 WS-SECUENCIA-TICKET PIC X(10) VALUE "TICKET".
               01 WS-TICKET-ACTUAL PIC 9(8) VALUE ZERO.
               01 WS-TICKET-LINEAS PIC 9(3) VALUE ZERO.
               01 WS-TICKET-TOTAL PIC S9(7)V99 VALUE ZERO.
               01 WS-TICKET-TOTAL-ED PIC -Z.ZZZ.ZZ9,99.

      *>   VENTA DE UN PRESUPUESTO VIGENTE: SUS LINEAS ENTRAN EN EL
      *>   TICKET A LOS PRECIOS PRESUPUESTADOS Y CON SU VENDEDOR
               01 WS-PRESUPUESTOS-OK PIC X VALUE 'N'.
                   88 PRESUPUESTOS-DISPONIBLE VALUE 'S'.
               01 WS-NUMERO-PCL PIC 9(8).
               01 WS-L PIC 9(2).

      *>   ACUERDO DE PRECIO DEL CLIENTE QUE RIGE EN LA LINEA (A CEROS
      *>   SI NO HAY); NIVEL 2 = DE ARTICULO, 1 = DE CATEGORIA. EL
      *>   CIERRE DE VENTAS RESUELVE EL MISMO Y LO DEJA EN EL HISTORICO
               01 WS-PRECIOS-OK PIC X VALUE 'N'.
                   88 PRECIOS-DISPONIBLE VALUE 'S'.
               01 WS-FIN-SCAN-PRECIO PIC X VALUE 'N'.
                   88 FIN-SCAN-PRECIO VALUE 'S'.
               01 WS-PRECIO-VIGENTE PIC 9(3)V99.
               01 WS-ACUERDOS-OK PIC X VALUE 'N'.
                   88 ACUERDOS-DISPONIBLE VALUE 'S'.
               01 WS-FIN-SCAN-ACUERDO PIC X VALUE 'N'.
                   88 FIN-SCAN-ACUERDO VALUE 'S'.
               01 WS-ACUERDO-APLICADO PIC 9(8) VALUE ZERO.
               01 WS-ACUERDO-MODO PIC X(1).
               01 WS-ACUERDO-PRECIO PIC 9(3)V99.
               01 WS-ACUERDO-DTO PIC 9(2)V99.
               01 WS-ACUERDO-DESDE PIC 9(8).
               01 WS-ACUERDO-NIVEL PIC 9(1).
               01 WS-ACUERDO-NIVEL-LINEA PIC 9(1).
               01 WS-PRECIO-TECLEADO-ED PIC ZZ9,99.
               01 WS-FALLIDOS-OK PIC X VALUE 'N'.
                   88 FALLIDOS-DISPONIBLE VALUE 'S'.
               01 WS-PRECIO-ACORDADO-ED PIC ZZ9,99.

      *>   ALBARAN EN CURSO: LINEAS DE VENTA A CUENTA DEL TICKET PARA
      *>   UN CLIENTE CON CONTRATO ACTIVO; SE EMITE AL CERRAR EL
      *>   TICKET, O ANTES SI CAMBIA EL CLIENTE O SE LLENA
               01 WS-ALBARANES-OK PIC X VALUE 'N'.
                   88 ALBARANES-DISPONIBLE VALUE 'S'.
               01 WS-ALB-N PIC 9(2) VALUE ZERO.
               01 WS-ALB-CLI PIC 9(8) VALUE ZERO.
               01 WS-ALB-IMPORTE PIC 9(7)V99 VALUE ZERO.
               01 WS-ALB-TABLA.
                   05 WS-ALB-LIN OCCURS 20 TIMES.
                       10 WS-ALB-ITEM PIC X(8).
                       10 WS-ALB-CATEGORIA PIC X(2).
                       10 WS-ALB-QTY PIC 9(3).
                       10 WS-ALB-PRECIO PIC 9(3)V99.
                       10 WS-ALB-FECHA PIC 9(8).
               01 WS-SECUENCIA-ALBARAN PIC X(10) VALUE "ALBARAN".
               01 WS-ALB-PRECIO-ED PIC ZZ9,99.
               01 WS-ALB-IMPORTE-ED PIC Z.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
                   DISPLAY "  H - Cabecera de tienda"
                   DISPLAY "  V - Linea de venta"
                   DISPLAY "  D - Linea de devolucion"
                   DISPLAY "  F - Fin de ticket (cobro del cliente)"
                   DISPLAY "  P - Pago de caja (salida menor)"
                   DISPLAY "  Q - Venta de un presupuesto"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                           PERFORM CAPTURAR-LINEA
                       WHEN OPCION-DEVOLUCION
                           PERFORM CAPTURAR-LINEA
                       WHEN OPCION-FIN-TICKET
                           PERFORM CERRAR-TICKET
                       WHEN OPCION-PAGO-CAJA
                           PERFORM CAPTURAR-PAGO-CAJA
                               THRU CAPTURAR-PAGO-CAJA-EXIT
                       WHEN OPCION-PRESUPUESTO
                           PERFORM VENTA-PRESUPUESTO
                               THRU VENTA-PRESUPUESTO-EXIT
                       WHEN OPCION-SALIR
                           PERFORM CERRAR-TICKET
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               PERFORM CARGAR-LIMITE-CREDITO.

               MOVE 'N' TO WS-HISTORICO-OK.
      *>   SOLO SE COMPRUEBA QUE EXISTE; LO LEE "leerhistorico"
               OPEN INPUT VENTAS-HISTORICO-FILE.
               IF ST-HISTORICO = "00"
                   SET HISTORICO-DISPONIBLE TO TRUE
                   CLOSE VENTAS-HISTORICO-FILE
               ELSE
                   DISPLAY "AVISO: historico de ventas no disponible ("
                       ST-HISTORICO "); no se controlara la ventana "
                       ST-VALES "); no se aceptaran vales"
               END-IF.

      *>   EL PRIMER NUMERO DE SERIE VENDIDO CREA EL REGISTRO
               MOVE 'N' TO WS-SERIE-OK.
               OPEN I-O NUMEROS-SERIE-FILE.
               IF ST-SERIE = "35"
                   OPEN OUTPUT NUMEROS-SERIE-FILE
                   CLOSE NUMEROS-SERIE-FILE
                   OPEN I-O NUMEROS-SERIE-FILE
               END-IF.
               IF ST-SERIE = "00"
                   SET SERIES-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: registro de numeros de serie no "
                       "disponible (" ST-SERIE "); no se venderan "
                       "articulos con numero de serie"
               END-IF.

      *>   LA PRIMERA TARJETA VENDIDA CREA EL FICHERO
               MOVE 'N' TO WS-TREGALO-OK.
               OPEN I-O TARJETAS-REGALO-FILE.
               IF ST-TREGALO = "35"
                   OPEN OUTPUT TARJETAS-REGALO-FILE
                   CLOSE TARJETAS-REGALO-FILE
                   OPEN I-O TARJETAS-REGALO-FILE
               END-IF.
               IF ST-TREGALO = "00"
                   SET TREGALO-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: fichero de tarjetas regalo no "
                       "disponible (" ST-TREGALO "); no se venderan "
                       "ni aceptaran tarjetas regalo"
               END-IF.

               PERFORM CARGAR-VALIDEZ-TARJETA.

               PERFORM CARGAR-PARAMETROS-PERSONAL.

               PERFORM CARGAR-TASAS-IVA.
               PERFORM CARGAR-PARAMETROS-TAXFREE.

      *>   EL PRIMER FORMULARIO TAX-FREE CREA EL FICHERO
               MOVE 'N' TO WS-TAXFREE-OK.
               OPEN I-O TAXFREE-FILE.
               IF ST-TAXFREE = "35"
                   OPEN OUTPUT TAXFREE-FILE
                   CLOSE TAXFREE-FILE
                   OPEN I-O TAXFREE-FILE
               END-IF.
               IF ST-TAXFREE = "00"
                   SET TAXFREE-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: fichero tax-free no disponible ("
                       ST-TAXFREE "); no se emitiran formularios"
               END-IF.

               MOVE 'N' TO WS-PRESUPUESTOS-OK.
               OPEN I-O PRESUPUESTOS-CLIENTES-FILE.
               IF ST-PRESUPUESTOS = "00"
                   SET PRESUPUESTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-PRECIOS-OK.
               OPEN INPUT PRECIOS-FILE.
               IF ST-PRECIOS = "00"
                   SET PRECIOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-ACUERDOS-OK.
               OPEN INPUT ACUERDOS-PRECIO-FILE.
               IF ST-ACUERDOS = "00"
                   SET ACUERDOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-FALLIDOS-OK.
               OPEN INPUT FALLIDOS-FILE.
               IF ST-FALLIDOS = "00"
                   SET FALLIDOS-DISPONIBLE TO TRUE
               END-IF.

      *>   EL PRIMER ALBARAN CREA EL FICHERO
               MOVE 'N' TO WS-ALBARANES-OK.
               OPEN I-O ALBARANES-FILE.
               IF ST-ALBARANES = "35"
                   OPEN OUTPUT ALBARANES-FILE
                   CLOSE ALBARANES-FILE
                   OPEN I-O ALBARANES-FILE
               END-IF.
               IF ST-ALBARANES = "00"
                   SET ALBARANES-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: fichero de albaranes no disponible ("
                       ST-ALBARANES "); no se emitiran albaranes"
               END-IF.

           CERRAR-MAESTROS.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               IF VALES-DISPONIBLE
                   CLOSE VALES-FILE
               END-IF.
               IF TREGALO-DISPONIBLE
                   CLOSE TARJETAS-REGALO-FILE
               END-IF.
               IF SERIES-DISPONIBLE
                   CLOSE NUMEROS-SERIE-FILE
               END-IF.
               IF XREF-DISPONIBLE
                   CLOSE XREF-FILE
               END-IF.
               IF CONTRATOS-DISPONIBLE
                   CLOSE CONTRATO-IDX-FILE
               END-IF.
               IF CAMPANAS-DISPONIBLE
                   CLOSE CAMPANAS-FILE
               END-IF.
               IF TAXFREE-DISPONIBLE
                   CLOSE TAXFREE-FILE
               END-IF.
               IF PRESUPUESTOS-DISPONIBLE
                   CLOSE PRESUPUESTOS-CLIENTES-FILE
               END-IF.
               IF ALBARANES-DISPONIBLE
                   CLOSE ALBARANES-FILE
               END-IF.
               IF PRECIOS-DISPONIBLE
                   CLOSE PRECIOS-FILE
               END-IF.
               IF ACUERDOS-DISPONIBLE
                   CLOSE ACUERDOS-PRECIO-FILE
               END-IF.
               IF FALLIDOS-DISPONIBLE
                   CLOSE FALLIDOS-FILE
               END-IF.

           CARGAR-VENDEDORES.
               MOVE ZERO TO WS-NUM-VEND.
               END-READ.
               CLOSE DEVOLUCION-PARAMETROS-FILE.

           CARGAR-VALIDEZ-TARJETA.
               OPEN INPUT TREGALO-PARAMETROS-FILE.
               READ TREGALO-PARAMETROS-FILE
                   NOT AT END
                       IF TREGALO-PARAMETROS-LINE IS NUMERIC
                           AND TREGALO-PARAMETROS-LINE NOT = "0000"
                           MOVE TREGALO-PARAMETROS-LINE
                               TO PARM-DIAS-TARJETA
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE TREGALO-PARAMETROS-FILE.

           CARGAR-PARAMETROS-PERSONAL.
               OPEN INPUT PERSONAL-PARAMETROS-FILE.
               READ PERSONAL-PARAMETROS-FILE
                   NOT AT END
                       IF PERSONAL-PARAMETROS-LINE IS NUMERIC
                           MOVE PERSONAL-PARAMETROS-LINE
                               TO PARM-PERSONAL-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE PERSONAL-PARAMETROS-FILE.

           CARGAR-TASAS-IVA.
               MOVE 'N' TO WS-EOF-TASAS.
               OPEN INPUT VAT-RATES-FILE.
               PERFORM UNTIL FIN-TASAS
                   READ VAT-RATES-FILE
                       AT END
                           SET FIN-TASAS TO TRUE
                       NOT AT END
                           IF WS-NUM-TASAS < 20
                               ADD 1 TO WS-NUM-TASAS
                               MOVE VAT-RATES-CAT TO
                                   WS-TASAS-IVA-CAT (WS-NUM-TASAS)
                               MOVE VAT-RATES-TASA TO
                                   WS-TASAS-IVA-TASA (WS-NUM-TASAS)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE VAT-RATES-FILE.

               MOVE 'N' TO EOF-VIG.
               OPEN INPUT IVA-VIGENCIA-FILE.
               IF ST-IVAV NOT = "00"
                   CLOSE IVA-VIGENCIA-FILE
                   SET FIN-VIG TO TRUE
               ELSE
                   MOVE LOW-VALUES TO IVAV-CLAVE
                   START IVA-VIGENCIA-FILE
                       KEY IS NOT LESS THAN IVAV-CLAVE
                       INVALID KEY
                           SET FIN-VIG TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-VIG
                   READ IVA-VIGENCIA-FILE NEXT RECORD
                       AT END
                           SET FIN-VIG TO TRUE
                           CLOSE IVA-VIGENCIA-FILE
                       NOT AT END
                           IF WS-NUM-VIG < 100
                               ADD 1 TO WS-NUM-VIG
                               MOVE IVAV-CATEGORIA TO
                                   WS-VIG-CAT (WS-NUM-VIG)
                               MOVE IVAV-FECHA-DESDE TO
                                   WS-VIG-FECHA (WS-NUM-VIG)
                               MOVE IVAV-TASA TO
                                   WS-VIG-TASA (WS-NUM-VIG)
                           END-IF
                   END-READ
               END-PERFORM.

           CARGAR-PARAMETROS-TAXFREE.
               OPEN INPUT TAXFREE-PARAMETROS-FILE.
               READ TAXFREE-PARAMETROS-FILE
                   NOT AT END
                       IF TAXFREE-PARAMETROS-LINE IS NUMERIC
                           MOVE TAXFREE-PARAMETROS-LINE
                               TO PARM-TAXFREE-REG
                       END-IF
                   AT END
                       CONTINUE
               END-READ.
               CLOSE TAXFREE-PARAMETROS-FILE.

           CARGAR-LIMITE-CREDITO.
               MOVE -1000,00 TO PARM-LIMITE-CREDITO.
               OPEN INPUT CREDITO-PARAMETROS-FILE.
               CLOSE CREDITO-PARAMETROS-FILE.

           CAPTURAR-CABECERA.
      *>   UNA CABECERA NUEVA CAMBIA DE TIENDA O DE CAJA: EL TICKET
      *>   QUE QUEDARA ABIERTO NO PUEDE SEGUIR CON ELLA
               PERFORM CERRAR-TICKET.
               DISPLAY "ID de tienda (5): " WITH NO ADVANCING.
               ACCEPT WS-SHOP-ID.
               DISPLAY "Caja/terminal (2, vacio=01): "
           CAPTURAR-PAGO-CAJA-EXIT.
               EXIT.

           VENTA-PRESUPUESTO.
      *>   EL PRESUPUESTO VIGENTE SE COBRA DE UNA VEZ: TODAS SUS LINEAS
      *>   SE VALIDAN ANTES DE GRABAR NINGUNA Y ENTRAN EN EL TICKET
      *>   ABIERTO AL PRECIO PRESUPUESTADO, A NOMBRE DEL CLIENTE Y DEL
      *>   VENDEDOR DEL PRESUPUESTO
               IF NOT HAY-CABECERA
                   DISPLAY "ERROR: capture primero la cabecera de "
                       "tienda"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VENTA-PRESUPUESTO-EXIT
               END-IF.
               IF NOT PRESUPUESTOS-DISPONIBLE
                   DISPLAY "ERROR: fichero de presupuestos no "
                       "disponible (" ST-PRESUPUESTOS ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VENTA-PRESUPUESTO-EXIT
               END-IF.

               DISPLAY "Numero de presupuesto: " WITH NO ADVANCING.
               MOVE ZERO TO WS-NUMERO-PCL.
               ACCEPT WS-NUMERO-PCL.
               MOVE WS-NUMERO-PCL TO PCL-NUMERO.
               READ PRESUPUESTOS-CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "ERROR: presupuesto inexistente: "
                           WS-NUMERO-PCL
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO VENTA-PRESUPUESTO-EXIT
               END-READ.
               ADD 1 TO WS-JOB-LEIDOS.
               IF NOT PCL-EMITIDO
                   DISPLAY "ERROR: el presupuesto ya esta convertido "
                       "o anulado (" PCL-ESTADO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VENTA-PRESUPUESTO-EXIT
               END-IF.
               IF PCL-FECHA-VALIDEZ < WS-HOY
                   DISPLAY "ERROR: presupuesto caducado el "
                       PCL-FECHA-VALIDEZ
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VENTA-PRESUPUESTO-EXIT
               END-IF.

      *>   LAS LINEAS SE GRABAN COMO VENTA NORMAL, SIN VALES, CUPONES
      *>   NI DESCUENTO DE PERSONAL: EL PRECIO YA ES EL PACTADO
               SET OPCION-VENTA TO TRUE.
               MOVE 'S' TO WS-LINEA-VALIDA.
               MOVE 'N' TO WS-VALE-APLICADO.
               MOVE 'N' TO WS-LINEA-TREGALO.
               MOVE 'N' TO WS-COBRO-TREGALO.
               MOVE 'N' TO WS-LINEA-SERIE.
               MOVE ZERO TO WS-EMPLEADO-COMPRADOR.
               MOVE ZERO TO WS-PERS-DESCUENTO.
               MOVE PCL-CLI-ID TO WS-CUST-ID.
               MOVE PCL-VENDEDOR-ID TO WS-EMPLEADO-VENDEDOR.
               MOVE WS-HOY TO WS-FECHA.

               DISPLAY "Forma de pago (E=efectivo T=tarjeta "
                   "C=a cuenta): " WITH NO ADVANCING.
               ACCEPT WS-PAGO.
               IF WS-PAGO NOT = "E" AND WS-PAGO NOT = "T"
                   AND WS-PAGO NOT = "C"
                   DISPLAY "Forma de pago no valida; se asume E"
                   MOVE "E" TO WS-PAGO
               END-IF.
               IF CLIENTES-DISPONIBLE
                   MOVE WS-CUST-ID TO CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: cliente desconocido: "
                               WS-CUST-ID
                           MOVE 'N' TO WS-LINEA-VALIDA
                       NOT INVALID KEY
                           DISPLAY "  " CLIENTE-NOMBRE
                   END-READ
               END-IF.

               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PCL-N-LINEAS OR NOT LINEA-VALIDA
                   PERFORM VALIDAR-LINEA-PRESUPUESTO
               END-PERFORM.
               IF NOT LINEA-VALIDA
                   DISPLAY "Presupuesto " PCL-NUMERO " no cobrado"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO VENTA-PRESUPUESTO-EXIT
               END-IF.

               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PCL-N-LINEAS
                   PERFORM CARGAR-LINEA-PRESUPUESTO
                   PERFORM GRABAR-LINEA
               END-PERFORM.

               SET PCL-A-VENTA TO TRUE.
               MOVE WS-HOY TO PCL-FECHA-CONVERSION.
               MOVE WS-TICKET-ACTUAL TO PCL-DOC-CONVERSION.
               REWRITE PRESUPUESTO-CLIENTE-REG
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR EL PRESUPUESTO ("
                           ST-PRESUPUESTOS ")"
               END-REWRITE.
               DISPLAY "Presupuesto " PCL-NUMERO " cobrado en el "
                   "ticket " WS-TICKET-ACTUAL.

           VENTA-PRESUPUESTO-EXIT.
               EXIT.

           CARGAR-LINEA-PRESUPUESTO.
               MOVE PCL-ITEM-ID (WS-L) TO WS-ITEM-ID.
               MOVE PCL-QTY (WS-L) TO WS-QTY.
               MOVE PCL-PRECIO (WS-L) TO WS-COSTE.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE WS-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "ERROR: articulo desconocido: "
                               WS-ITEM-ID
                           MOVE 'N' TO WS-LINEA-VALIDA
                   END-READ
               END-IF.

           VALIDAR-LINEA-PRESUPUESTO.
      *>   EL ARTICULO HA PODIDO BLOQUEARSE O DESCATALOGARSE DESDE LA
      *>   EMISION; A CUENTA SE CONTROLA EL CREDITO LINEA A LINEA
               PERFORM CARGAR-LINEA-PRESUPUESTO.
               IF LINEA-VALIDA AND ITEM-MASTER-DISPONIBLE
                   PERFORM VERIFICAR-ESTADO-ITEM
               END-IF.
      *>   EL PRESUPUESTO NO LLEVA NUMEROS DE SERIE: ESAS LINEAS SE
      *>   COBRAN UNA A UNA POR VENTA NORMAL
               IF LINEA-VALIDA AND ITEM-MASTER-DISPONIBLE
                   AND ITEM-CON-SERIE
                   DISPLAY "ERROR: el articulo " WS-ITEM-ID
                       " exige numero de serie; venda esa linea "
                       "por la opcion V"
                   MOVE 'N' TO WS-LINEA-VALIDA
               END-IF.
               IF LINEA-VALIDA AND WS-PAGO = "C"
                   AND CLIENTES-DISPONIBLE
                   PERFORM VERIFICAR-CREDITO-CLIENTE
                       THRU VERIFICAR-CREDITO-CLIENTE-EXIT
               END-IF.

           APLICAR-ACUERDO-PRECIO.
      *>   UN CLIENTE CON ACUERDO DE PRECIO VIGENTE PAGA EL PRECIO
      *>   PACTADO, NO EL TECLEADO; LOS VALES Y DESCUENTOS POSTERIORES
      *>   SE APLICAN SOBRE EL
               PERFORM RESOLVER-ACUERDO-CLIENTE
                   THRU RESOLVER-ACUERDO-CLIENTE-EXIT.
               IF WS-ACUERDO-APLICADO = ZERO
                   GO TO APLICAR-ACUERDO-PRECIO-EXIT
               END-IF.
               PERFORM RESOLVER-PRECIO-VIGENTE
                   THRU RESOLVER-PRECIO-VIGENTE-EXIT.
               IF WS-PRECIO-VIGENTE = ZERO
                   GO TO APLICAR-ACUERDO-PRECIO-EXIT
               END-IF.
               IF WS-PRECIO-VIGENTE NOT = WS-COSTE
                   MOVE WS-COSTE TO WS-PRECIO-TECLEADO-ED
                   MOVE WS-PRECIO-VIGENTE TO WS-PRECIO-ACORDADO-ED
                   DISPLAY "  Acuerdo de precio " WS-ACUERDO-APLICADO
                       ": " WS-PRECIO-ACORDADO-ED " EUR en lugar de "
                       WS-PRECIO-TECLEADO-ED
                   MOVE WS-PRECIO-VIGENTE TO WS-COSTE
               END-IF.

           APLICAR-ACUERDO-PRECIO-EXIT.
               EXIT.

           RESOLVER-ACUERDO-CLIENTE.
      *>   ACUERDO ACTIVO DEL CLIENTE VIGENTE EN LA FECHA DE LA LINEA:
      *>   EL DE ARTICULO MANDA SOBRE EL DE CATEGORIA Y, A IGUALDAD, EL
      *>   DE FECHA-DESDE MAS RECIENTE (LA MISMA REGLA DEL CIERRE)
               MOVE ZERO TO WS-ACUERDO-APLICADO.
               MOVE ZERO TO WS-ACUERDO-NIVEL.
               MOVE ZERO TO WS-ACUERDO-DESDE.
               IF NOT ACUERDOS-DISPONIBLE OR WS-CUST-ID = ZERO
                   GO TO RESOLVER-ACUERDO-CLIENTE-EXIT
               END-IF.

               MOVE WS-CUST-ID TO ACU-CLI-ID.
               START ACUERDOS-PRECIO-FILE KEY IS EQUAL TO ACU-CLI-ID
                   INVALID KEY
                       GO TO RESOLVER-ACUERDO-CLIENTE-EXIT
               END-START.

               MOVE 'N' TO WS-FIN-SCAN-ACUERDO.
               PERFORM UNTIL FIN-SCAN-ACUERDO
                   READ ACUERDOS-PRECIO-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN-ACUERDO TO TRUE
                       NOT AT END
                           IF ACU-CLI-ID NOT = WS-CUST-ID
                               SET FIN-SCAN-ACUERDO TO TRUE
                           ELSE
                               IF ACU-ACTIVO
                                   AND ACU-FECHA-DESDE NOT > WS-FECHA
                                   AND ACU-FECHA-HASTA NOT < WS-FECHA
                                   PERFORM JUZGAR-ACUERDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           RESOLVER-ACUERDO-CLIENTE-EXIT.
               EXIT.

           JUZGAR-ACUERDO.
               MOVE ZERO TO WS-ACUERDO-NIVEL-LINEA.
               IF ACU-POR-ARTICULO AND ACU-ITEM-CAT = WS-ITEM-ID
                   MOVE 2 TO WS-ACUERDO-NIVEL-LINEA
               END-IF.
               IF ACU-POR-CATEGORIA AND ITEM-CATEGORY NOT = SPACES
                   AND ACU-ITEM-CAT (1:2) = ITEM-CATEGORY
                   MOVE 1 TO WS-ACUERDO-NIVEL-LINEA
               END-IF.
               IF WS-ACUERDO-NIVEL-LINEA > WS-ACUERDO-NIVEL
                   OR (WS-ACUERDO-NIVEL-LINEA = WS-ACUERDO-NIVEL
                       AND WS-ACUERDO-NIVEL-LINEA > ZERO
                       AND ACU-FECHA-DESDE NOT < WS-ACUERDO-DESDE)
                   MOVE WS-ACUERDO-NIVEL-LINEA TO WS-ACUERDO-NIVEL
                   MOVE ACU-FECHA-DESDE TO WS-ACUERDO-DESDE
                   MOVE ACU-NUMERO TO WS-ACUERDO-APLICADO
                   MOVE ACU-MODO TO WS-ACUERDO-MODO
                   MOVE ACU-PRECIO TO WS-ACUERDO-PRECIO
                   MOVE ACU-DTO-PCT TO WS-ACUERDO-DTO
               END-IF.

           RESOLVER-PRECIO-VIGENTE.
      *>   PRECIO VIGENTE EN LA FECHA DE LA LINEA: EL ULTIMO PRECIO
      *>   FECHADO CON EFECTO NO POSTERIOR O, SI NO HAY, EL DEL
      *>   MAESTRO. UN ACUERDO DE PRECIO NETO DEL CLIENTE MANDA SOBRE
      *>   TODO ELLO, Y UNO DE DESCUENTO SE APLICA SOBRE EL RESUELTO
               IF WS-ACUERDO-APLICADO NOT = ZERO
                   AND WS-ACUERDO-MODO = "P"
                   MOVE WS-ACUERDO-PRECIO TO WS-PRECIO-VIGENTE
                   GO TO RESOLVER-PRECIO-VIGENTE-EXIT
               END-IF.
               MOVE ITEM-PRECIO-REF TO WS-PRECIO-VIGENTE.
               IF NOT PRECIOS-DISPONIBLE
                   GO TO RESOLVER-PRECIO-ACUERDO
               END-IF.

               MOVE WS-ITEM-ID TO PRE-ITEM-ID.
               MOVE ZEROS TO PRE-FECHA-DESDE.
               START PRECIOS-FILE
                   KEY IS NOT LESS THAN PRECIO-CLAVE
                   INVALID KEY
                       GO TO RESOLVER-PRECIO-ACUERDO
               END-START.

               MOVE 'N' TO WS-FIN-SCAN-PRECIO.
               PERFORM UNTIL FIN-SCAN-PRECIO
                   READ PRECIOS-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN-PRECIO TO TRUE
                       NOT AT END
                           IF PRE-ITEM-ID NOT = WS-ITEM-ID
                               OR PRE-FECHA-DESDE > WS-FECHA
                               SET FIN-SCAN-PRECIO TO TRUE
                           ELSE
                               MOVE PRE-PRECIO TO WS-PRECIO-VIGENTE
                           END-IF
                   END-READ
               END-PERFORM.

           RESOLVER-PRECIO-ACUERDO.
               IF WS-ACUERDO-APLICADO NOT = ZERO
                   AND WS-ACUERDO-MODO = "D"
                   COMPUTE WS-PRECIO-VIGENTE ROUNDED =
                       WS-PRECIO-VIGENTE * (100 - WS-ACUERDO-DTO) / 100
               END-IF.

           RESOLVER-PRECIO-VIGENTE-EXIT.
               EXIT.

           CAPTURAR-DATOS-LINEA.
               MOVE 'S' TO WS-LINEA-VALIDA.
      *>   UN VALE CARGADO POR UNA LINEA ANTERIOR RECHAZADA NO DEBE
      *>   QUEDAR ARMADO PARA LA LINEA SIGUIENTE
               MOVE 'N' TO WS-VALE-APLICADO.
               MOVE 'N' TO WS-LINEA-TREGALO.
               MOVE 'N' TO WS-COBRO-TREGALO.
               MOVE 'N' TO WS-LINEA-SERIE.
               MOVE ZERO TO WS-EMPLEADO-COMPRADOR.
               MOVE ZERO TO WS-PERS-DESCUENTO.

               DISPLAY "ID articulo (8) o EAN-13 escaneado: "
                   WITH NO ADVANCING.

               IF LINEA-VALIDA AND ITEM-MASTER-DISPONIBLE
                   PERFORM VERIFICAR-ESTADO-ITEM
                   IF ITEM-TARJETA-REGALO
                       SET LINEA-TARJETA-REGALO TO TRUE
                   END-IF
                   IF ITEM-CON-SERIE
                       SET LINEA-CON-SERIE TO TRUE
                       MOVE ITEM-GARANTIA-MESES TO WS-MESES-GARANTIA
                   END-IF
               END-IF.

               IF LINEA-VALIDA
                       MOVE WS-HOY TO WS-FECHA
                   END-IF
                   DISPLAY "Forma de pago (E=efectivo T=tarjeta "
                       "C=a cuenta G=tarjeta regalo N=a nomina): "
                       WITH NO ADVANCING
                   ACCEPT WS-PAGO
                   IF WS-PAGO NOT = "E" AND WS-PAGO NOT = "T"
                       AND WS-PAGO NOT = "C" AND WS-PAGO NOT = "G"
                       AND WS-PAGO NOT = "N"
                       DISPLAY "Forma de pago no valida; se asume E"
                       MOVE "E" TO WS-PAGO
                   END-IF
                               DISPLAY "  " CLIENTE-NOMBRE
                       END-READ
                   END-IF
                   IF LINEA-VALIDA AND OPCION-VENTA
                       AND WS-CUST-ID NOT = ZERO
                       AND ITEM-MASTER-DISPONIBLE
                       AND NOT LINEA-TARJETA-REGALO
                       PERFORM APLICAR-ACUERDO-PRECIO
                           THRU APLICAR-ACUERDO-PRECIO-EXIT
                   END-IF
                   IF LINEA-VALIDA
                       PERFORM CAPTURAR-VENDEDOR
                   END-IF
                       PERFORM VERIFICAR-VENTANA-DEVOLUCION
                           THRU VERIFICAR-VENTANA-DEVOLUCION-EXIT
                   END-IF
                   IF LINEA-VALIDA AND WS-PAGO = "N"
                       AND LINEA-TARJETA-REGALO
                       DISPLAY "ERROR: una tarjeta regalo no se puede "
                           "cargar a nomina"
                       MOVE 'N' TO WS-LINEA-VALIDA
                   END-IF
                   IF LINEA-VALIDA AND NOT LINEA-TARJETA-REGALO
                       PERFORM CAPTURAR-COMPRADOR-PERSONAL
                           THRU CAPTURAR-COMPRADOR-PERSONAL-EXIT
                   END-IF
                   IF LINEA-VALIDA AND OPCION-VENTA
                       AND VALES-DISPONIBLE
                       AND NOT LINEA-TARJETA-REGALO
                       PERFORM APLICAR-VALE-DESCUENTO
                           THRU APLICAR-VALE-DESCUENTO-EXIT
                   END-IF
                   IF LINEA-VALIDA AND OPCION-VENTA
                       AND WS-EMPLEADO-COMPRADOR NOT = ZERO
                       PERFORM APLICAR-DESCUENTO-PERSONAL
                           THRU APLICAR-DESCUENTO-PERSONAL-EXIT
                   END-IF
                   IF LINEA-VALIDA AND OPCION-VENTA
                       AND NOT LINEA-TARJETA-REGALO
                       PERFORM CAPTURAR-CUPON-CAMPANA
                           THRU CAPTURAR-CUPON-CAMPANA-EXIT
                   END-IF
                       PERFORM VERIFICAR-CREDITO-CLIENTE
                           THRU VERIFICAR-CREDITO-CLIENTE-EXIT
                   END-IF
                   IF LINEA-VALIDA AND LINEA-TARJETA-REGALO
                       PERFORM PREPARAR-TARJETA-REGALO
                           THRU PREPARAR-TARJETA-REGALO-EXIT
                   END-IF
                   IF LINEA-VALIDA AND WS-PAGO = "G"
                       AND NOT LINEA-TARJETA-REGALO
                       PERFORM CAPTURAR-COBRO-TARJETA
                           THRU CAPTURAR-COBRO-TARJETA-EXIT
                   END-IF
                   IF LINEA-VALIDA AND LINEA-CON-SERIE
                       PERFORM CAPTURAR-NUMERO-SERIE
                           THRU CAPTURAR-NUMERO-SERIE-EXIT
                   END-IF
               END-IF.

           VERIFICAR-ESTADO-ITEM.
                   END-IF
               END-IF.

           CAPTURAR-COMPRADOR-PERSONAL.
      *>   COMPRA DE PERSONAL: EL COMPRADOR SE IDENTIFICA CON SU
      *>   NUMERO DE EMPLEADO, QUE HA DE ESTAR ACTIVO EN LA PLANTILLA.
      *>   SOLO UNA COMPRA DE PERSONAL PUEDE CARGARSE A NOMINA
               DISPLAY "ID empleado comprador (0=no es compra de "
                   "personal): " WITH NO ADVANCING.
               MOVE ZERO TO WS-EMPLEADO-COMPRADOR.
               ACCEPT WS-EMPLEADO-COMPRADOR.
               IF WS-EMPLEADO-COMPRADOR = ZERO
                   IF WS-PAGO = "N"
                       DISPLAY "ERROR: solo se carga a nomina una "
                           "compra de personal"
                       MOVE 'N' TO WS-LINEA-VALIDA
                   END-IF
                   GO TO CAPTURAR-COMPRADOR-PERSONAL-EXIT
               END-IF.

               IF WS-NUM-VEND = ZERO
                   DISPLAY "ERROR: sin plantilla de empleados no se "
                       "admiten compras de personal"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-COMPRADOR-PERSONAL-EXIT
               END-IF.
               MOVE 'N' TO WS-COMPRADOR-VALIDO.
               PERFORM VARYING WS-V FROM 1 BY 1
                       UNTIL WS-V > WS-NUM-VEND
                   IF WS-VEND-ID (WS-V) = WS-EMPLEADO-COMPRADOR
                       SET COMPRADOR-VALIDO TO TRUE
                       MOVE WS-NUM-VEND TO WS-V
                   END-IF
               END-PERFORM.
               IF NOT COMPRADOR-VALIDO
                   DISPLAY "ERROR: empleado comprador desconocido o "
                       "no activo: " WS-EMPLEADO-COMPRADOR
                   MOVE 'N' TO WS-LINEA-VALIDA
               END-IF.

           CAPTURAR-COMPRADOR-PERSONAL-EXIT.
               EXIT.

           APLICAR-DESCUENTO-PERSONAL.
      *>   EL DESCUENTO DE PERSONAL REBAJA EL PRECIO UNITARIO, COMO EL
      *>   VALE, HASTA AGOTAR EL TOPE MENSUAL DEL EMPLEADO: LO YA
      *>   CONCEDIDO EN EL MES SE SUMA DEL REGISTRO DE COMPRAS
               COMPUTE WS-PERS-BRUTO ROUNDED = WS-QTY * WS-COSTE.
               COMPUTE WS-PERS-DESCUENTO ROUNDED =
                   WS-PERS-BRUTO * (PARM-DTO-PERSONAL-PCT / 100).

               MOVE ZERO TO WS-PERS-CONSUMIDO.
               MOVE 'N' TO EOF-CPERSONAL.
               OPEN INPUT COMPRAS-PERSONAL-FILE.
               IF ST-CPERSONAL NOT = "00"
                   SET FIN-CPERSONAL TO TRUE
               END-IF.
               PERFORM UNTIL FIN-CPERSONAL
                   READ COMPRAS-PERSONAL-FILE
                       AT END
                           SET FIN-CPERSONAL TO TRUE
                       NOT AT END
                           IF CPE-EMPLEADO-ID = WS-EMPLEADO-COMPRADOR
                               AND CPE-FECHA (1:6) = WS-FECHA (1:6)
                               AND CPE-VENTA
                               ADD CPE-DESCUENTO TO WS-PERS-CONSUMIDO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE COMPRAS-PERSONAL-FILE.

               COMPUTE WS-PERS-DISPONIBLE =
                   PARM-TOPE-PERSONAL - WS-PERS-CONSUMIDO.
               IF WS-PERS-DISPONIBLE NOT > ZERO
                   MOVE ZERO TO WS-PERS-DESCUENTO
                   DISPLAY "AVISO: el empleado ya agoto su tope "
                       "mensual de descuento; se cobra sin descuento"
                   GO TO APLICAR-DESCUENTO-PERSONAL-EXIT
               END-IF.
               IF WS-PERS-DESCUENTO > WS-PERS-DISPONIBLE
                   MOVE WS-PERS-DISPONIBLE TO WS-PERS-DESCUENTO
                   DISPLAY "AVISO: descuento limitado por el tope "
                       "mensual del empleado"
               END-IF.

               COMPUTE WS-COSTE ROUNDED =
                   (WS-PERS-BRUTO - WS-PERS-DESCUENTO) / WS-QTY.
      *>   EL DESCUENTO QUE CUENTA ES EL QUE QUEDA TRAS REDONDEAR EL
      *>   PRECIO UNITARIO
               COMPUTE WS-PERS-DESCUENTO =
                   WS-PERS-BRUTO - WS-QTY * WS-COSTE.
               MOVE WS-PERS-DESCUENTO TO WS-PERS-DESCUENTO-ED.
               DISPLAY "  Descuento de personal: "
                   WS-PERS-DESCUENTO-ED " EUR".

           APLICAR-DESCUENTO-PERSONAL-EXIT.
               EXIT.

           CAPTURAR-CUPON-CAMPANA.
      *>   EL CUPON DE CAMPANA NO DESCUENTA NADA EN EL RECIBO (DE ESO
      *>   SE OCUPAN PROMOCIONES Y VALES); SOLO QUEDA REGISTRADO PARA
      *>   SALVO AUTORIZACION DE UN ENCARGADO, QUE QUEDA REGISTRADA.
      *>   EL ABONO DEBE IR POR LA FORMA DE PAGO DE LA VENTA ORIGINAL
               PERFORM BUSCAR-VENTA-ORIGINAL.
               IF WS-LH-FIN = 'E'
                   DISPLAY "AVISO: historico de ventas ilegible; no se "
                       "comprueba la ventana de devolucion"
                   GO TO VERIFICAR-VENTANA-DEVOLUCION-EXIT
               END-IF.

               IF WS-ORIG-FECHA = ZERO
      *>   SIN VENTA DE ORIGEN EN EL HISTORICO: EL CIERRE NOCTURNO
               MOVE ZERO TO WS-ORIG-FECHA.
               MOVE SPACES TO WS-ORIG-PAGO.

               MOVE WS-CUST-ID TO VOR-CUST-ID.
               MOVE WS-ITEM-ID TO VOR-ITEM-ID.
               IF WS-CUST-ID = ZERO
                   MOVE "A" TO WS-LH-OPERACION
               ELSE
                   MOVE "K" TO WS-LH-OPERACION
               END-IF.
               MOVE ZERO TO WS-LH-DESDE.
               MOVE ZERO TO WS-LH-HASTA.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA VOR-REG WS-LH-FIN.
               MOVE 'N' TO EOF-HIST-SCAN.
               PERFORM UNTIL FIN-HIST-SCAN
                   MOVE "N" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA VOR-REG WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HIST-SCAN TO TRUE
                   ELSE
                       IF VOR-SHOP-ID = WS-SHOP-ID
                           AND VOR-VENTA
                           AND VOR-ITEM-ID = WS-ITEM-ID
                           AND VOR-CUST-ID = WS-CUST-ID
                           AND VOR-SALE-DATE > WS-ORIG-FECHA
                           MOVE VOR-SALE-DATE TO WS-ORIG-FECHA
                           MOVE VOR-PAY-METHOD TO WS-ORIG-PAGO
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA VOR-REG WS-LH-FIN.

           REGISTRAR-OVERRIDE-DEVOLUCION.
               MOVE FUNCTION CURRENT-DATE (1:8) TO DVO-FECHA.
               COMPUTE DVO-IMPORTE ROUNDED = WS-QTY * WS-COSTE.
               MOVE WS-ORIG-FECHA TO DVO-FECHA-ORIGEN.
               MOVE WS-MOTIVO-OVERRIDE TO DVO-MOTIVO.
               MOVE WS-EMPLEADO-VENDEDOR TO DVO-EMPLEADO-ID.
               MOVE WS-TILL-ID TO DVO-CAJA.
               OPEN EXTEND DEVOLUCION-OVERRIDES-FILE.
               WRITE DEVOLUCION-OVERRIDE-REG.
               CLOSE DEVOLUCION-OVERRIDES-FILE.
      *>   BLOQUEA SI DEJARIA EL SALDO POR DEBAJO DEL LIMITE (EL
      *>   IMP-LIM DEL CONTRATO ACTIVO DEL CLIENTE, O EL LIMITE DEL
      *>   FICHERO DE PARAMETROS DE CREDITO SI NO TIENE CONTRATO);
      *>   SOLO UN SUPERVISOR IDENTIFICADO PUEDE FORZARLA. A UN
      *>   CLIENTE DADO DE BAJA POR FALLIDO NO SE LE VENDE A CUENTA,
      *>   NI CON AUTORIZACION
               IF FALLIDOS-DISPONIBLE
                   MOVE WS-CUST-ID TO FAL-CLI-ID
                   READ FALLIDOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "CLIENTE DADO DE BAJA POR FALLIDO "
                               "el " FAL-FECHA "; no admite ventas a "
                               "cuenta"
                           MOVE 'N' TO WS-LINEA-VALIDA
                           GO TO VERIFICAR-CREDITO-CLIENTE-EXIT
                   END-READ
               END-IF.

               PERFORM RESOLVER-LIMITE-CLIENTE
                   THRU RESOLVER-LIMITE-CLIENTE-EXIT.

               MOVE WS-CUST-ID TO OVR-CLI-ID.
               MOVE WS-LINEA-IMPORTE TO OVR-IMPORTE.
               MOVE WS-SALDO-PROYECTADO TO OVR-SALDO.
               MOVE WS-SHOP-ID TO OVR-TIENDA.
               MOVE WS-EMPLEADO-VENDEDOR TO OVR-EMPLEADO-ID.
               MOVE WS-TILL-ID TO OVR-CAJA.
               OPEN EXTEND CREDITO-OVERRIDES-FILE.
               WRITE CREDITO-OVERRIDE-REG.
               CLOSE CREDITO-OVERRIDES-FILE.
           GRABAR-LINEA.
               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.
               IF WS-TICKET-ACTUAL = ZERO
                   CALL "siguientesecuencia" USING WS-SECUENCIA-TICKET
                       WS-TICKET-ACTUAL
                   MOVE ZERO TO WS-TICKET-LINEAS
                   MOVE ZERO TO WS-TICKET-TOTAL
                   MOVE ZERO TO WS-TKT-IVA-N
                   DISPLAY "Ticket " WS-TICKET-ACTUAL " abierto"
               END-IF.

               IF OPCION-VENTA
                   MOVE "S" TO TYPE-CODE OF SALES-RECEIPT-REG
               MOVE WS-PAGO TO SALE-PAY-METHOD.
               MOVE WS-EMPLEADO-VENDEDOR TO SALE-EMPLEADO-ID.
               MOVE WS-TILL-ID TO SALE-TILL-ID.
               MOVE WS-TICKET-ACTUAL TO SALE-TICKET.

               WRITE SALES-RECEIPT-REG.
               ADD 1 TO WS-JOB-ESCRITOS.
               DISPLAY "Linea registrada con secuencia " SALE-SEQ
                   " (ticket " SALE-TICKET ")".

               ADD 1 TO WS-TICKET-LINEAS.
               COMPUTE WS-LINEA-IMPORTE ROUNDED = WS-QTY * WS-COSTE.
               IF OPCION-VENTA
                   ADD WS-LINEA-IMPORTE TO WS-TICKET-TOTAL
               ELSE
                   SUBTRACT WS-LINEA-IMPORTE FROM WS-TICKET-TOTAL
               END-IF.

               IF ITEM-MASTER-DISPONIBLE AND NOT LINEA-TARJETA-REGALO
                   AND NOT ITEM-SERVICIO
                   PERFORM ACUMULAR-IVA-TICKET
               END-IF.

               IF VALE-APLICADO
                   PERFORM REDIMIR-VALE
               END-IF.

               IF LINEA-TARJETA-REGALO
                   IF OPCION-VENTA
                       PERFORM EMITIR-TARJETA-REGALO
                   ELSE
                       PERFORM ANULAR-TARJETA-REGALO
                   END-IF
               END-IF.
               IF COBRO-TARJETA-REGALO
                   PERFORM MOVER-SALDO-TARJETA
               END-IF.
               IF LINEA-CON-SERIE
                   PERFORM REGISTRAR-NUMERO-SERIE
               END-IF.

               IF WS-EMPLEADO-COMPRADOR NOT = ZERO
                   PERFORM REGISTRAR-COMPRA-PERSONAL
                   IF WS-PAGO = "N"
                       PERFORM REGISTRAR-DEDUCCION-NOMINA
                   END-IF
               END-IF.

               IF OPCION-VENTA AND WS-PAGO = "C"
                   AND WS-CUST-ID NOT = ZERO AND ALBARANES-DISPONIBLE
                   PERFORM ANOTAR-LINEA-ALBARAN
                       THRU ANOTAR-LINEA-ALBARAN-EXIT
               END-IF.

           ANOTAR-LINEA-ALBARAN.
      *>   SOLO LOS CLIENTES PROFESIONALES (CON CONTRATO ACTIVO) SE
      *>   FACTURAN A FIN DE MES POR ALBARANES; EL RESTO DE VENTAS A
      *>   CUENTA SIGUE EN LA FACTURACION DE VENTAS
               PERFORM RESOLVER-LIMITE-CLIENTE
                   THRU RESOLVER-LIMITE-CLIENTE-EXIT.
               IF NOT HAY-CONTRATO
                   GO TO ANOTAR-LINEA-ALBARAN-EXIT
               END-IF.
               IF WS-ALB-N > ZERO
                   AND (WS-ALB-CLI NOT = WS-CUST-ID OR WS-ALB-N = 20)
                   PERFORM EMITIR-ALBARAN
                       THRU EMITIR-ALBARAN-EXIT
               END-IF.
               ADD 1 TO WS-ALB-N.
               MOVE WS-CUST-ID TO WS-ALB-CLI.
               MOVE WS-ITEM-ID TO WS-ALB-ITEM (WS-ALB-N).
               MOVE SPACES TO WS-ALB-CATEGORIA (WS-ALB-N).
               IF ITEM-MASTER-DISPONIBLE
                   MOVE ITEM-CATEGORY TO WS-ALB-CATEGORIA (WS-ALB-N)
               END-IF.
               MOVE WS-QTY TO WS-ALB-QTY (WS-ALB-N).
               MOVE WS-COSTE TO WS-ALB-PRECIO (WS-ALB-N).
               MOVE WS-FECHA TO WS-ALB-FECHA (WS-ALB-N).
               ADD WS-LINEA-IMPORTE TO WS-ALB-IMPORTE.

           ANOTAR-LINEA-ALBARAN-EXIT.
               EXIT.

           EMITIR-ALBARAN.
      *>   ALBARAN NUMERADO CON LAS LINEAS ANOTADAS, PENDIENTE DE LA
      *>   FACTURA MENSUAL, E IMPRESO PARA QUE LO FIRME EL CLIENTE
               IF WS-ALB-N = ZERO
                   GO TO EMITIR-ALBARAN-EXIT
               END-IF.
               INITIALIZE ALBARAN-REG.
               CALL "siguientesecuencia" USING WS-SECUENCIA-ALBARAN
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO ALB-NUMERO.
               MOVE WS-HOY TO ALB-FECHA.
               MOVE WS-SHOP-ID TO ALB-TIENDA.
               MOVE WS-TILL-ID TO ALB-CAJA.
               MOVE WS-TICKET-ACTUAL TO ALB-TICKET.
               MOVE WS-ALB-CLI TO ALB-CLI-ID.
               MOVE WS-ALB-IMPORTE TO ALB-IMPORTE.
               SET ALB-PENDIENTE TO TRUE.
               MOVE WS-ALB-N TO ALB-N-LINEAS.
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-ALB-N
                   MOVE WS-ALB-ITEM (WS-L) TO ALB-ITEM-ID (WS-L)
                   MOVE WS-ALB-CATEGORIA (WS-L) TO ALB-CATEGORIA (WS-L)
                   MOVE WS-ALB-QTY (WS-L) TO ALB-QTY (WS-L)
                   MOVE WS-ALB-PRECIO (WS-L) TO ALB-PRECIO (WS-L)
                   MOVE WS-ALB-FECHA (WS-L) TO ALB-FECHA-LINEA (WS-L)
               END-PERFORM.
               MOVE ZERO TO WS-ALB-N.
               MOVE ZERO TO WS-ALB-IMPORTE.

               WRITE ALBARAN-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL ALBARAN ("
                           ST-ALBARANES ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO EMITIR-ALBARAN-EXIT
               END-WRITE.
               ADD 1 TO WS-JOB-ESCRITOS.
               MOVE ALB-IMPORTE TO WS-ALB-IMPORTE-ED.
               DISPLAY "Albaran " ALB-NUMERO " para el cliente "
                   ALB-CLI-ID ": " ALB-N-LINEAS " linea(s), "
                   WS-ALB-IMPORTE-ED " EUR sin IVA".

               OPEN OUTPUT ALBARAN-IMPRESO-FILE.
               MOVE SPACES TO ALBARAN-LINE.
               STRING "ALBARAN DE ENTREGA NUM. " ALB-NUMERO
                   " FECHA " ALB-FECHA
                   DELIMITED BY SIZE INTO ALBARAN-LINE
               END-STRING.
               WRITE ALBARAN-LINE.
               MOVE SPACES TO ALBARAN-LINE.
               STRING "Tienda " ALB-TIENDA " caja " ALB-CAJA
                   " ticket " ALB-TICKET " cliente " ALB-CLI-ID
                   DELIMITED BY SIZE INTO ALBARAN-LINE
               END-STRING.
               WRITE ALBARAN-LINE.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > ALB-N-LINEAS
                   MOVE ALB-PRECIO (WS-L) TO WS-ALB-PRECIO-ED
                   MOVE SPACES TO ALBARAN-LINE
                   STRING "  " ALB-ITEM-ID (WS-L)
                       " x" ALB-QTY (WS-L) " @ " WS-ALB-PRECIO-ED
                       DELIMITED BY SIZE INTO ALBARAN-LINE
                   END-STRING
                   WRITE ALBARAN-LINE
               END-PERFORM.
               MOVE SPACES TO ALBARAN-LINE.
               STRING "TOTAL SIN IVA " WS-ALB-IMPORTE-ED
                   " EUR - SE FACTURA A FIN DE MES"
                   DELIMITED BY SIZE INTO ALBARAN-LINE
               END-STRING.
               WRITE ALBARAN-LINE.
               MOVE "Recibi conforme:" TO ALBARAN-LINE.
               WRITE ALBARAN-LINE.
               CLOSE ALBARAN-IMPRESO-FILE.

               MOVE "albaran.dat" TO WS-SPOOL-NOMBRE.
               MOVE "CAPTURA-RECIBOS" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           EMITIR-ALBARAN-EXIT.
               EXIT.

           REGISTRAR-COMPRA-PERSONAL.
               MOVE WS-FECHA TO CPE-FECHA.
               MOVE WS-SHOP-ID TO CPE-TIENDA.
               MOVE WS-TILL-ID TO CPE-CAJA.
               MOVE WS-TICKET-ACTUAL TO CPE-TICKET.
               MOVE WS-EMPLEADO-COMPRADOR TO CPE-EMPLEADO-ID.
               MOVE TYPE-CODE OF SALES-RECEIPT-REG TO CPE-TIPO.
               MOVE WS-ITEM-ID TO CPE-ITEM-ID.
               MOVE WS-QTY TO CPE-QTY.
               IF OPCION-VENTA
                   COMPUTE CPE-BRUTO = WS-LINEA-IMPORTE
                       + WS-PERS-DESCUENTO
               ELSE
                   MOVE WS-LINEA-IMPORTE TO CPE-BRUTO
               END-IF.
               MOVE WS-PERS-DESCUENTO TO CPE-DESCUENTO.
               MOVE WS-PAGO TO CPE-PAGO.
               MOVE WS-EMPLEADO-VENDEDOR TO CPE-VENDEDOR-ID.
               OPEN EXTEND COMPRAS-PERSONAL-FILE.
               WRITE COMPRA-PERSONAL-REG.
               CLOSE COMPRAS-PERSONAL-FILE.

           REGISTRAR-DEDUCCION-NOMINA.
      *>   LA VENTA CARGA Y LA DEVOLUCION ABONA; LA NOMINA DEL MES DE
      *>   LA LINEA LO NETEA
               MOVE SPACES TO DEDUCCION-NOMINA-REG.
               MOVE WS-EMPLEADO-COMPRADOR TO DN-EMPLEADO.
               MOVE WS-FECHA (1:6) TO DN-MES.
               IF OPCION-VENTA
                   MOVE "C" TO DN-TIPO
               ELSE
                   MOVE "A" TO DN-TIPO
               END-IF.
               MOVE WS-LINEA-IMPORTE TO DN-IMPORTE.
               MOVE WS-FECHA TO DN-FECHA.
               MOVE WS-SHOP-ID TO DN-TIENDA.
               MOVE WS-TICKET-ACTUAL TO DN-TICKET.
               OPEN EXTEND DEDUCCIONES-NOMINA-FILE.
               WRITE DEDUCCION-NOMINA-REG.
               CLOSE DEDUCCIONES-NOMINA-FILE.
               DISPLAY "  Cargado a la nomina del empleado "
                   WS-EMPLEADO-COMPRADOR.

           ACUMULAR-IVA-TICKET.
      *>   TASA DE LA CATEGORIA: LA FECHADA CON EFECTO NO POSTERIOR A
      *>   LA FECHA DE LA LINEA Y, SI NO HAY, LA PLANA
               MOVE ITEM-CATEGORY TO WS-CATEGORIA-LINEA.
               MOVE ZERO TO WS-TASA-LINEA.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-TASAS
                   IF WS-TASAS-IVA-CAT (WS-I) = WS-CATEGORIA-LINEA
                       MOVE WS-TASAS-IVA-TASA (WS-I) TO WS-TASA-LINEA
                   END-IF
               END-PERFORM.
               MOVE ZERO TO WS-FECHA-MEJOR.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-VIG
                   IF WS-VIG-CAT (WS-I) = WS-CATEGORIA-LINEA
                       AND WS-VIG-FECHA (WS-I) <= WS-FECHA
                       AND WS-VIG-FECHA (WS-I) >= WS-FECHA-MEJOR
                       MOVE WS-VIG-FECHA (WS-I) TO WS-FECHA-MEJOR
                       MOVE WS-VIG-TASA (WS-I) TO WS-TASA-LINEA
                   END-IF
               END-PERFORM.

               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TKT-IVA-N
                       OR WS-TKT-TASA (WS-T) = WS-TASA-LINEA
                   CONTINUE
               END-PERFORM.
               IF WS-T > WS-TKT-IVA-N
                   IF WS-TKT-IVA-N < 5
                       ADD 1 TO WS-TKT-IVA-N
                       MOVE WS-TKT-IVA-N TO WS-T
                       MOVE WS-TASA-LINEA TO WS-TKT-TASA (WS-T)
                       MOVE ZERO TO WS-TKT-BASE (WS-T)
                   ELSE
                       MOVE ZERO TO WS-T
                   END-IF
               END-IF.
               IF WS-T > ZERO
                   IF OPCION-VENTA
                       ADD WS-LINEA-IMPORTE TO WS-TKT-BASE (WS-T)
                   ELSE
                       SUBTRACT WS-LINEA-IMPORTE
                           FROM WS-TKT-BASE (WS-T)
                   END-IF
               END-IF.

           CERRAR-TICKET.
      *>   FIN DE LA TRANSACCION: LA SIGUIENTE LINEA ABRE TICKET NUEVO
               IF WS-TICKET-ACTUAL NOT = ZERO
                   MOVE WS-TICKET-TOTAL TO WS-TICKET-TOTAL-ED
                   DISPLAY "Ticket " WS-TICKET-ACTUAL " cerrado: "
                       WS-TICKET-LINEAS " linea(s), total "
                       WS-TICKET-TOTAL-ED " EUR"
                   IF OPCION-FIN-TICKET AND WS-TICKET-TOTAL > ZERO
                       AND TAXFREE-DISPONIBLE
                       PERFORM OFRECER-TAXFREE
                           THRU OFRECER-TAXFREE-EXIT
                   END-IF
                   PERFORM EMITIR-ALBARAN
                       THRU EMITIR-ALBARAN-EXIT
                   MOVE ZERO TO WS-TICKET-ACTUAL
                   MOVE ZERO TO WS-TICKET-LINEAS
                   MOVE ZERO TO WS-TICKET-TOTAL
               END-IF.

           OFRECER-TAXFREE.
      *>   VENTA A UN VIAJERO RESIDENTE FUERA DE LA UE: SE IDENTIFICA
      *>   CON SU PASAPORTE, SE COMPRUEBA EL MINIMO LEGAL IVA INCLUIDO
      *>   Y SE EMITE EL FORMULARIO NUMERADO CON EL IVA POR TASA
               DISPLAY "Venta tax-free a viajero no residente en la "
                   "UE (S/N): " WITH NO ADVANCING.
               MOVE SPACE TO WS-RESPUESTA-TXF.
               ACCEPT WS-RESPUESTA-TXF.
               IF WS-RESPUESTA-TXF NOT = "S"
                   GO TO OFRECER-TAXFREE-EXIT
               END-IF.

               MOVE SPACES TO TAXFREE-REG.
               MOVE ZERO TO TXF-N-TASAS.
               MOVE ZERO TO TXF-TOTAL-BASE.
               MOVE ZERO TO TXF-TOTAL-CUOTA.
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TKT-IVA-N
                   IF WS-TKT-BASE (WS-T) > ZERO
                       ADD 1 TO TXF-N-TASAS
                       MOVE WS-TKT-TASA (WS-T)
                           TO TXF-TASA (TXF-N-TASAS)
                       MOVE WS-TKT-BASE (WS-T)
                           TO TXF-BASE (TXF-N-TASAS)
                       COMPUTE TXF-CUOTA (TXF-N-TASAS) ROUNDED =
                           WS-TKT-BASE (WS-T)
                               * (WS-TKT-TASA (WS-T) / 100)
                       ADD TXF-BASE (TXF-N-TASAS) TO TXF-TOTAL-BASE
                       ADD TXF-CUOTA (TXF-N-TASAS) TO TXF-TOTAL-CUOTA
                   END-IF
               END-PERFORM.
               COMPUTE WS-TXF-TOTAL = TXF-TOTAL-BASE + TXF-TOTAL-CUOTA.
               IF TXF-TOTAL-CUOTA = ZERO
                   DISPLAY "ERROR: el ticket no tiene IVA que devolver"
                   GO TO OFRECER-TAXFREE-EXIT
               END-IF.
               IF WS-TXF-TOTAL < PARM-TXF-MINIMO
                   MOVE WS-TXF-TOTAL TO WS-TXF-TOTAL-ED
                   DISPLAY "ERROR: importe IVA incluido "
                       WS-TXF-TOTAL-ED
                       " inferior al minimo legal para tax-free"
                   GO TO OFRECER-TAXFREE-EXIT
               END-IF.

               DISPLAY "Pasaporte del viajero: " WITH NO ADVANCING.
               MOVE SPACES TO WS-TXF-PASAPORTE.
               ACCEPT WS-TXF-PASAPORTE.
               IF WS-TXF-PASAPORTE = SPACES
                   DISPLAY "ERROR: el pasaporte es obligatorio"
                   GO TO OFRECER-TAXFREE-EXIT
               END-IF.
               DISPLAY "Pais de residencia (ISO, 2 mayusculas): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-TXF-PAIS.
               ACCEPT WS-TXF-PAIS.
               MOVE 'N' TO WS-PAIS-COMUNITARIO.
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 27
                   IF WS-PAIS-UE (WS-I) = WS-TXF-PAIS
                       SET PAIS-COMUNITARIO TO TRUE
                   END-IF
               END-PERFORM.
               IF WS-TXF-PAIS = SPACES OR PAIS-COMUNITARIO
                   DISPLAY "ERROR: solo los residentes fuera de la UE "
                       "tienen derecho a tax-free"
                   GO TO OFRECER-TAXFREE-EXIT
               END-IF.
               DISPLAY "Nombre del viajero: " WITH NO ADVANCING.
               MOVE SPACES TO WS-TXF-VIAJERO.
               ACCEPT WS-TXF-VIAJERO.

               CALL "siguientesecuencia" USING WS-SECUENCIA-TAXFREE
                   TXF-NUMERO.
               MOVE WS-SHOP-ID TO TXF-TIENDA.
               MOVE WS-TILL-ID TO TXF-CAJA.
               MOVE WS-TICKET-ACTUAL TO TXF-TICKET.
               MOVE WS-HOY TO TXF-FECHA.
               MOVE WS-TXF-VIAJERO TO TXF-VIAJERO.
               MOVE WS-TXF-PASAPORTE TO TXF-PASAPORTE.
               MOVE WS-TXF-PAIS TO TXF-PAIS.
               COMPUTE TXF-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOY) + PARM-TXF-DIAS).
               MOVE ZERO TO TXF-FECHA-SELLO.
               MOVE ZERO TO TXF-FECHA-CONFIRMACION.
               SET TXF-EMITIDO TO TRUE.
               WRITE TAXFREE-REG
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo grabar el formulario "
                           TXF-NUMERO " (" ST-TAXFREE ")"
                       GO TO OFRECER-TAXFREE-EXIT
               END-WRITE.

               PERFORM IMPRIMIR-FORMULARIO-TAXFREE.
               DISPLAY "Formulario tax-free " TXF-NUMERO " emitido".

           OFRECER-TAXFREE-EXIT.
               EXIT.

           IMPRIMIR-FORMULARIO-TAXFREE.
               OPEN OUTPUT FORMULARIO-TAXFREE-FILE.
               MOVE SPACES TO FORMULARIO-LINE.
               STRING "FORMULARIO DE DEVOLUCION DE IVA A VIAJEROS NUM. "
                   TXF-NUMERO
                   DELIMITED BY SIZE INTO FORMULARIO-LINE
               END-STRING.
               WRITE FORMULARIO-LINE.
               MOVE SPACES TO FORMULARIO-LINE.
               STRING "Tienda " TXF-TIENDA " caja " TXF-CAJA
                   " ticket " TXF-TICKET " fecha " TXF-FECHA
                   DELIMITED BY SIZE INTO FORMULARIO-LINE
               END-STRING.
               WRITE FORMULARIO-LINE.
               MOVE SPACES TO FORMULARIO-LINE.
               STRING "Viajero " TXF-VIAJERO
                   DELIMITED BY SIZE INTO FORMULARIO-LINE
               END-STRING.
               WRITE FORMULARIO-LINE.
               MOVE SPACES TO FORMULARIO-LINE.
               STRING "Pasaporte " TXF-PASAPORTE " pais " TXF-PAIS
                   DELIMITED BY SIZE INTO FORMULARIO-LINE
               END-STRING.
               WRITE FORMULARIO-LINE.
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > TXF-N-TASAS
                   MOVE TXF-BASE (WS-T) TO WS-TXF-BASE-ED
                   MOVE TXF-CUOTA (WS-T) TO WS-TXF-CUOTA-ED
                   MOVE SPACES TO FORMULARIO-LINE
                   STRING "  BASE " WS-TXF-BASE-ED
                       " AL " TXF-TASA (WS-T)
                       " % CUOTA " WS-TXF-CUOTA-ED
                       DELIMITED BY SIZE INTO FORMULARIO-LINE
                   END-STRING
                   WRITE FORMULARIO-LINE
               END-PERFORM.
               MOVE TXF-TOTAL-BASE TO WS-TXF-BASE-ED.
               MOVE TXF-TOTAL-CUOTA TO WS-TXF-CUOTA-ED.
               MOVE WS-TXF-TOTAL TO WS-TXF-TOTAL-ED.
               MOVE SPACES TO FORMULARIO-LINE.
               STRING "TOTAL BASE " WS-TXF-BASE-ED
                   "  IVA A DEVOLVER " WS-TXF-CUOTA-ED
                   DELIMITED BY SIZE INTO FORMULARIO-LINE
               END-STRING.
               WRITE FORMULARIO-LINE.
               MOVE SPACES TO FORMULARIO-LINE.
               STRING "TOTAL IVA INCLUIDO " WS-TXF-TOTAL-ED
                   DELIMITED BY SIZE INTO FORMULARIO-LINE
               END-STRING.
               WRITE FORMULARIO-LINE.
               MOVE SPACES TO FORMULARIO-LINE.
               STRING "Sello de la aduana de salida antes del "
                   TXF-FECHA-LIMITE
                   DELIMITED BY SIZE INTO FORMULARIO-LINE
               END-STRING.
               WRITE FORMULARIO-LINE.
               CLOSE FORMULARIO-TAXFREE-FILE.

               MOVE "formulario-taxfree.dat" TO WS-SPOOL-NOMBRE.
               MOVE "CAPTURA-RECIBOS" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           REDIMIR-VALE.
      *>   EL VALE QUEDA MARCADO COMO REDIMIDO CON FECHA Y TIENDA EN
      *>   CUANTO LA LINEA ESTA GRABADA, PARA QUE NO SE USE DOS VECES
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Vale " VALE-NUMERO " redimido"
                       PERFORM REGISTRAR-VALE-REDIMIDO
               END-REWRITE.
               MOVE 'N' TO WS-VALE-APLICADO.

           REGISTRAR-VALE-REDIMIDO.
               MOVE WS-HOY TO VRD-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO VRD-HORA.
               MOVE WS-SHOP-ID TO VRD-TIENDA.
               MOVE WS-TILL-ID TO VRD-CAJA.
               MOVE WS-EMPLEADO-VENDEDOR TO VRD-EMPLEADO-ID.
               MOVE VALE-NUMERO TO VRD-VALE-NUMERO.
               MOVE WS-CUST-ID TO VRD-CLI-ID.
               MOVE WS-VALE-DESCUENTO TO VRD-DESCUENTO.
               OPEN EXTEND VALES-REDIMIDOS-FILE.
               WRITE VALE-REDIMIDO-REG.
               CLOSE VALES-REDIMIDOS-FILE.

           PREPARAR-TARJETA-REGALO.
      *>   UNA TARJETA POR LINEA. LA VENTA NO SE PUEDE PAGAR CON OTRA
      *>   TARJETA REGALO; LA DEVOLUCION SOLO SE ADMITE SI LA TARJETA
      *>   ESTA SIN ESTRENAR Y SE ABONA POR SU IMPORTE DE EMISION
               IF NOT TREGALO-DISPONIBLE
                   DISPLAY "ERROR: fichero de tarjetas regalo no "
                       "disponible"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO PREPARAR-TARJETA-REGALO-EXIT
               END-IF.
               IF WS-QTY NOT = 1
                   DISPLAY "ERROR: las tarjetas regalo van de una en "
                       "una (cantidad 1)"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO PREPARAR-TARJETA-REGALO-EXIT
               END-IF.
               IF WS-PAGO = "G"
                   DISPLAY "ERROR: una tarjeta regalo no se paga con "
                       "otra tarjeta regalo"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO PREPARAR-TARJETA-REGALO-EXIT
               END-IF.
               IF OPCION-VENTA
                   IF WS-COSTE = ZERO
                       DISPLAY "ERROR: la tarjeta regalo necesita "
                           "importe"
                       MOVE 'N' TO WS-LINEA-VALIDA
                   END-IF
                   GO TO PREPARAR-TARJETA-REGALO-EXIT
               END-IF.

               DISPLAY "Numero de tarjeta regalo a devolver: "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-TARJETA-NUMERO.
               ACCEPT WS-TARJETA-NUMERO.
               MOVE WS-TARJETA-NUMERO TO TRG-NUMERO.
               READ TARJETAS-REGALO-FILE
                   INVALID KEY
                       DISPLAY "ERROR: tarjeta regalo desconocida: "
                           WS-TARJETA-NUMERO
                       MOVE 'N' TO WS-LINEA-VALIDA
                       GO TO PREPARAR-TARJETA-REGALO-EXIT
               END-READ.
               IF NOT TRG-ACTIVA
                   OR TRG-SALDO NOT = TRG-IMPORTE-INICIAL
                   DISPLAY "ERROR: solo se devuelve una tarjeta "
                       "activa y sin usar"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO PREPARAR-TARJETA-REGALO-EXIT
               END-IF.
               IF TRG-IMPORTE-INICIAL > 999,99
                   DISPLAY "ERROR: importe de la tarjeta fuera de "
                       "rango de linea"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO PREPARAR-TARJETA-REGALO-EXIT
               END-IF.
               MOVE TRG-IMPORTE-INICIAL TO WS-COSTE.
               MOVE TRG-IMPORTE-INICIAL TO WS-TARJETA-SALDO-ED.
               DISPLAY "  Se abona el importe de emision: "
                   WS-TARJETA-SALDO-ED " EUR".

           PREPARAR-TARJETA-REGALO-EXIT.
               EXIT.

           CAPTURAR-COBRO-TARJETA.
      *>   LA LINEA SE COBRA CONTRA EL SALDO DE UNA TARJETA REGALO
      *>   VIGENTE; SI NO ALCANZA, LA LINEA SE RECHAZA Y SE INFORMA
      *>   DEL SALDO. UNA DEVOLUCION PAGADA CON TARJETA REGALO
      *>   REPONE EL SALDO DE LA TARJETA
               IF NOT TREGALO-DISPONIBLE
                   DISPLAY "ERROR: fichero de tarjetas regalo no "
                       "disponible"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-COBRO-TARJETA-EXIT
               END-IF.

               DISPLAY "Numero de tarjeta regalo: " WITH NO ADVANCING.
               MOVE ZERO TO WS-TARJETA-NUMERO.
               ACCEPT WS-TARJETA-NUMERO.
               MOVE WS-TARJETA-NUMERO TO TRG-NUMERO.
               READ TARJETAS-REGALO-FILE
                   INVALID KEY
                       DISPLAY "ERROR: tarjeta regalo desconocida: "
                           WS-TARJETA-NUMERO
                       MOVE 'N' TO WS-LINEA-VALIDA
                       GO TO CAPTURAR-COBRO-TARJETA-EXIT
               END-READ.

               IF TRG-CADUCADA OR TRG-ANULADA
                   DISPLAY "ERROR: tarjeta regalo caducada o anulada"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-COBRO-TARJETA-EXIT
               END-IF.
               IF TRG-CADUCIDAD < WS-HOY
                   DISPLAY "ERROR: tarjeta regalo caducada el "
                       TRG-CADUCIDAD
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-COBRO-TARJETA-EXIT
               END-IF.

               COMPUTE WS-TARJETA-IMPORTE ROUNDED = WS-QTY * WS-COSTE.
               IF OPCION-VENTA
                   IF TRG-AGOTADA
                       OR WS-TARJETA-IMPORTE > TRG-SALDO
                       MOVE TRG-SALDO TO WS-TARJETA-SALDO-ED
                       DISPLAY "ERROR: saldo insuficiente en la "
                           "tarjeta (" WS-TARJETA-SALDO-ED " EUR)"
                       MOVE 'N' TO WS-LINEA-VALIDA
                       GO TO CAPTURAR-COBRO-TARJETA-EXIT
                   END-IF
               ELSE
                   IF TRG-SALDO + WS-TARJETA-IMPORTE > 99999,99
                       DISPLAY "ERROR: el abono desborda el saldo de "
                           "la tarjeta"
                       MOVE 'N' TO WS-LINEA-VALIDA
                       GO TO CAPTURAR-COBRO-TARJETA-EXIT
                   END-IF
               END-IF.
               SET COBRO-TARJETA-REGALO TO TRUE.

           CAPTURAR-COBRO-TARJETA-EXIT.
               EXIT.

           EMITIR-TARJETA-REGALO.
      *>   LA TARJETA NACE ACTIVA CON EL IMPORTE COBRADO Y CADUCA A
      *>   LOS DIAS DE VALIDEZ PARAMETRIZADOS
               CALL "siguientesecuencia" USING WS-SECUENCIA-TREGALO
                   WS-TARJETA-NUMERO.
               INITIALIZE TARJETA-REGALO-REG.
               MOVE WS-TARJETA-NUMERO TO TRG-NUMERO.
               MOVE WS-SHOP-ID TO TRG-TIENDA-EMISION.
               MOVE WS-HOY TO TRG-FECHA-EMISION.
               MOVE WS-TICKET-ACTUAL TO TRG-TICKET-EMISION.
               MOVE WS-LINEA-IMPORTE TO TRG-IMPORTE-INICIAL.
               MOVE WS-LINEA-IMPORTE TO TRG-SALDO.
               COMPUTE TRG-CADUCIDAD = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOY)
                   + PARM-DIAS-TARJETA).
               SET TRG-ACTIVA TO TRUE.
               WRITE TARJETA-REGALO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL EMITIR LA TARJETA REGALO ("
                           ST-TREGALO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       MOVE TRG-SALDO TO WS-TARJETA-SALDO-ED
                       DISPLAY "Tarjeta regalo " TRG-NUMERO
                           " emitida por " WS-TARJETA-SALDO-ED
                           " EUR, valida hasta " TRG-CADUCIDAD
               END-WRITE.
               MOVE 'N' TO WS-LINEA-TREGALO.

           ANULAR-TARJETA-REGALO.
               SET TRG-ANULADA TO TRUE.
               MOVE ZERO TO TRG-SALDO.
               MOVE WS-HOY TO TRG-FECHA-ULTIMO-USO.
               MOVE WS-SHOP-ID TO TRG-TIENDA-ULTIMO-USO.
               REWRITE TARJETA-REGALO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ANULAR LA TARJETA REGALO ("
                           ST-TREGALO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Tarjeta regalo " TRG-NUMERO " anulada"
               END-REWRITE.
               MOVE 'N' TO WS-LINEA-TREGALO.

           MOVER-SALDO-TARJETA.
      *>   LA VENTA REBAJA EL SALDO Y LA DEVOLUCION LO REPONE; UNA
      *>   TARJETA QUE LLEGA A CERO QUEDA AGOTADA HASTA QUE UN ABONO
      *>   LA VUELVA A CARGAR
               IF OPCION-VENTA
                   SUBTRACT WS-TARJETA-IMPORTE FROM TRG-SALDO
               ELSE
                   ADD WS-TARJETA-IMPORTE TO TRG-SALDO
               END-IF.
               IF TRG-SALDO = ZERO
                   SET TRG-AGOTADA TO TRUE
               ELSE
                   SET TRG-ACTIVA TO TRUE
               END-IF.
               MOVE WS-HOY TO TRG-FECHA-ULTIMO-USO.
               MOVE WS-SHOP-ID TO TRG-TIENDA-ULTIMO-USO.
               REWRITE TARJETA-REGALO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA TARJETA REGALO ("
                           ST-TREGALO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       MOVE TRG-SALDO TO WS-TARJETA-SALDO-ED
                       DISPLAY "Tarjeta regalo " TRG-NUMERO
                           ": saldo restante " WS-TARJETA-SALDO-ED
                           " EUR"
               END-REWRITE.
               MOVE 'N' TO WS-COBRO-TREGALO.

           CAPTURAR-NUMERO-SERIE.
      *>   UNA UNIDAD POR LINEA Y CLIENTE IDENTIFICADO PARA LA
      *>   GARANTIA. LA VENTA NO PUEDE REPETIR UN NUMERO QUE CONSTA
      *>   VENDIDO; LA DEVOLUCION SOLO SE ADMITE SOBRE UN NUMERO QUE
      *>   SE VENDIO DE ESE ARTICULO Y NO SE HA DEVUELTO YA
               IF NOT SERIES-DISPONIBLE
                   DISPLAY "ERROR: registro de numeros de serie no "
                       "disponible"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-NUMERO-SERIE-EXIT
               END-IF.
               IF WS-QTY NOT = 1
                   DISPLAY "ERROR: los articulos con numero de serie "
                       "van de uno en uno (cantidad 1)"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-NUMERO-SERIE-EXIT
               END-IF.
               IF OPCION-VENTA AND WS-CUST-ID = ZERO
                   DISPLAY "ERROR: identifique al cliente para "
                       "registrar la garantia"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-NUMERO-SERIE-EXIT
               END-IF.

               DISPLAY "Numero de serie: " WITH NO ADVANCING.
               MOVE SPACES TO WS-NUMERO-SERIE.
               ACCEPT WS-NUMERO-SERIE.
               IF WS-NUMERO-SERIE = SPACES
                   DISPLAY "ERROR: el articulo exige numero de serie"
                   MOVE 'N' TO WS-LINEA-VALIDA
                   GO TO CAPTURAR-NUMERO-SERIE-EXIT
               END-IF.

               MOVE WS-ITEM-ID TO NSE-ITEM-ID.
               MOVE WS-NUMERO-SERIE TO NSE-SERIE.
               IF OPCION-VENTA
                   READ NUMEROS-SERIE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NSE-VENDIDO
                               DISPLAY "ERROR: el numero de serie "
                                   WS-NUMERO-SERIE " ya consta "
                                   "vendido el " NSE-FECHA-VENTA
                               MOVE 'N' TO WS-LINEA-VALIDA
                           END-IF
                   END-READ
               ELSE
                   READ NUMEROS-SERIE-FILE
                       INVALID KEY
                           DISPLAY "ERROR: el numero de serie "
                               WS-NUMERO-SERIE " no consta vendido"
                           MOVE 'N' TO WS-LINEA-VALIDA
                       NOT INVALID KEY
                           IF NOT NSE-VENDIDO
                               DISPLAY "ERROR: el numero de serie "
                                   WS-NUMERO-SERIE " ya fue "
                                   "devuelto el "
                                   NSE-FECHA-DEVOLUCION
                               MOVE 'N' TO WS-LINEA-VALIDA
                           ELSE
                               DISPLAY "  Vendido el "
                                   NSE-FECHA-VENTA " en "
                                   NSE-TIENDA " al cliente "
                                   NSE-CUST-ID
                           END-IF
                   END-READ
               END-IF.

           CAPTURAR-NUMERO-SERIE-EXIT.
               EXIT.

           REGISTRAR-NUMERO-SERIE.
      *>   LA VENTA REGISTRA (O REVENDE) LA UNIDAD CON SU GARANTIA;
      *>   LA DEVOLUCION LA DEJA DEVUELTA
               MOVE WS-ITEM-ID TO NSE-ITEM-ID.
               MOVE WS-NUMERO-SERIE TO NSE-SERIE.
               IF OPCION-VENTA
                   PERFORM CALCULAR-FIN-GARANTIA
                   READ NUMEROS-SERIE-FILE
                       INVALID KEY
                           PERFORM CARGAR-VENTA-SERIE
                           WRITE NUMERO-SERIE-REG
                               INVALID KEY
                                   DISPLAY "ERROR AL REGISTRAR EL "
                                       "NUMERO DE SERIE (" ST-SERIE ")"
                                   ADD 1 TO WS-JOB-RECHAZADOS
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM CARGAR-VENTA-SERIE
                           REWRITE NUMERO-SERIE-REG
                   END-READ
                   DISPLAY "Numero de serie " WS-NUMERO-SERIE
                       " en garantia hasta " WS-FIN-GARANTIA
               ELSE
                   READ NUMEROS-SERIE-FILE
                       NOT INVALID KEY
                           SET NSE-DEVUELTO TO TRUE
                           MOVE WS-FECHA TO NSE-FECHA-DEVOLUCION
                           REWRITE NUMERO-SERIE-REG
                           DISPLAY "Numero de serie " WS-NUMERO-SERIE
                               " devuelto"
                   END-READ
               END-IF.
               MOVE 'N' TO WS-LINEA-SERIE.

           CARGAR-VENTA-SERIE.
               MOVE WS-ITEM-ID TO NSE-ITEM-ID.
               MOVE WS-NUMERO-SERIE TO NSE-SERIE.
               MOVE WS-CUST-ID TO NSE-CUST-ID.
               MOVE WS-SHOP-ID TO NSE-TIENDA.
               MOVE WS-FECHA TO NSE-FECHA-VENTA.
               MOVE WS-TICKET-ACTUAL TO NSE-TICKET.
               MOVE WS-FIN-GARANTIA TO NSE-FIN-GARANTIA.
               SET NSE-VENDIDO TO TRUE.
               MOVE ZERO TO NSE-FECHA-DEVOLUCION.

           CALCULAR-FIN-GARANTIA.
      *>   FECHA DE VENTA MAS LOS MESES DE GARANTIA; UN DIA QUE NO
      *>   EXISTE EN EL MES DE VENCIMIENTO PASA AL ULTIMO DEL MES
               IF WS-MESES-GARANTIA = ZERO
                   MOVE PARM-MESES-GARANTIA TO WS-MESES-GARANTIA
               END-IF.
               MOVE WS-FECHA TO WS-FIN-GARANTIA.
               COMPUTE WS-GAR-MESES-TOTAL =
                   (WS-GAR-ANO * 12) + WS-GAR-MES - 1
                   + WS-MESES-GARANTIA.
               DIVIDE WS-GAR-MESES-TOTAL BY 12
                   GIVING WS-GAR-ANO REMAINDER WS-GAR-MES.
               ADD 1 TO WS-GAR-MES.
               EVALUATE TRUE
                   WHEN WS-GAR-MES = 2 AND WS-GAR-DIA > 28
                       IF FUNCTION MOD (WS-GAR-ANO, 4) = ZERO
                           MOVE 29 TO WS-GAR-DIA
                       ELSE
                           MOVE 28 TO WS-GAR-DIA
                       END-IF
                   WHEN (WS-GAR-MES = 4 OR WS-GAR-MES = 6
                           OR WS-GAR-MES = 9 OR WS-GAR-MES = 11)
                           AND WS-GAR-DIA > 30
                       MOVE 30 TO WS-GAR-DIA
               END-EVALUATE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CAPTURA-RECIBOS" TO JOB-LOG-PROGRAMA.
