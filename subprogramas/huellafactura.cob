       IDENTIFICATION DIVISION.
       PROGRAM-ID. huellafactura.

      *>   HUELLA ENCADENADA DEL REGISTRO DE FACTURAS. CADA DOCUMENTO
      *>   EXPEDIDO LLEVA UNA HUELLA CALCULADA SOBRE SUS DATOS, SU
      *>   SERIE, SU FECHA-HORA DE EXPEDICION Y LA HUELLA DEL
      *>   DOCUMENTO ANTERIOR DE LA MISMA SERIE, DE MODO QUE TOCAR,
      *>   INTERCALAR O BORRAR UN REGISTRO ROMPE LA CADENA:
      *>     "E" - EXPEDIR: COMPLETA SERIE, FECHA-HORA, HUELLA
      *>           ANTERIOR Y HUELLA EN FACREG-REG, AVANZA LA CABEZA
      *>           DE LA CADENA ("factura-cadena.dat") Y DEVUELVE LA
      *>           LINEA QR A IMPRIMIR. EL LLAMANTE GRABA EL REGISTRO
      *>     "V" - VERIFICAR: RECALCULA LA HUELLA DE FACREG-REG TAL
      *>           COMO ESTA GRABADO Y LA DEVUELVE EN LK-HUELLA, SIN
      *>           TOCAR LA CADENA
      *>   LA SERIE SALE DEL TIPO: LOS ABONOS ("A") TIENEN SERIE
      *>   PROPIA, FACTURAS Y SIMPLIFICADAS COMPARTEN LA SECUENCIA
      *>   "FACTURA" Y POR TANTO LA SERIE "F"

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT FACTURA-CADENA-FILE
                   ASSIGN TO "factura-cadena.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CAD-SERIE
                   STATUS ST-CADENA.

                   SELECT OPTIONAL VERIFACTU-PARAMETROS-FILE
                   ASSIGN TO "verifactu-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD FACTURA-CADENA-FILE.
                   COPY copycade.

      *>   PRIMERA LINEA: NIF DEL EXPEDIDOR QUE VA EN LA LINEA QR
               FD VERIFACTU-PARAMETROS-FILE.
                   01 VERIFACTU-PARAMETROS-LINE PIC X(9).

           WORKING-STORAGE SECTION.
               77 ST-CADENA PIC X(2).

               01 WS-PARAMETROS-LEIDOS PIC X VALUE 'N'.
                   88 PARAMETROS-LEIDOS VALUE 'S'.
               01 WS-NIF-EXPEDIDOR PIC X(9) VALUE SPACES.

      *>   LA HUELLA SON CUATRO ACUMULADORES POLINOMICOS SOBRE LOS
      *>   OCTETOS DEL REGISTRO, CADA UNO CON SU MULTIPLICADOR Y SU
      *>   MODULO PRIMO, EXPRESADOS EN HEXADECIMAL (4 X 8 DIGITOS)
               01 WS-HF-LONGITUD PIC 9(3).
               01 WS-HF-TABLA.
                   05 WS-HF-ACUM OCCURS 4 TIMES.
                       10 WS-HF-VALOR PIC 9(12).
                       10 WS-HF-MULT PIC 9(3).
                       10 WS-HF-MODULO PIC 9(10).
                       10 WS-HF-SEMILLA PIC 9(10).
               01 WS-HF-COCIENTE PIC 9(12).
               01 WS-HF-RESTO PIC 9(10).
               01 WS-HF-OCTETO PIC 9(3).
               01 WS-HF-HEX PIC X(16) VALUE "0123456789ABCDEF".
               01 WS-HF-RESULTADO PIC X(32).
               77 WS-HF-I PIC 9(3).
               77 WS-HF-K PIC 9(1).
               77 WS-HF-D PIC 9(2).
               77 WS-HF-POS PIC 9(2).

               01 WS-QR-FECHA PIC X(10).
               01 WS-QR-ENTERO PIC 9(9).
               01 WS-QR-ENTERO-ED PIC Z(8)9.
               01 WS-QR-CENTIMOS PIC 9(2).
               01 WS-QR-INICIO PIC 9(2).

           LINKAGE SECTION.
               77 LK-OPERACION PIC X(1).
                   88 OPERACION-EXPEDIR VALUE "E".
                   88 OPERACION-VERIFICAR VALUE "V".
               COPY copyfreg.
               77 LK-HUELLA PIC X(32).
               77 LK-LINEA-QR PIC X(100).

       PROCEDURE DIVISION USING LK-OPERACION FACREG-REG LK-HUELLA
               LK-LINEA-QR.

           PERFORM DESPACHAR.
           GOBACK.

           DESPACHAR.
               IF NOT PARAMETROS-LEIDOS
                   PERFORM INICIALIZAR-PARAMETROS
               END-IF.
               MOVE SPACES TO LK-HUELLA.
               MOVE SPACES TO LK-LINEA-QR.
               EVALUATE TRUE
                   WHEN OPERACION-EXPEDIR
                       PERFORM EXPEDIR-DOCUMENTO
                   WHEN OPERACION-VERIFICAR
                       PERFORM CALCULAR-HUELLA
                       MOVE WS-HF-RESULTADO TO LK-HUELLA
                       PERFORM COMPONER-LINEA-QR
                   WHEN OTHER
                       DISPLAY "huellafactura: operacion no valida: "
                           LK-OPERACION
               END-EVALUATE.

           INICIALIZAR-PARAMETROS.
               MOVE 31 TO WS-HF-MULT (1).
               MOVE 2147483647 TO WS-HF-MODULO (1).
               MOVE 5381 TO WS-HF-SEMILLA (1).
               MOVE 37 TO WS-HF-MULT (2).
               MOVE 2147483629 TO WS-HF-MODULO (2).
               MOVE 7919 TO WS-HF-SEMILLA (2).
               MOVE 41 TO WS-HF-MULT (3).
               MOVE 2147483587 TO WS-HF-MODULO (3).
               MOVE 104729 TO WS-HF-SEMILLA (3).
               MOVE 43 TO WS-HF-MULT (4).
               MOVE 2147483579 TO WS-HF-MODULO (4).
               MOVE 1299709 TO WS-HF-SEMILLA (4).

               MOVE SPACES TO WS-NIF-EXPEDIDOR.
               OPEN INPUT VERIFACTU-PARAMETROS-FILE.
               READ VERIFACTU-PARAMETROS-FILE
                   NOT AT END
                       MOVE VERIFACTU-PARAMETROS-LINE
                           TO WS-NIF-EXPEDIDOR
                   AT END
                       CONTINUE
               END-READ.
               CLOSE VERIFACTU-PARAMETROS-FILE.
               SET PARAMETROS-LEIDOS TO TRUE.

           EXPEDIR-DOCUMENTO.
               IF FREG-ABONO
                   SET FREG-SERIE-ABONOS TO TRUE
               ELSE
                   SET FREG-SERIE-FACTURAS TO TRUE
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:14) TO FREG-FECHA-HORA.

               OPEN I-O FACTURA-CADENA-FILE.
               IF ST-CADENA = "35"
                   OPEN OUTPUT FACTURA-CADENA-FILE
                   CLOSE FACTURA-CADENA-FILE
                   OPEN I-O FACTURA-CADENA-FILE
               END-IF.

      *>   EL PRIMER DOCUMENTO DE UNA SERIE ABRE LA CADENA CON LA
      *>   HUELLA ANTERIOR EN BLANCO
               MOVE FREG-SERIE TO CAD-SERIE.
               READ FACTURA-CADENA-FILE
                   INVALID KEY
                       MOVE SPACES TO FREG-HUELLA-ANTERIOR
                       MOVE FREG-SERIE TO CAD-SERIE
                       MOVE ZERO TO CAD-DOCUMENTOS
                   NOT INVALID KEY
                       MOVE CAD-ULTIMA-HUELLA TO FREG-HUELLA-ANTERIOR
               END-READ.

               PERFORM CALCULAR-HUELLA.
               MOVE WS-HF-RESULTADO TO FREG-HUELLA.
               MOVE WS-HF-RESULTADO TO LK-HUELLA.

               MOVE FREG-NUMERO TO CAD-ULTIMO-NUMERO.
               MOVE FREG-HUELLA TO CAD-ULTIMA-HUELLA.
               MOVE FREG-FECHA-HORA TO CAD-FECHA-HORA.
               ADD 1 TO CAD-DOCUMENTOS.
               IF ST-CADENA = "00"
                   REWRITE CADENA-REG
                       INVALID KEY
                           DISPLAY "ERROR AL AVANZAR LA CADENA ("
                               ST-CADENA ")"
                   END-REWRITE
               ELSE
                   WRITE CADENA-REG
                       INVALID KEY
                           DISPLAY "ERROR AL ABRIR LA CADENA ("
                               ST-CADENA ")"
                   END-WRITE
               END-IF.

               CLOSE FACTURA-CADENA-FILE.

               PERFORM COMPONER-LINEA-QR.

           CALCULAR-HUELLA.
      *>   ENTRA TODO EL REGISTRO MENOS LA PROPIA HUELLA: DATOS DEL
      *>   DOCUMENTO, SERIE, FECHA-HORA Y HUELLA ANTERIOR
               COMPUTE WS-HF-LONGITUD =
                   LENGTH OF FACREG-REG - LENGTH OF FREG-HUELLA.
               PERFORM VARYING WS-HF-K FROM 1 BY 1 UNTIL WS-HF-K > 4
                   MOVE WS-HF-SEMILLA (WS-HF-K)
                       TO WS-HF-VALOR (WS-HF-K)
               END-PERFORM.
               PERFORM VARYING WS-HF-I FROM 1 BY 1
                       UNTIL WS-HF-I > WS-HF-LONGITUD
                   COMPUTE WS-HF-OCTETO =
                       FUNCTION ORD (FACREG-REG (WS-HF-I:1))
                   PERFORM VARYING WS-HF-K FROM 1 BY 1
                           UNTIL WS-HF-K > 4
                       COMPUTE WS-HF-VALOR (WS-HF-K) =
                           WS-HF-VALOR (WS-HF-K) * WS-HF-MULT (WS-HF-K)
                           + WS-HF-OCTETO + WS-HF-I
                       DIVIDE WS-HF-VALOR (WS-HF-K)
                           BY WS-HF-MODULO (WS-HF-K)
                           GIVING WS-HF-COCIENTE
                           REMAINDER WS-HF-RESTO
                       MOVE WS-HF-RESTO TO WS-HF-VALOR (WS-HF-K)
                   END-PERFORM
               END-PERFORM.

               MOVE SPACES TO WS-HF-RESULTADO.
               PERFORM VARYING WS-HF-K FROM 1 BY 1 UNTIL WS-HF-K > 4
                   PERFORM VARYING WS-HF-D FROM 8 BY -1
                           UNTIL WS-HF-D < 1
                       DIVIDE WS-HF-VALOR (WS-HF-K) BY 16
                           GIVING WS-HF-COCIENTE
                           REMAINDER WS-HF-RESTO
                       MOVE WS-HF-COCIENTE TO WS-HF-VALOR (WS-HF-K)
                       COMPUTE WS-HF-POS = (WS-HF-K - 1) * 8 + WS-HF-D
                       MOVE WS-HF-HEX (WS-HF-RESTO + 1:1)
                           TO WS-HF-RESULTADO (WS-HF-POS:1)
                   END-PERFORM
               END-PERFORM.

           COMPONER-LINEA-QR.
      *>   DATOS DEL QR DE COTEJO: NIF DEL EXPEDIDOR, SERIE Y NUMERO,
      *>   FECHA DE EXPEDICION DD-MM-AAAA E IMPORTE TOTAL CON PUNTO
               MOVE SPACES TO WS-QR-FECHA.
               STRING FREG-FECHA (7:2) "-" FREG-FECHA (5:2) "-"
                   FREG-FECHA (1:4)
                   DELIMITED BY SIZE INTO WS-QR-FECHA
               END-STRING.
               MOVE FREG-TOTAL TO WS-QR-ENTERO.
               COMPUTE WS-QR-CENTIMOS =
                   (FREG-TOTAL - WS-QR-ENTERO) * 100.
               MOVE WS-QR-ENTERO TO WS-QR-ENTERO-ED.
               MOVE 1 TO WS-QR-INICIO.
               PERFORM UNTIL WS-QR-INICIO > 8
                       OR WS-QR-ENTERO-ED (WS-QR-INICIO:1) NOT = SPACE
                   ADD 1 TO WS-QR-INICIO
               END-PERFORM.
               STRING "  QR nif=" WS-NIF-EXPEDIDOR
                   "&numserie=" FREG-SERIE FREG-NUMERO
                   "&fecha=" WS-QR-FECHA
                   "&importe=" WS-QR-ENTERO-ED (WS-QR-INICIO:)
                   "." WS-QR-CENTIMOS
                   DELIMITED BY SIZE INTO LK-LINEA-QR
               END-STRING.

       END PROGRAM huellafactura.
