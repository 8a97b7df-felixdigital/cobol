                   ASSIGN TO "empleados.dat.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL SALARIOS-HISTORICO-FILE
                   ASSIGN TO "salarios-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL NOMINA-PARAMETROS-FILE
                   ASSIGN TO "nomina-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   COPY copyempl.

               FD EMPLEADOS-FILE-TMP.
                   01 EMPLEADO-TMP-LINE PIC X(135).

               FD SALARIOS-HISTORICO-FILE.
                   COPY copyshis.

               FD NOMINA-PARAMETROS-FILE.
                   01 NOMINA-PARAMETROS-LINE PIC X(10).
                   88 OPCION-CONSULTA VALUE "I".
                   88 OPCION-CAMBIO VALUE "C".
                   88 OPCION-ESTADO VALUE "E".
                   88 OPCION-BANCO VALUE "B".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-EMP PIC X VALUE 'N'.
               01 WS-ESTADO-NUEVO PIC X(1).
               01 WS-FECHA-EFECTO PIC 9(8).
               01 WS-IRPF-NUEVO PIC 9(2)V99.
      *>   FECHA DESDE LA QUE RIGE LA NUEVA TARIFA O SALARIO; PUEDE
      *>   SER ANTERIOR (SUBIDAS DE CONVENIO FIRMADAS CON RETRASO) Y
      *>   ENTONCES LA NOMINA PAGA LOS ATRASOS
               01 WS-EFECTO-SALARIO PIC 9(8).
               01 WS-HOY PIC 9(8).
               01 WS-FECHA-VALIDA PIC X VALUE 'N'.
                   88 FECHA-EFECTO-VALIDA VALUE 'S'.

      *>   CUENTA DE ABONO DE LA NOMINA; MISMA COMPROBACION DE FORMA
      *>   QUE EL IBAN DE PROVEEDORES
               01 WS-IBAN PIC X(24).
               01 WS-IBAN-RESULTADO PIC X.
                   88 IBAN-VALIDO VALUE 'S'.

               01 WS-SALARIO-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-NETO-ED PIC Z.ZZZ.ZZ9,99.
      *>   MANTENIMIENTO COMPLETO DE LA PLANTILLA: CONSULTA POR ID,
      *>   CAMBIO DE DEPARTAMENTO/TARIFA/SALARIO CON RECALCULO DEL
      *>   NETO, Y TRANSICIONES DE ESTADO (ACTIVO, EXCEDENCIA, CESE)
      *>   CON FECHA DE EFECTO, Y CUENTA BANCARIA PARA EL PAGO DE LA
      *>   NOMINA; EL FICHERO SE REESCRIBE DE FORMA SEGURA A TRAVES
      *>   DEL TEMPORAL
               PERFORM INICIALIZAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "  I - Consulta por ID"
                   DISPLAY "  C - Cambio de depto/tarifa/salario"
                   DISPLAY "  E - Cambio de estado"
                   DISPLAY "  B - Cuenta bancaria (IBAN)"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                           PERFORM CAMBIO-EMPLEADO
                       WHEN OPCION-ESTADO
                           PERFORM CAMBIO-ESTADO
                       WHEN OPCION-BANCO
                           PERFORM CAMBIO-CUENTA
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
               DISPLAY "  ESTADO: " EMPLEADO-ESTADO
                   " DESDE: " EMPLEADO-ESTADO-FECHA
                   " IRPF: " WS-IRPF-ED.
               IF EMPLEADO-IBAN = SPACES
                   DISPLAY "  IBAN: (sin cuenta; nomina por cheque)"
               ELSE
                   DISPLAY "  IBAN: " EMPLEADO-IBAN
               END-IF.

           CAMBIO-EMPLEADO.
               DISPLAY "ID empleado: " WITH NO ADVANCING.
               DISPLAY "Retencion IRPF personal (%; 0=tabla): "
                   WITH NO ADVANCING.
               ACCEPT WS-IRPF-NUEVO.
               DISPLAY "Efecto de tarifa/salario (AAAAMMDD; 0=hoy): "
                   WITH NO ADVANCING.
               ACCEPT WS-EFECTO-SALARIO.

      *>   NO SE GRABAN CAMBIOS FUTUROS: SE DAN EL DIA QUE ENTRAN EN
      *>   VIGOR. UN EFECTO DE MESES YA PAGADOS GENERA ATRASOS
               MOVE 'S' TO WS-FECHA-VALIDA.
               IF WS-EFECTO-SALARIO = ZERO
                   MOVE WS-HOY TO WS-EFECTO-SALARIO
               END-IF.
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EFECTO-SALARIO)
                   NOT = ZERO
                   OR WS-EFECTO-SALARIO > WS-HOY
                   DISPLAY "ERROR: fecha de efecto no valida o "
                       "futura: " WS-EFECTO-SALARIO
                   MOVE 'N' TO WS-FECHA-VALIDA
               END-IF.

               IF FECHA-EFECTO-VALIDA
                   PERFORM REESCRIBIR-EMPLEADOS
               ELSE
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.

           CAMBIO-ESTADO.
               DISPLAY "ID empleado: " WITH NO ADVANCING.
                   PERFORM REESCRIBIR-EMPLEADOS
               END-IF.

           CAMBIO-CUENTA.
               DISPLAY "ID empleado: " WITH NO ADVANCING.
               ACCEPT WS-ID-BUSCADO.
               DISPLAY "IBAN (en blanco quita la cuenta): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-IBAN.
               ACCEPT WS-IBAN.
               PERFORM VALIDAR-IBAN-EMPLEADO.
               IF IBAN-VALIDO
                   PERFORM REESCRIBIR-EMPLEADOS
               ELSE
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.

           VALIDAR-IBAN-EMPLEADO.
      *>   SOLO SE COMPRUEBA LA FORMA: PAIS EN LETRAS Y DIGITOS DE
      *>   CONTROL NUMERICOS; UN IBAN ESPANOL OCUPA LAS 24 POSICIONES.
      *>   SIN IBAN LA NOMINA SALE EN LA LISTA DE PAGO POR CHEQUE
               MOVE 'S' TO WS-IBAN-RESULTADO.
               IF WS-IBAN = SPACES
                   DISPLAY "AVISO: empleado sin IBAN; la nomina se "
                       "pagara por cheque"
               ELSE
                   IF WS-IBAN (1:2) IS NOT ALPHABETIC
                       OR WS-IBAN (3:2) IS NOT NUMERIC
                       OR (WS-IBAN (1:2) = "ES"
                           AND WS-IBAN (3:22) IS NOT NUMERIC)
                       DISPLAY "ERROR: IBAN no valido; no se graba"
                       MOVE 'N' TO WS-IBAN-RESULTADO
                   END-IF
               END-IF.

           REESCRIBIR-EMPLEADOS.
      *>   UN SOLO PASE POR EL TEMPORAL, APLICANDO EL CAMBIO (DE DATOS,
      *>   DE ESTADO O DE CUENTA SEGUN LA OPCION EN CURSO) AL REGISTRO
      *>   BUSCADO
               MOVE 'N' TO WS-ENCONTRADO.
               MOVE 'N' TO EOF-EMP.

               END-IF.

           APLICAR-CAMBIO.
               EVALUATE TRUE
                   WHEN OPCION-CAMBIO
                       IF WS-TARIFA-NUEVA NOT = EMPLEADO-TARIFA-HORA
                           OR WS-SALARIO-NUEVO NOT = EMPLEADO-SALARIO
                           PERFORM REGISTRAR-SALARIO-HISTORICO
                       END-IF
                       MOVE WS-DEPARTAMENTO-NUEVO
                           TO EMPLEADO-DEPARTAMENTO
                       MOVE WS-TARIFA-NUEVA TO EMPLEADO-TARIFA-HORA
                       MOVE WS-SALARIO-NUEVO TO EMPLEADO-SALARIO
                       MOVE WS-IRPF-NUEVO TO EMPLEADO-IRPF-PCT
                       COMPUTE EMPLEADO-SALARIO-NETO ROUNDED =
                           EMPLEADO-SALARIO -
                           (EMPLEADO-SALARIO *
                               (PARM-TASA-DEDUCCION / 100))
                   WHEN OPCION-BANCO
                       MOVE WS-IBAN TO EMPLEADO-IBAN
                   WHEN OTHER
                       MOVE WS-ESTADO-NUEVO TO EMPLEADO-ESTADO
                       MOVE WS-FECHA-EFECTO TO EMPLEADO-ESTADO-FECHA
               END-EVALUATE.

           REGISTRAR-SALARIO-HISTORICO.
               MOVE EMPLEADO-ID TO SHIS-EMPLEADO.
               MOVE WS-EFECTO-SALARIO TO SHIS-FECHA-EFECTO.
               MOVE WS-TARIFA-NUEVA TO SHIS-TARIFA-HORA.
               MOVE WS-SALARIO-NUEVO TO SHIS-SALARIO.
               MOVE EMPLEADO-TARIFA-HORA TO SHIS-TARIFA-ANTERIOR.
               MOVE EMPLEADO-SALARIO TO SHIS-SALARIO-ANTERIOR.
               MOVE WS-HOY TO SHIS-FECHA-REGISTRO.
               OPEN EXTEND SALARIOS-HISTORICO-FILE.
               WRITE SALARIO-HIST-REG.
               CLOSE SALARIOS-HISTORICO-FILE.
               IF WS-EFECTO-SALARIO (1:6) < WS-HOY (1:6)
                   DISPLAY "Cambio con efecto " WS-EFECTO-SALARIO
                       ": la proxima nomina pagara los atrasos"
               END-IF.

           REGISTRAR-JOB-LOG.
