                   COPY copyoper.

               FD OPERADORES-FILE-TMP.
                   01 OPERADOR-TMP-LINE PIC X(55).

               FD SESION-AUDIT-FILE.
                   01 SESION-AUDIT-REG.
      *>   U=SUSPENDER D=DESBLOQUEAR B=BORRAR P=PERMISOS

               01 WS-PERMISOS-NUEVOS PIC X(7).
               01 WS-APROB-LIMITES-NUEVO PIC X(1).
               01 WS-CLAVE-INICIAL PIC X(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
                   "informes): "
                   WITH NO ADVANCING.
               ACCEPT OPER-PERMISOS.
               DISPLAY "Aprueba subidas de limite de contrato (S/N): "
                   WITH NO ADVANCING.
               ACCEPT OPER-PERM-APROB-LIMITES.
               DISPLAY "Clave inicial (8): " WITH NO ADVANCING.
               ACCEPT OPER-CLAVE.
               MOVE WS-HOY TO OPER-CLAVE-FECHA.
               DISPLAY "Permisos nuevos (7 x S/N): "
                   WITH NO ADVANCING.
               ACCEPT WS-PERMISOS-NUEVOS.
               DISPLAY "Aprueba subidas de limite de contrato (S/N): "
                   WITH NO ADVANCING.
               ACCEPT WS-APROB-LIMITES-NUEVO.
               PERFORM REESCRIBIR-OPERADORES.

           REESCRIBIR-OPERADORES.
                       SET CLAVE-DEBE-CAMBIAR TO TRUE
                   WHEN "P"
                       MOVE WS-PERMISOS-NUEVOS TO OPER-PERMISOS
                       MOVE WS-APROB-LIMITES-NUEVO
                           TO OPER-PERM-APROB-LIMITES
                   WHEN "B"
                       CONTINUE
               END-EVALUATE.
                           DISPLAY "  " OPER-ID
                               " " OPER-NOMBRE
                               " permisos " OPER-PERMISOS
                               " aprueba limites "
                               OPER-PERM-APROB-LIMITES
                               " estado " OPER-ESTADO
                               " intentos " OPER-INTENTOS
                               " clave desde " OPER-CLAVE-FECHA
