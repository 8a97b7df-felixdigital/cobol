                   COPY copyoper.

               FD OPERADORES-FILE-TMP.
                   01 OPERADOR-TMP-LINE PIC X(55).

               FD SESION-AUDIT-FILE.
                   01 SESION-AUDIT-REG.
                   05 WS-OPER-ESTADO PIC X(1).
                   05 WS-OPER-INTENTOS PIC 9(1).
                   05 WS-OPER-CAMBIO PIC X(1).
                   05 WS-PERM-APROB-LIMITES PIC X(1).

               01 OPTION PIC X(5).

               MOVE "ADMIN" TO OPER-ID.
               MOVE "ADMINISTRADOR" TO OPER-NOMBRE.
               MOVE ALL "S" TO OPER-PERMISOS.
               MOVE "S" TO OPER-PERM-APROB-LIMITES.
               MOVE "ADMIN" TO OPER-CLAVE.
               MOVE WS-HOY TO OPER-CLAVE-FECHA.
               SET OPERADOR-ACTIVO TO TRUE.
