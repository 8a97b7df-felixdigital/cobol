
               SET EMPLEADO-ACTIVO TO TRUE
               MOVE EMPLEADO-FECHA-ALTA TO EMPLEADO-ESTADO-FECHA
      *>   LA CUENTA DE LA NOMINA SE DA EN EL MANTENIMIENTO
               MOVE SPACES TO EMPLEADO-IBAN

               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO EMPLEADO-LOG-FECHA
