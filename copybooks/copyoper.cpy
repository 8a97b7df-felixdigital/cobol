           05  OPER-INTENTOS               PIC 9(1).
           05  OPER-CAMBIO-OBLIGADO        PIC X(1).
               88  CLAVE-DEBE-CAMBIAR      VALUE "S".
      *    DERECHO A APROBAR, COMO SEGUNDA FIRMA, LAS SUBIDAS DE LIMITE
      *    DE CONTRATO QUE SUPERAN EL UMBRAL; VA AL FINAL DEL REGISTRO
      *    Y EN BLANCO EN LOS OPERADORES ANTERIORES (SIN DERECHO)
           05  OPER-PERM-APROB-LIMITES     PIC X(1).
