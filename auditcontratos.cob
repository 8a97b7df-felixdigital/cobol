                       05 AUD-OPERACION PIC X(1).
                       05 AUD-ANTES PIC X(80).
                       05 AUD-DESPUES PIC X(80).
      *>   EN BLANCO EN LOS APUNTES ANTERIORES A LA FIRMA DE OPERADOR
                       05 AUD-OPERADOR PIC X(8).
                       05 AUD-APROBADOR PIC X(8).

           WORKING-STORAGE SECTION.
               77 ST-AUDIT PIC X(2).
               DISPLAY " ".
               DISPLAY AUD-FECHA "-" AUD-HORA " SEQ " AUD-SEQ
                   " OPERACION " AUD-OPERACION.
               IF AUD-OPERADOR NOT = SPACES
                   DISPLAY "  OPERADOR: " AUD-OPERADOR
                       " APROBADOR: " AUD-APROBADOR
               END-IF.
               DISPLAY "  ANTES:   " AUD-ANTES.
               DISPLAY "  DESPUES: " AUD-DESPUES.

