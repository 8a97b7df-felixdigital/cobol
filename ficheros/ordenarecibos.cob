                   COPY copyshop.

               FD RECIBOS-PENDIENTES-FILE.
                   01 PENDIENTE-REG PIC X(80).

               SD SORT-WORK-FILE.
                   01 SORT-REG.
                       05 SORT-TIPO-ORDEN PIC 9.
                       05 SORT-FECHA PIC 9(8).
                       05 SORT-SEQ PIC 9(5).
                       05 SORT-DATA PIC X(80).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.
