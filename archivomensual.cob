                   COPY copyshop.

               FD RECEIPTS-TMP-FILE.
                   01 RECEIPTS-TMP-LINE PIC X(80).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.
