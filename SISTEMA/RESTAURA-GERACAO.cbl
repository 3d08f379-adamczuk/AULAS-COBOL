           COPY ORDEMCOMPRA.

       FD BACKUP-ENTRADA.
       01 REG-BACKUP          PIC X(402).

       FD MANIFESTO.
           COPY BKPMANIFESTO.
