           COPY ORDEMCOMPRA.

       FD BACKUP-SAIDA.
       01 REG-BACKUP          PIC X(402).

       FD MANIFESTO.
           COPY BKPMANIFESTO.
