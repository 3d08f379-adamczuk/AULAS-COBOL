      ******************************************************************
      * REG-CENTRO-CUSTO - cost center on the indexed CENTROSCUSTO.TXT,
      * maintained by CENTRO-CUSTO, with the manager who answers for
      * its expenses. Postings carry the center in CENTRO-CUSTO-LAN
      * and RELATORIO-CENTRO-CUSTO prints one page per center. The
      * conventional codes are 100 VENDAS, 200 DEPOSITO, 300 FROTA
      * (also the center of a vehicle registered without one) and
      * 400 ESCOLA; zero on a posting means no cost center.
      ******************************************************************
           01 REG-CENTRO-CUSTO.
               03 COD-CENTRO-CUSTO         PIC 9(03).
               03 NOME-CENTRO-CUSTO        PIC X(30).
               03 RESPONSAVEL-CENTRO-CUSTO PIC X(30).
               03 SITUACAO-CENTRO-CUSTO    PIC X.
                   88 CENTRO-CUSTO-ATIVO   VALUE 'A'.
                   88 CENTRO-CUSTO-INATIVO VALUE 'I'.
