       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CODIGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-COD-PRODUTO
           ALTERNATE RECORD KEY IS ANT-EAN-PRODUTO
           ALTERNATE RECORD KEY IS ANT-NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-ANT.

           SELECT PRODUTOS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT CLIENTES-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT CLIENTES ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT MOVIMENTO-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT MOVIMENTO ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT PEDIDOS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT PEDIDOS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT PEDIDOSVENDA-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-PEDIDO-VENDA
           FILE STATUS IS WS-FS-ANT.

           SELECT PEDIDOSVENDA ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PEDIDO-VENDA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT FATURAS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-FATURA
           FILE STATUS IS WS-FS-ANT.

           SELECT FATURAS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT FATURASLINHAS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT FATURASLINHAS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT CONTASRECEBER-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-FATURA-CR
           FILE STATUS IS WS-FS-ANT.

           SELECT CONTASRECEBER ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA-CR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT RECEBIMENTOSCR-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT RECEBIMENTOSCR ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT ENCARGOSCR-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT ENCARGOSCR ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT CONTRATOS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-CONTRATO
           FILE STATUS IS WS-FS-ANT.

           SELECT CONTRATOS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT BACKORDERS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-BACKORDER
           FILE STATUS IS WS-FS-ANT.

           SELECT BACKORDERS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-BACKORDER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT COTACOES-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-COTACAO
           FILE STATUS IS WS-FS-ANT.

           SELECT COTACOES ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-COTACAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT DEVOLUCOES-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-NOTA-CREDITO
           FILE STATUS IS WS-FS-ANT.

           SELECT DEVOLUCOES ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-NOTA-CREDITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT VENDASPERDIDAS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT VENDASPERDIDAS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT PRECOSCLIENTE-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-PRECO-CLI
           FILE STATUS IS WS-FS-ANT.

           SELECT PRECOSCLIENTE ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PRECO-CLI
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT PRECOSFUTUROS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-PRECO-FUT
           FILE STATUS IS WS-FS-ANT.

           SELECT PRECOSFUTUROS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PRECO-FUT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT LIVROCAIXA-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT LIVROCAIXA ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT SALDOSDEPOSITO-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-SALDO-DEP
           FILE STATUS IS WS-FS-ANT.

           SELECT SALDOSDEPOSITO ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SALDO-DEP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT NIVEISDEPOSITO-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-NIVEL-DEP
           FILE STATUS IS WS-FS-ANT.

           SELECT NIVEISDEPOSITO ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-NIVEL-DEP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT TRANSITO-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-TRANSITO
           FILE STATUS IS WS-FS-ANT.

           SELECT TRANSITO ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-TRANSITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT LOTESESTOQUE-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-LOTE-EST
           FILE STATUS IS WS-FS-ANT.

           SELECT LOTESESTOQUE ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-LOTE-EST
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT KITS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-KIT
           FILE STATUS IS WS-FS-ANT.

           SELECT KITS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-KIT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT CUSTOHIST-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT CUSTOHIST ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT SALDOSPERIODO-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT SALDOSPERIODO ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT ORDENSCOMPRA-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-ORDEM
           FILE STATUS IS WS-FS-ANT.

           SELECT ORDENSCOMPRA ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ORDEM
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT COTACOESFORN-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE-COTACAO-FORN
           FILE STATUS IS WS-FS-ANT.

           SELECT COTACOESFORN ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-COTACAO-FORN
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT INSPECOES-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NUM-INSPECAO
           FILE STATUS IS WS-FS-ANT.

           SELECT INSPECOES ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-INSPECAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT JORNALPRODUTOS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT JORNALPRODUTOS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT CONTAGENS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-COD-PRODUTO-CTG
           FILE STATUS IS WS-FS-ANT.

           SELECT CONTAGENS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO-CTG
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NOVO.

           SELECT AJUSTESPENDENTES-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT AJUSTESPENDENTES ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT LOGPRECOS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT LOGPRECOS ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT RESUMOMOV-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT RESUMOMOV ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT AUDITORIA-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT AUDITORIA ASSIGN TO WS-NOME-ARQ-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS-ANT.
       01 REG-PRODUTOS-ANT.
           03 ANT-COD-PRODUTO          PIC X(03).
           03 ANT-NOME-PRODUTO         PIC X(20).
           03 FILLER                   PIC X(30).
           03 ANT-EAN-PRODUTO          PIC X(13).
           03 FILLER                   PIC X(47).

       FD PRODUTOS.
           COPY PRODUTO.

       FD CLIENTES-ANT.
       01 REG-CLIENTES-ANT         PIC X(112).

       FD CLIENTES.
           COPY CLIENTE.

       FD MOVIMENTO-ANT.
       01 REG-MOVIMENTO-ANT        PIC X(56).

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD PEDIDOS-ANT.
       01 REG-PEDIDOS-ANT          PIC X(24).

       FD PEDIDOS.
           COPY PEDIDOCOMPRA.

       FD PEDIDOSVENDA-ANT.
       01 REG-PEDIDOSVENDA-ANT.
           03 ANT-NUM-PEDIDO-VENDA     PIC X(06).
           03 FILLER                   PIC X(170).

       FD PEDIDOSVENDA.
           COPY PEDIDOVENDA.

       FD FATURAS-ANT.
       01 REG-FATURAS-ANT.
           03 ANT-NUM-FATURA           PIC X(06).
           03 FILLER                   PIC X(44).

       FD FATURAS.
           COPY FATURA.

       FD FATURASLINHAS-ANT.
       01 REG-FATURASLINHAS-ANT    PIC X(55).

       FD FATURASLINHAS.
           COPY FATURALINHA.

       FD CONTASRECEBER-ANT.
       01 REG-CONTASRECEBER-ANT.
           03 ANT-NUM-FATURA-CR        PIC X(06).
           03 FILLER                   PIC X(40).

       FD CONTASRECEBER.
           COPY CONTARECEBER.

       FD RECEBIMENTOSCR-ANT.
       01 REG-RECEBIMENTOSCR-ANT   PIC X(31).

       FD RECEBIMENTOSCR.
           COPY RECEBIMENTOCR.

       FD ENCARGOSCR-ANT.
       01 REG-ENCARGOSCR-ANT       PIC X(58).

       FD ENCARGOSCR.
           COPY ENCARGOCR.

       FD CONTRATOS-ANT.
       01 REG-CONTRATOS-ANT.
           03 ANT-NUM-CONTRATO         PIC X(06).
           03 FILLER                   PIC X(28).

       FD CONTRATOS.
           COPY CONTRATO.

       FD BACKORDERS-ANT.
       01 REG-BACKORDERS-ANT.
           03 ANT-CHAVE-BACKORDER      PIC X(09).
           03 FILLER                   PIC X(30).

       FD BACKORDERS.
           COPY BACKORDER.

       FD COTACOES-ANT.
       01 REG-COTACOES-ANT.
           03 ANT-NUM-COTACAO          PIC X(06).
           03 FILLER                   PIC X(246).

       FD COTACOES.
           COPY COTACAO.

       FD DEVOLUCOES-ANT.
       01 REG-DEVOLUCOES-ANT.
           03 ANT-NUM-NOTA-CREDITO     PIC X(06).
           03 FILLER                   PIC X(152).

       FD DEVOLUCOES.
           COPY DEVOLUCAO.

       FD VENDASPERDIDAS-ANT.
       01 REG-VENDASPERDIDAS-ANT   PIC X(29).

       FD VENDASPERDIDAS.
           COPY VENDAPERDIDA.

       FD PRECOSCLIENTE-ANT.
       01 REG-PRECOSCLIENTE-ANT.
           03 ANT-CHAVE-PRECO-CLI      PIC X(14).
           03 FILLER                   PIC X(09).

       FD PRECOSCLIENTE.
           COPY PRECOCLIENTE.

       FD PRECOSFUTUROS-ANT.
       01 REG-PRECOSFUTUROS-ANT.
           03 ANT-CHAVE-PRECO-FUT      PIC X(11).
           03 FILLER                   PIC X(10).

       FD PRECOSFUTUROS.
           COPY PRECOFUTURO.

       FD LIVROCAIXA-ANT.
       01 REG-LIVROCAIXA-ANT       PIC X(33).

       FD LIVROCAIXA.
           COPY LIVROCAIXA.

       FD SALDOSDEPOSITO-ANT.
       01 REG-SALDOSDEPOSITO-ANT.
           03 ANT-CHAVE-SALDO-DEP      PIC X(05).
           03 FILLER                   PIC X(09).

       FD SALDOSDEPOSITO.
           COPY SALDODEPOSITO.

       FD NIVEISDEPOSITO-ANT.
       01 REG-NIVEISDEPOSITO-ANT.
           03 ANT-CHAVE-NIVEL-DEP      PIC X(05).
           03 FILLER                   PIC X(18).

       FD NIVEISDEPOSITO.
           COPY NIVELDEPOSITO.

       FD TRANSITO-ANT.
       01 REG-TRANSITO-ANT.
           03 ANT-NUM-TRANSITO         PIC X(06).
           03 FILLER                   PIC X(33).

       FD TRANSITO.
           COPY TRANSITO.

       FD LOTESESTOQUE-ANT.
       01 REG-LOTESESTOQUE-ANT.
           03 ANT-CHAVE-LOTE-EST       PIC X(21).
           03 FILLER                   PIC X(09).

       FD LOTESESTOQUE.
           COPY LOTEESTOQUE.

       FD KITS-ANT.
       01 REG-KITS-ANT.
           03 ANT-CHAVE-KIT            PIC X(06).
           03 FILLER                   PIC X(05).

       FD KITS.
           COPY KITPRODUTO.

       FD CUSTOHIST-ANT.
       01 REG-CUSTOHIST-ANT        PIC X(56).

       FD CUSTOHIST.
           COPY CUSTOHIST.

       FD SALDOSPERIODO-ANT.
       01 REG-SALDOSPERIODO-ANT    PIC X(49).

       FD SALDOSPERIODO.
           COPY SALDOPERIODO.

       FD ORDENSCOMPRA-ANT.
       01 REG-ORDENSCOMPRA-ANT.
           03 ANT-NUM-ORDEM            PIC X(06).
           03 FILLER                   PIC X(263).

       FD ORDENSCOMPRA.
           COPY ORDEMCOMPRA.

       FD COTACOESFORN-ANT.
       01 REG-COTACOESFORN-ANT.
           03 ANT-CHAVE-COTACAO-FORN   PIC X(06).
           03 FILLER                   PIC X(20).

       FD COTACOESFORN.
           COPY COTACAOFORN.

       FD INSPECOES-ANT.
       01 REG-INSPECOES-ANT.
           03 ANT-NUM-INSPECAO         PIC X(06).
           03 FILLER                   PIC X(58).

       FD INSPECOES.
           COPY INSPECAO.

       FD JORNALPRODUTOS-ANT.
       01 REG-JORNALPRODUTOS-ANT   PIC X(424).

       FD JORNALPRODUTOS.
           COPY JORNAL.

       FD CONTAGENS-ANT.
       01 REG-CONTAGENS-ANT.
           03 ANT-COD-PRODUTO-CTG      PIC X(03).
           03 FILLER                   PIC X(48).

       FD CONTAGENS.
       01 REG-CONTAGEM.
           03 COD-PRODUTO-CTG      PIC 9(05).
           03 NOME-PRODUTO-CTG     PIC X(20).
           03 QTDE-LIVRO-CTG       PIC 9(09).
           03 CONTAGEM-1           PIC 9(09).
           03 CONTAGEM-2           PIC 9(09).
           03 STATUS-CONTAGEM      PIC X.
               88 CONTAGEM-PENDENTE    VALUE 'P'.
               88 CONTAGEM-UNICA       VALUE '1'.
               88 CONTAGEM-RECONTAR    VALUE 'R'.
               88 CONTAGEM-CONFIRMADA  VALUE 'C'.
               88 CONTAGEM-AJUSTADA    VALUE 'A'.

       FD AJUSTESPENDENTES-ANT.
       01 REG-AJUSTESPENDENTES-ANT PIC X(24).

       FD AJUSTESPENDENTES.
           COPY AJUSTEPENDENTE.

       FD LOGPRECOS-ANT.
       01 REG-LOGPRECOS-ANT        PIC X(29).

       FD LOGPRECOS.
       01 REG-LOG-PRECO.
           03 LOG-COD-PRODUTO-PRE  PIC 9(05).
           03 LOG-DATA-APLICACAO   PIC 9(08).
           03 LOG-PRECO-ANTIGO     PIC 9(07)V99.
           03 LOG-PRECO-NOVO       PIC 9(07)V99.

       FD RESUMOMOV-ANT.
       01 REG-RESUMOMOV-ANT        PIC X(31).

       FD RESUMOMOV.
       01 REG-RESUMO-MOV.
           03 COD-PRODUTO-RES      PIC 9(05).
           03 PERIODO-RES          PIC 9(06).
           03 TOTAL-ENTRADAS-RES   PIC 9(11).
           03 TOTAL-SAIDAS-RES     PIC 9(11).

       FD AUDITORIA-ANT.
       01 REG-AUDITORIA-ANT        PIC X(448).

       FD AUDITORIA.
           COPY AUDITMESTRE.

       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-FS-ANT              PIC 99 VALUE 0.
       77 WS-FS-NOVO             PIC 99 VALUE 0.
       77 WS-EOF                 PIC 99 VALUE 0.
       77 WS-OPCAO               PIC 99 VALUE 0.
       77 WS-IDX-ARQ             PIC 99 VALUE 0.
       77 WS-QTDE-ARQUIVOS       PIC 99 VALUE 34.
       77 WS-IDX-POS             PIC 99 VALUE 0.
       77 WS-COL-MENU            PIC 9 VALUE 0.
       77 WS-PTR-ANT             PIC 9(03) VALUE 0.
       77 WS-PTR-NOVO            PIC 9(03) VALUE 0.
       77 WS-TAM-TRECHO          PIC 9(03) VALUE 0.
       77 WS-TAM-NOVO            PIC 9(03) VALUE 0.
       77 WS-NOME-ARQ-ANTIGO     PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-NOVO       PIC X(60) VALUE SPACES.
       77 WS-ARQUIVO-ATUAL       PIC X(20) VALUE SPACES.
       77 WS-ARQ-ABERTO          PIC X VALUE 'N'.
       77 WS-LIDOS               PIC 9(07) VALUE 0.
       77 WS-GRAVADOS            PIC 9(07) VALUE 0.
       77 WS-REJEITADOS          PIC 9(07) VALUE 0.
       77 WS-RELIDOS             PIC 9(07) VALUE 0.
       77 WS-ARQ-CONFERIDOS      PIC 99 VALUE 0.
       77 WS-ARQ-DIVERGENTES     PIC 99 VALUE 0.
       77 WS-ARQ-AUSENTES        PIC 99 VALUE 0.
       77 WS-IMAGEM-JRN          PIC X(200) VALUE SPACES.
       77 WS-REG-ANTIGO          PIC X(600) VALUE SPACES.
       77 WS-REG-NOVO            PIC X(600) VALUE SPACES.
       77 WS-LINHA-MENU          PIC X(72) VALUE SPACES.

       01 WS-ITEM-MENU.
           03 WS-ITEM-NUM         PIC Z9.
           03 FILLER              PIC X VALUE '-'.
           03 WS-ITEM-NOME        PIC X(21).

      * One entry per data file that predates the five-digit codes:
      * name, production (three-digit) record length and the 1-based
      * positions, in that record, of each product or customer code
      * that now takes five digits. Files created after the codes
      * were widened are written in the new layout and are not here.
      * AUDITORIA has no code positions: its before/after images were
      * widened to hold the longer records and are only space-padded.
       01 WS-TABELA-ARQUIVOS-DADOS.
           03 FILLER PIC X(20) VALUE 'PRODUTOS'.
           03 FILLER PIC 9(03) VALUE 113.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'CLIENTES'.
           03 FILLER PIC 9(03) VALUE 112.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'MOVIMENTO'.
           03 FILLER PIC 9(03) VALUE 56.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'PEDIDOS'.
           03 FILLER PIC 9(03) VALUE 24.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'PEDIDOSVENDA'.
           03 FILLER PIC 9(03) VALUE 176.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC X(33)
               VALUE '007024036048060072084096108120132'.
           03 FILLER PIC X(20) VALUE 'FATURAS'.
           03 FILLER PIC 9(03) VALUE 50.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '013'.
           03 FILLER PIC X(20) VALUE 'FATURASLINHAS'.
           03 FILLER PIC 9(03) VALUE 55.
           03 FILLER PIC 9(02) VALUE 2.
           03 FILLER PIC X(33) VALUE '013024'.
           03 FILLER PIC X(20) VALUE 'CONTASRECEBER'.
           03 FILLER PIC 9(03) VALUE 46.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '007'.
           03 FILLER PIC X(20) VALUE 'RECEBIMENTOSCR'.
           03 FILLER PIC 9(03) VALUE 31.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '007'.
           03 FILLER PIC X(20) VALUE 'ENCARGOSCR'.
           03 FILLER PIC 9(03) VALUE 58.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '007'.
           03 FILLER PIC X(20) VALUE 'CONTRATOS'.
           03 FILLER PIC 9(03) VALUE 34.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '007'.
           03 FILLER PIC X(20) VALUE 'BACKORDERS'.
           03 FILLER PIC 9(03) VALUE 39.
           03 FILLER PIC 9(02) VALUE 2.
           03 FILLER PIC X(33) VALUE '007010'.
           03 FILLER PIC X(20) VALUE 'COTACOES'.
           03 FILLER PIC 9(03) VALUE 252.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC X(33)
               VALUE '007043064085106127148169190211232'.
           03 FILLER PIC X(20) VALUE 'DEVOLUCOES'.
           03 FILLER PIC 9(03) VALUE 158.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC X(33)
               VALUE '013039051063075087099111123135147'.
           03 FILLER PIC X(20) VALUE 'VENDASPERDIDAS'.
           03 FILLER PIC 9(03) VALUE 29.
           03 FILLER PIC 9(02) VALUE 2.
           03 FILLER PIC X(33) VALUE '001013'.
           03 FILLER PIC X(20) VALUE 'PRECOSCLIENTE'.
           03 FILLER PIC 9(03) VALUE 23.
           03 FILLER PIC 9(02) VALUE 2.
           03 FILLER PIC X(33) VALUE '001004'.
           03 FILLER PIC X(20) VALUE 'PRECOSFUTUROS'.
           03 FILLER PIC 9(03) VALUE 21.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'LIVROCAIXA'.
           03 FILLER PIC 9(03) VALUE 33.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '016'.
           03 FILLER PIC X(20) VALUE 'SALDOSDEPOSITO'.
           03 FILLER PIC 9(03) VALUE 14.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '003'.
           03 FILLER PIC X(20) VALUE 'NIVEISDEPOSITO'.
           03 FILLER PIC 9(03) VALUE 23.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '003'.
           03 FILLER PIC X(20) VALUE 'TRANSITO'.
           03 FILLER PIC 9(03) VALUE 39.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '011'.
           03 FILLER PIC X(20) VALUE 'LOTESESTOQUE'.
           03 FILLER PIC 9(03) VALUE 30.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'KITS'.
           03 FILLER PIC 9(03) VALUE 11.
           03 FILLER PIC 9(02) VALUE 2.
           03 FILLER PIC X(33) VALUE '001004'.
           03 FILLER PIC X(20) VALUE 'CUSTOHIST'.
           03 FILLER PIC 9(03) VALUE 56.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'SALDOSPERIODO'.
           03 FILLER PIC 9(03) VALUE 49.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '007'.
           03 FILLER PIC X(20) VALUE 'ORDENSCOMPRA'.
           03 FILLER PIC 9(03) VALUE 269.
           03 FILLER PIC 9(02) VALUE 10.
           03 FILLER PIC X(33)
               VALUE '060081102123144165186207228249'.
           03 FILLER PIC X(20) VALUE 'COTACOESFORN'.
           03 FILLER PIC 9(03) VALUE 26.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'INSPECOES'.
           03 FILLER PIC 9(03) VALUE 64.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '016'.
           03 FILLER PIC X(20) VALUE 'JORNALPRODUTOS'.
           03 FILLER PIC 9(03) VALUE 424.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '008'.
           03 FILLER PIC X(20) VALUE 'CONTAGENS'.
           03 FILLER PIC 9(03) VALUE 51.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'AJUSTESPENDENTES'.
           03 FILLER PIC 9(03) VALUE 24.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'LOGPRECOS'.
           03 FILLER PIC 9(03) VALUE 29.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'RESUMOMOV'.
           03 FILLER PIC 9(03) VALUE 31.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC X(33) VALUE '001'.
           03 FILLER PIC X(20) VALUE 'AUDITORIA'.
           03 FILLER PIC 9(03) VALUE 448.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC X(33) VALUE SPACES.

       01 WS-TABELA-ARQUIVOS REDEFINES WS-TABELA-ARQUIVOS-DADOS.
           03 WS-ARQ-ENTRADA OCCURS 34 TIMES.
               05 WS-ARQ-NOME          PIC X(20).
               05 WS-ARQ-TAM-ANT       PIC 9(03).
               05 WS-ARQ-QTDE-POS      PIC 9(02).
               05 WS-ARQ-POSICAO       PIC 9(03) OCCURS 11 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO DOS CODIGOS DE PRODUTO E CLIENTE PARA 5 "
      -        "DIGITOS"
           DISPLAY "ANTES DE EXECUTAR, RENOMEIE CADA ARQUIVO ANTIGO P"
      -        "ARA A EXTENSAO .ANT (EX: PRODUTOS.ANT)"
           PERFORM 1000-MOSTRAR-ARQUIVOS
           DISPLAY " 0-TODOS"
           ACCEPT WS-OPCAO

           PERFORM 0950-RESOLVER-AMBIENTE

           IF WS-OPCAO EQUAL 0
               PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                       UNTIL WS-IDX-ARQ GREATER WS-QTDE-ARQUIVOS
                   PERFORM 2000-CONVERTER-UM-ARQUIVO
               END-PERFORM
           ELSE
               IF WS-OPCAO NOT GREATER WS-QTDE-ARQUIVOS
                   MOVE WS-OPCAO TO WS-IDX-ARQ
                   PERFORM 2000-CONVERTER-UM-ARQUIVO
               ELSE
                   DISPLAY "OPCAO INVALIDA"
               END-IF
           END-IF

           DISPLAY "ARQUIVOS CONFERIDOS: " WS-ARQ-CONFERIDOS
               "  COM DIVERGENCIA: " WS-ARQ-DIVERGENTES
               "  NAO ENCONTRADOS: " WS-ARQ-AUSENTES

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME.

       1000-MOSTRAR-ARQUIVOS.
           MOVE SPACES TO WS-LINHA-MENU
           MOVE 0 TO WS-COL-MENU

           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ GREATER WS-QTDE-ARQUIVOS
               ADD 1 TO WS-COL-MENU
               MOVE WS-IDX-ARQ TO WS-ITEM-NUM
               MOVE WS-ARQ-NOME(WS-IDX-ARQ) TO WS-ITEM-NOME
               COMPUTE WS-PTR-NOVO = (WS-COL-MENU - 1) * 24 + 1
               MOVE WS-ITEM-MENU TO WS-LINHA-MENU(WS-PTR-NOVO:24)
               IF WS-COL-MENU EQUAL 3
                   DISPLAY WS-LINHA-MENU
                   MOVE SPACES TO WS-LINHA-MENU
                   MOVE 0 TO WS-COL-MENU
               END-IF
           END-PERFORM

           IF WS-COL-MENU GREATER 0
               DISPLAY WS-LINHA-MENU
           END-IF.

       2000-CONVERTER-UM-ARQUIVO.
           MOVE WS-ARQ-NOME(WS-IDX-ARQ) TO WS-ARQUIVO-ATUAL

           MOVE SPACES TO WS-NOME-ARQ-ANTIGO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               WS-ARQUIVO-ATUAL DELIMITED BY SPACE
               '.ANT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-ANTIGO

           MOVE SPACES TO WS-NOME-ARQ-NOVO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               WS-ARQUIVO-ATUAL DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO WS-NOME-ARQ-NOVO

           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-GRAVADOS
           MOVE 0 TO WS-REJEITADOS
           MOVE 0 TO WS-RELIDOS
           MOVE 'N' TO WS-ARQ-ABERTO

           EVALUATE WS-IDX-ARQ
               WHEN 1
                   PERFORM 3010-CONV-PRODUTOS
               WHEN 2
                   PERFORM 3020-CONV-CLIENTES
               WHEN 3
                   PERFORM 3030-CONV-MOVIMENTO
               WHEN 4
                   PERFORM 3040-CONV-PEDIDOS
               WHEN 5
                   PERFORM 3050-CONV-PEDIDOSVENDA
               WHEN 6
                   PERFORM 3060-CONV-FATURAS
               WHEN 7
                   PERFORM 3070-CONV-FATURASLINHAS
               WHEN 8
                   PERFORM 3080-CONV-CONTASRECEBER
               WHEN 9
                   PERFORM 3090-CONV-RECEBIMENTOSCR
               WHEN 10
                   PERFORM 3100-CONV-ENCARGOSCR
               WHEN 11
                   PERFORM 3110-CONV-CONTRATOS
               WHEN 12
                   PERFORM 3120-CONV-BACKORDERS
               WHEN 13
                   PERFORM 3130-CONV-COTACOES
               WHEN 14
                   PERFORM 3140-CONV-DEVOLUCOES
               WHEN 15
                   PERFORM 3150-CONV-VENDASPERDIDAS
               WHEN 16
                   PERFORM 3160-CONV-PRECOSCLIENTE
               WHEN 17
                   PERFORM 3170-CONV-PRECOSFUTUROS
               WHEN 18
                   PERFORM 3180-CONV-LIVROCAIXA
               WHEN 19
                   PERFORM 3190-CONV-SALDOSDEPOSITO
               WHEN 20
                   PERFORM 3200-CONV-NIVEISDEPOSITO
               WHEN 21
                   PERFORM 3210-CONV-TRANSITO
               WHEN 22
                   PERFORM 3220-CONV-LOTESESTOQUE
               WHEN 23
                   PERFORM 3230-CONV-KITS
               WHEN 24
                   PERFORM 3240-CONV-CUSTOHIST
               WHEN 25
                   PERFORM 3250-CONV-SALDOSPERIODO
               WHEN 26
                   PERFORM 3260-CONV-ORDENSCOMPRA
               WHEN 27
                   PERFORM 3270-CONV-COTACOESFORN
               WHEN 28
                   PERFORM 3280-CONV-INSPECOES
               WHEN 29
                   PERFORM 3290-CONV-JORNALPRODUTOS
               WHEN 30
                   PERFORM 3300-CONV-CONTAGENS
               WHEN 31
                   PERFORM 3310-CONV-AJUSTESPENDENTES
               WHEN 32
                   PERFORM 3320-CONV-LOGPRECOS
               WHEN 33
                   PERFORM 3330-CONV-RESUMOMOV
               WHEN 34
                   PERFORM 3340-CONV-AUDITORIA
           END-EVALUATE

           IF WS-ARQ-ABERTO EQUAL 'S'
               PERFORM 2900-CONFERIR-CONTAGENS
           END-IF.

       2100-AVISAR-ANTIGO-AUSENTE.
           DISPLAY WS-ARQUIVO-ATUAL ": " WS-NOME-ARQ-ANTIGO
               " NAO ABERTO - FILE STATUS: " WS-FS-ANT
           ADD 1 TO WS-ARQ-AUSENTES.

       2200-AVISAR-NOVO-NAO-CRIADO.
           DISPLAY WS-ARQUIVO-ATUAL ": " WS-NOME-ARQ-NOVO
               " NAO CRIADO - FILE STATUS: " WS-FS-NOVO
           ADD 1 TO WS-ARQ-DIVERGENTES.

       2900-CONFERIR-CONTAGENS.
           DISPLAY WS-ARQUIVO-ATUAL " LIDOS: " WS-LIDOS
               " GRAVADOS: " WS-GRAVADOS " REJEITADOS: " WS-REJEITADOS
           DISPLAY WS-ARQUIVO-ATUAL " RELIDOS DO ARQUIVO NOVO: "
               WS-RELIDOS

           IF WS-LIDOS EQUAL WS-GRAVADOS
              AND WS-GRAVADOS EQUAL WS-RELIDOS
               ADD 1 TO WS-ARQ-CONFERIDOS
           ELSE
               ADD 1 TO WS-ARQ-DIVERGENTES
               DISPLAY "*** " WS-ARQUIVO-ATUAL
                   ": CONTAGENS NAO CONFEREM - MANTENHA O .ANT E "
                   "REPITA A CONVERSAO DESTE ARQUIVO"
           END-IF.

       3010-CONV-PRODUTOS.
           OPEN INPUT PRODUTOS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT PRODUTOS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRODUTOS-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-PRODUTOS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-PRODUTO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-PRODUTO(1:WS-TAM-NOVO)
                               WRITE REG-PRODUTO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE PRODUTOS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT PRODUTOS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRODUTOS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE PRODUTOS
               END-IF

               CLOSE PRODUTOS-ANT
           END-IF.

       3020-CONV-CLIENTES.
           OPEN INPUT CLIENTES-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT CLIENTES

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CLIENTES-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-CLIENTES-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-CLIENTE
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-CLIENTE(1:WS-TAM-NOVO)
                               WRITE REG-CLIENTE
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTES

                   MOVE 0 TO WS-EOF
                   OPEN INPUT CLIENTES
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CLIENTES
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTES
               END-IF

               CLOSE CLIENTES-ANT
           END-IF.

       3030-CONV-MOVIMENTO.
           OPEN INPUT MOVIMENTO-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT MOVIMENTO

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MOVIMENTO-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-MOVIMENTO-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-MOVIMENTO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-MOVIMENTO(1:WS-TAM-NOVO)
                               WRITE REG-MOVIMENTO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMENTO

                   MOVE 0 TO WS-EOF
                   OPEN INPUT MOVIMENTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MOVIMENTO
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMENTO
               END-IF

               CLOSE MOVIMENTO-ANT
           END-IF.

       3040-CONV-PEDIDOS.
           OPEN INPUT PEDIDOS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT PEDIDOS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PEDIDOS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-PEDIDOS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-PEDIDO-COMPRA
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-PEDIDO-COMPRA(1:WS-TAM-NOVO)
                               WRITE REG-PEDIDO-COMPRA
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT PEDIDOS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PEDIDOS
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS
               END-IF

               CLOSE PEDIDOS-ANT
           END-IF.

       3050-CONV-PEDIDOSVENDA.
           OPEN INPUT PEDIDOSVENDA-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT PEDIDOSVENDA

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PEDIDOSVENDA-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-PEDIDOSVENDA-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-PEDIDO-VENDA
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-PEDIDO-VENDA(1:WS-TAM-NOVO)
                               WRITE REG-PEDIDO-VENDA
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOSVENDA

                   MOVE 0 TO WS-EOF
                   OPEN INPUT PEDIDOSVENDA
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PEDIDOSVENDA NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOSVENDA
               END-IF

               CLOSE PEDIDOSVENDA-ANT
           END-IF.

       3060-CONV-FATURAS.
           OPEN INPUT FATURAS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT FATURAS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ FATURAS-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-FATURAS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-FATURA
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-FATURA(1:WS-TAM-NOVO)
                               WRITE REG-FATURA
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE FATURAS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT FATURAS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ FATURAS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE FATURAS
               END-IF

               CLOSE FATURAS-ANT
           END-IF.

       3070-CONV-FATURASLINHAS.
           OPEN INPUT FATURASLINHAS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT FATURASLINHAS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ FATURASLINHAS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-FATURASLINHAS-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-FATURA-LINHA
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-FATURA-LINHA(1:WS-TAM-NOVO)
                               WRITE REG-FATURA-LINHA
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE FATURASLINHAS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT FATURASLINHAS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ FATURASLINHAS
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE FATURASLINHAS
               END-IF

               CLOSE FATURASLINHAS-ANT
           END-IF.

       3080-CONV-CONTASRECEBER.
           OPEN INPUT CONTASRECEBER-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT CONTASRECEBER

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTASRECEBER-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-CONTASRECEBER-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-CONTA-RECEBER
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-CONTA-RECEBER(1:WS-TAM-NOVO)
                               WRITE REG-CONTA-RECEBER
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE CONTASRECEBER

                   MOVE 0 TO WS-EOF
                   OPEN INPUT CONTASRECEBER
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTASRECEBER NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE CONTASRECEBER
               END-IF

               CLOSE CONTASRECEBER-ANT
           END-IF.

       3090-CONV-RECEBIMENTOSCR.
           OPEN INPUT RECEBIMENTOSCR-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT RECEBIMENTOSCR

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ RECEBIMENTOSCR-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-RECEBIMENTOSCR-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-RECEBIMENTO-CR
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-RECEBIMENTO-CR(1:WS-TAM-NOVO)
                               WRITE REG-RECEBIMENTO-CR
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE RECEBIMENTOSCR

                   MOVE 0 TO WS-EOF
                   OPEN INPUT RECEBIMENTOSCR
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ RECEBIMENTOSCR
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE RECEBIMENTOSCR
               END-IF

               CLOSE RECEBIMENTOSCR-ANT
           END-IF.

       3100-CONV-ENCARGOSCR.
           OPEN INPUT ENCARGOSCR-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT ENCARGOSCR

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ENCARGOSCR-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-ENCARGOSCR-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-ENCARGO-CR
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-ENCARGO-CR(1:WS-TAM-NOVO)
                               WRITE REG-ENCARGO-CR
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE ENCARGOSCR

                   MOVE 0 TO WS-EOF
                   OPEN INPUT ENCARGOSCR
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ENCARGOSCR
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE ENCARGOSCR
               END-IF

               CLOSE ENCARGOSCR-ANT
           END-IF.

       3110-CONV-CONTRATOS.
           OPEN INPUT CONTRATOS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT CONTRATOS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTRATOS-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-CONTRATOS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-CONTRATO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-CONTRATO(1:WS-TAM-NOVO)
                               WRITE REG-CONTRATO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT CONTRATOS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTRATOS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS
               END-IF

               CLOSE CONTRATOS-ANT
           END-IF.

       3120-CONV-BACKORDERS.
           OPEN INPUT BACKORDERS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT BACKORDERS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ BACKORDERS-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-BACKORDERS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-BACKORDER
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-BACKORDER(1:WS-TAM-NOVO)
                               WRITE REG-BACKORDER
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE BACKORDERS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT BACKORDERS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ BACKORDERS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE BACKORDERS
               END-IF

               CLOSE BACKORDERS-ANT
           END-IF.

       3130-CONV-COTACOES.
           OPEN INPUT COTACOES-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT COTACOES

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ COTACOES-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-COTACOES-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-COTACAO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-COTACAO(1:WS-TAM-NOVO)
                               WRITE REG-COTACAO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE COTACOES

                   MOVE 0 TO WS-EOF
                   OPEN INPUT COTACOES
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ COTACOES NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE COTACOES
               END-IF

               CLOSE COTACOES-ANT
           END-IF.

       3140-CONV-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT DEVOLUCOES

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ DEVOLUCOES-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-DEVOLUCOES-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-DEVOLUCAO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-DEVOLUCAO(1:WS-TAM-NOVO)
                               WRITE REG-DEVOLUCAO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE DEVOLUCOES

                   MOVE 0 TO WS-EOF
                   OPEN INPUT DEVOLUCOES
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ DEVOLUCOES NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE DEVOLUCOES
               END-IF

               CLOSE DEVOLUCOES-ANT
           END-IF.

       3150-CONV-VENDASPERDIDAS.
           OPEN INPUT VENDASPERDIDAS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT VENDASPERDIDAS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ VENDASPERDIDAS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-VENDASPERDIDAS-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-VENDA-PERDIDA
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-VENDA-PERDIDA(1:WS-TAM-NOVO)
                               WRITE REG-VENDA-PERDIDA
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE VENDASPERDIDAS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT VENDASPERDIDAS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ VENDASPERDIDAS
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE VENDASPERDIDAS
               END-IF

               CLOSE VENDASPERDIDAS-ANT
           END-IF.

       3160-CONV-PRECOSCLIENTE.
           OPEN INPUT PRECOSCLIENTE-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT PRECOSCLIENTE

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRECOSCLIENTE-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-PRECOSCLIENTE-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-PRECO-CLIENTE
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-PRECO-CLIENTE(1:WS-TAM-NOVO)
                               WRITE REG-PRECO-CLIENTE
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE PRECOSCLIENTE

                   MOVE 0 TO WS-EOF
                   OPEN INPUT PRECOSCLIENTE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRECOSCLIENTE NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE PRECOSCLIENTE
               END-IF

               CLOSE PRECOSCLIENTE-ANT
           END-IF.

       3170-CONV-PRECOSFUTUROS.
           OPEN INPUT PRECOSFUTUROS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT PRECOSFUTUROS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRECOSFUTUROS-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-PRECOSFUTUROS-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-PRECO-FUTURO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-PRECO-FUTURO(1:WS-TAM-NOVO)
                               WRITE REG-PRECO-FUTURO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE PRECOSFUTUROS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT PRECOSFUTUROS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRECOSFUTUROS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE PRECOSFUTUROS
               END-IF

               CLOSE PRECOSFUTUROS-ANT
           END-IF.

       3180-CONV-LIVROCAIXA.
           OPEN INPUT LIVROCAIXA-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT LIVROCAIXA

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LIVROCAIXA-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-LIVROCAIXA-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-LIVRO-CAIXA
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-LIVRO-CAIXA(1:WS-TAM-NOVO)
                               WRITE REG-LIVRO-CAIXA
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE LIVROCAIXA

                   MOVE 0 TO WS-EOF
                   OPEN INPUT LIVROCAIXA
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LIVROCAIXA
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE LIVROCAIXA
               END-IF

               CLOSE LIVROCAIXA-ANT
           END-IF.

       3190-CONV-SALDOSDEPOSITO.
           OPEN INPUT SALDOSDEPOSITO-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT SALDOSDEPOSITO

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ SALDOSDEPOSITO-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-SALDOSDEPOSITO-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-SALDO-DEPOSITO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-SALDO-DEPOSITO(1:WS-TAM-NOVO)
                               WRITE REG-SALDO-DEPOSITO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE SALDOSDEPOSITO

                   MOVE 0 TO WS-EOF
                   OPEN INPUT SALDOSDEPOSITO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ SALDOSDEPOSITO NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE SALDOSDEPOSITO
               END-IF

               CLOSE SALDOSDEPOSITO-ANT
           END-IF.

       3200-CONV-NIVEISDEPOSITO.
           OPEN INPUT NIVEISDEPOSITO-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT NIVEISDEPOSITO

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ NIVEISDEPOSITO-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-NIVEISDEPOSITO-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-NIVEL-DEPOSITO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-NIVEL-DEPOSITO(1:WS-TAM-NOVO)
                               WRITE REG-NIVEL-DEPOSITO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE NIVEISDEPOSITO

                   MOVE 0 TO WS-EOF
                   OPEN INPUT NIVEISDEPOSITO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ NIVEISDEPOSITO NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE NIVEISDEPOSITO
               END-IF

               CLOSE NIVEISDEPOSITO-ANT
           END-IF.

       3210-CONV-TRANSITO.
           OPEN INPUT TRANSITO-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT TRANSITO

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ TRANSITO-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-TRANSITO-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-TRANSITO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-TRANSITO(1:WS-TAM-NOVO)
                               WRITE REG-TRANSITO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE TRANSITO

                   MOVE 0 TO WS-EOF
                   OPEN INPUT TRANSITO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ TRANSITO NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE TRANSITO
               END-IF

               CLOSE TRANSITO-ANT
           END-IF.

       3220-CONV-LOTESESTOQUE.
           OPEN INPUT LOTESESTOQUE-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT LOTESESTOQUE

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LOTESESTOQUE-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-LOTESESTOQUE-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-LOTE-ESTOQUE
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-LOTE-ESTOQUE(1:WS-TAM-NOVO)
                               WRITE REG-LOTE-ESTOQUE
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE LOTESESTOQUE

                   MOVE 0 TO WS-EOF
                   OPEN INPUT LOTESESTOQUE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LOTESESTOQUE NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE LOTESESTOQUE
               END-IF

               CLOSE LOTESESTOQUE-ANT
           END-IF.

       3230-CONV-KITS.
           OPEN INPUT KITS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT KITS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ KITS-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-KITS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-KIT
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-KIT(1:WS-TAM-NOVO)
                               WRITE REG-KIT
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE KITS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT KITS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ KITS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE KITS
               END-IF

               CLOSE KITS-ANT
           END-IF.

       3240-CONV-CUSTOHIST.
           OPEN INPUT CUSTOHIST-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT CUSTOHIST

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CUSTOHIST-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-CUSTOHIST-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-CUSTO-HIST
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-CUSTO-HIST(1:WS-TAM-NOVO)
                               WRITE REG-CUSTO-HIST
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOHIST

                   MOVE 0 TO WS-EOF
                   OPEN INPUT CUSTOHIST
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CUSTOHIST
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOHIST
               END-IF

               CLOSE CUSTOHIST-ANT
           END-IF.

       3250-CONV-SALDOSPERIODO.
           OPEN INPUT SALDOSPERIODO-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT SALDOSPERIODO

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ SALDOSPERIODO-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-SALDOSPERIODO-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-SALDO-PERIODO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-SALDO-PERIODO(1:WS-TAM-NOVO)
                               WRITE REG-SALDO-PERIODO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE SALDOSPERIODO

                   MOVE 0 TO WS-EOF
                   OPEN INPUT SALDOSPERIODO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ SALDOSPERIODO
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE SALDOSPERIODO
               END-IF

               CLOSE SALDOSPERIODO-ANT
           END-IF.

       3260-CONV-ORDENSCOMPRA.
           OPEN INPUT ORDENSCOMPRA-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT ORDENSCOMPRA

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ORDENSCOMPRA-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-ORDENSCOMPRA-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-ORDEM-COMPRA
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-ORDEM-COMPRA(1:WS-TAM-NOVO)
                               WRITE REG-ORDEM-COMPRA
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE ORDENSCOMPRA

                   MOVE 0 TO WS-EOF
                   OPEN INPUT ORDENSCOMPRA
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ORDENSCOMPRA NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE ORDENSCOMPRA
               END-IF

               CLOSE ORDENSCOMPRA-ANT
           END-IF.

       3270-CONV-COTACOESFORN.
           OPEN INPUT COTACOESFORN-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT COTACOESFORN

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ COTACOESFORN-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-COTACOESFORN-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-COTACAO-FORN
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-COTACAO-FORN(1:WS-TAM-NOVO)
                               WRITE REG-COTACAO-FORN
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE COTACOESFORN

                   MOVE 0 TO WS-EOF
                   OPEN INPUT COTACOESFORN
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ COTACOESFORN NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE COTACOESFORN
               END-IF

               CLOSE COTACOESFORN-ANT
           END-IF.

       3280-CONV-INSPECOES.
           OPEN INPUT INSPECOES-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT INSPECOES

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ INSPECOES-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-INSPECOES-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-INSPECAO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-INSPECAO(1:WS-TAM-NOVO)
                               WRITE REG-INSPECAO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE INSPECOES

                   MOVE 0 TO WS-EOF
                   OPEN INPUT INSPECOES
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ INSPECOES NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE INSPECOES
               END-IF

               CLOSE INSPECOES-ANT
           END-IF.

       3290-CONV-JORNALPRODUTOS.
           OPEN INPUT JORNALPRODUTOS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT JORNALPRODUTOS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ JORNALPRODUTOS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-JORNALPRODUTOS-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-JORNAL
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-JORNAL(1:WS-TAM-NOVO)
                               PERFORM 5100-ALARGAR-IMAGENS
                               WRITE REG-JORNAL
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE JORNALPRODUTOS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT JORNALPRODUTOS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ JORNALPRODUTOS
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE JORNALPRODUTOS
               END-IF

               CLOSE JORNALPRODUTOS-ANT
           END-IF.

       3300-CONV-CONTAGENS.
           OPEN INPUT CONTAGENS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT CONTAGENS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTAGENS-ANT NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-CONTAGENS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-CONTAGEM
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-CONTAGEM(1:WS-TAM-NOVO)
                               WRITE REG-CONTAGEM
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE CONTAGENS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT CONTAGENS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTAGENS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE CONTAGENS
               END-IF

               CLOSE CONTAGENS-ANT
           END-IF.

       3310-CONV-AJUSTESPENDENTES.
           OPEN INPUT AJUSTESPENDENTES-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT AJUSTESPENDENTES

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ AJUSTESPENDENTES-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-AJUSTESPENDENTES-ANT TO
                                   WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-AJUSTE-PENDENTE
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-AJUSTE-PENDENTE(1:WS-TAM-NOVO)
                               WRITE REG-AJUSTE-PENDENTE
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE AJUSTESPENDENTES

                   MOVE 0 TO WS-EOF
                   OPEN INPUT AJUSTESPENDENTES
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ AJUSTESPENDENTES
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE AJUSTESPENDENTES
               END-IF

               CLOSE AJUSTESPENDENTES-ANT
           END-IF.

       3320-CONV-LOGPRECOS.
           OPEN INPUT LOGPRECOS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT LOGPRECOS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LOGPRECOS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-LOGPRECOS-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-LOG-PRECO
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-LOG-PRECO(1:WS-TAM-NOVO)
                               WRITE REG-LOG-PRECO
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE LOGPRECOS

                   MOVE 0 TO WS-EOF
                   OPEN INPUT LOGPRECOS
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LOGPRECOS
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE LOGPRECOS
               END-IF

               CLOSE LOGPRECOS-ANT
           END-IF.

       3330-CONV-RESUMOMOV.
           OPEN INPUT RESUMOMOV-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT RESUMOMOV

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ RESUMOMOV-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE REG-RESUMOMOV-ANT TO WS-REG-ANTIGO
                               PERFORM 5000-ALARGAR-CODIGOS
                               INITIALIZE REG-RESUMO-MOV
                               MOVE WS-REG-NOVO(1:WS-TAM-NOVO) TO
                                   REG-RESUMO-MOV(1:WS-TAM-NOVO)
                               WRITE REG-RESUMO-MOV
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE RESUMOMOV

                   MOVE 0 TO WS-EOF
                   OPEN INPUT RESUMOMOV
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ RESUMOMOV
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE RESUMOMOV
               END-IF

               CLOSE RESUMOMOV-ANT
           END-IF.

      * The audit images keep the record they hold as it was written;
      * each one is moved whole into the wider image, space-padded.
       3340-CONV-AUDITORIA.
           OPEN INPUT AUDITORIA-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               PERFORM 2100-AVISAR-ANTIGO-AUSENTE
           ELSE
               OPEN OUTPUT AUDITORIA

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   PERFORM 2200-AVISAR-NOVO-NAO-CRIADO
               ELSE
                   MOVE 'S' TO WS-ARQ-ABERTO
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ AUDITORIA-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE SPACES TO REG-AUDIT-MESTRE
                               MOVE REG-AUDITORIA-ANT(1:48) TO
                                   REG-AUDIT-MESTRE(1:48)
                               MOVE REG-AUDITORIA-ANT(49:200) TO
                                   AUD-IMAGEM-ANTES
                               MOVE REG-AUDITORIA-ANT(249:200) TO
                                   AUD-IMAGEM-DEPOIS
                               WRITE REG-AUDIT-MESTRE
                               PERFORM 5900-CONTAR-GRAVACAO
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA

                   MOVE 0 TO WS-EOF
                   OPEN INPUT AUDITORIA
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ AUDITORIA
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-RELIDOS
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA
               END-IF

               CLOSE AUDITORIA-ANT
           END-IF.

      * Copies the old record into the new one, opening two bytes in
      * front of every code listed for the file. A code position that
      * holds a number gets two leading zeros; one that is blank (an
      * unused table slot) stays blank. WS-TAM-NOVO is the length of
      * the widened record: the fields the new layout carries after it
      * are left initialized (zero or blank) by the caller.
       5000-ALARGAR-CODIGOS.
           MOVE SPACES TO WS-REG-NOVO
           MOVE 1 TO WS-PTR-ANT
           MOVE 1 TO WS-PTR-NOVO

           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS GREATER WS-ARQ-QTDE-POS(WS-IDX-ARQ)
               COMPUTE WS-TAM-TRECHO =
                   WS-ARQ-POSICAO(WS-IDX-ARQ, WS-IDX-POS) - WS-PTR-ANT
               IF WS-TAM-TRECHO GREATER 0
                   MOVE WS-REG-ANTIGO(WS-PTR-ANT:WS-TAM-TRECHO) TO
                       WS-REG-NOVO(WS-PTR-NOVO:WS-TAM-TRECHO)
                   ADD WS-TAM-TRECHO TO WS-PTR-ANT
                   ADD WS-TAM-TRECHO TO WS-PTR-NOVO
               END-IF
               IF WS-REG-ANTIGO(WS-PTR-ANT:3) IS NUMERIC
                   MOVE '00' TO WS-REG-NOVO(WS-PTR-NOVO:2)
               END-IF
               ADD 2 TO WS-PTR-NOVO
           END-PERFORM

           COMPUTE WS-TAM-TRECHO =
               WS-ARQ-TAM-ANT(WS-IDX-ARQ) - WS-PTR-ANT + 1
           IF WS-TAM-TRECHO GREATER 0
               MOVE WS-REG-ANTIGO(WS-PTR-ANT:WS-TAM-TRECHO) TO
                   WS-REG-NOVO(WS-PTR-NOVO:WS-TAM-TRECHO)
           END-IF

           COMPUTE WS-TAM-NOVO =
               WS-PTR-NOVO + WS-TAM-TRECHO - 1.

      * The journal images are PRODUTOS.TXT records: the product code
      * at the front of each one is widened the same way.
       5100-ALARGAR-IMAGENS.
           IF JRN-IMAGEM-ANTES(1:3) IS NUMERIC
               MOVE JRN-IMAGEM-ANTES TO WS-IMAGEM-JRN
               MOVE '00' TO JRN-IMAGEM-ANTES(1:2)
               MOVE WS-IMAGEM-JRN(1:198) TO JRN-IMAGEM-ANTES(3:198)
           END-IF

           IF JRN-IMAGEM-DEPOIS(1:3) IS NUMERIC
               MOVE JRN-IMAGEM-DEPOIS TO WS-IMAGEM-JRN
               MOVE '00' TO JRN-IMAGEM-DEPOIS(1:2)
               MOVE WS-IMAGEM-JRN(1:198) TO JRN-IMAGEM-DEPOIS(3:198)
           END-IF.

       5900-CONTAR-GRAVACAO.
           IF WS-FS-NOVO EQUAL ZEROS
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-REJEITADOS
               DISPLAY WS-ARQUIVO-ATUAL ": REGISTRO " WS-LIDOS
                   " NAO GRAVADO - FILE STATUS: " WS-FS-NOVO
           END-IF.

       END PROGRAM CONVERTE-CODIGOS.
