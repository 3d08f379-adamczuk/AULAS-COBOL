      * PLANOCONTAS.TXT, maintained by PLANO-CONTAS. The update
      * programs post double entries through GRAVA-LANCAMENTO against
      * the conventional codes: 11000 CAIXA, 12000 CLIENTES, 13000
      * ESTOQUES, 19000 APROPRIACAO ENTRE CENTROS DE CUSTO (conta
      * transitoria, zera a cada apropriacao), 21000 FORNECEDORES,
      * 22000 ADIANTAMENTOS DE CLIENTES (credito recebido e ainda nao
      * aplicado), 23000 BONIFICACOES A PAGAR (bonificacao
      * provisionada e ainda nao creditada), 31000 RECEITA DE VENDAS,
      * 32000 RECEITAS FINANCEIRAS (multa e juros recebidos, e juros
      * de contratos apropriados no mes por APROPRIA-JUROS), 33000
      * RECEITA DE FRETES (frete cobrado nas faturas), 34000 RECUPERACAO
      * DE PERDAS (recebido de titulo ja baixado), 35000 DESCONTOS
      * OBTIDOS (desconto por pagamento antecipado a fornecedor), 36000
      * VARIACAO CAMBIAL ATIVA e 40000 VARIACAO CAMBIAL PASSIVA (ganho
      * e perda no pagamento de titulo em moeda estrangeira), 41000
      * PERDAS COM CLIENTES (titulos e parcelas baixados), 42000
      * BONIFICACOES CONCEDIDAS (bonificacao por volume provisionada no
      * mes), 43000 CUSTO AGREGADO DE VENDIDOS (frete e seguro de compra
      * de mercadoria que ja tinha saido do estoque quando a despesa
      * chegou), 44000 DESPESAS BANCARIAS (tarifas e juros debitados
      * pelo banco), 45000 COMBUSTIVEIS DA FROTA, 46000 MANUTENCAO DA
      * FROTA, 47000 FRETES DA FROTA APROPRIADOS (custo de viagem
      * apropriado ao centro de custo atendido), 24000 MERCADORIAS
      * RECEBIDAS A FATURAR (recebimento lancado pelo estoque e
      * baixado pela nota do fornecedor), 48000 CUSTO DAS MERCADORIAS
      * VENDIDAS, 49000 PERDAS E AJUSTES DE ESTOQUE (contas usadas
      * por CONTABILIZA-ESTOQUE, ver MAPAESTOQUE), 51000 LUCROS
      * ACUMULADOS (recebe o resultado no encerramento do exercicio).
      * BALANCETE reads the journal back into the monthly trial
      * balance the accounting firm asks for. GRUPO-CONTA places the
      * account in the statements printed by DEMONSTRACOES; a blank
      * group (accounts kept before the field existed) follows the
      * first digit of the code: 1 ativo, 2 passivo, 3 receita,
      * 4 despesa, 5 patrimonio liquido. 43000 and 48000 are kept as
      * custo das vendas.
      ******************************************************************
           01 REG-CONTA-CONTABIL.
               03 COD-CONTA                PIC 9(05).
               03 NOME-CONTA               PIC X(30).
               03 GRUPO-CONTA              PIC X.
                   88 GRUPO-RECEITA        VALUE 'R'.
                   88 GRUPO-CUSTO-VENDAS   VALUE 'V'.
                   88 GRUPO-DESPESA        VALUE 'D'.
                   88 GRUPO-ATIVO          VALUE 'A'.
                   88 GRUPO-PASSIVO        VALUE 'P'.
                   88 GRUPO-PATRIMONIO     VALUE 'L'.
                   88 GRUPO-VALIDO         VALUE 'R' 'V' 'D' 'A' 'P'
                                                 'L'.
