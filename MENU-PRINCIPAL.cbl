           03 SIG-RESULTADO        PIC X.
       WORKING-STORAGE SECTION.
           COPY PARMSESSAO.
           COPY PARMAPROVACAO.
           COPY PARMCARTAS.
       77 WS-OPCAO    PIC 9(03) VALUE 0.
       77 WS-CONTINUA PIC A VALUE 'S'.
       77 WS-FS-OPE   PIC 99 VALUE 0.
           IF WS-FS-OPE EQUAL 35
               DISPLAY "SEM CADASTRO DE OPERADORES - ACESSO LIBERADO"
               DISPLAY "CADASTRE OS OPERADORES PELA OPCAO 51"
               MOVE 4 TO WS-NIVEL
               MOVE 0 TO PARM-SES-OPERADOR
               MOVE 4 TO PARM-SES-NIVEL
               PERFORM 0700-GRAVAR-SESSAO
           ELSE
               IF WS-FS-OPE NOT EQUAL ZEROS
               WHEN 104
               WHEN 106
               WHEN 118
               WHEN 122
               WHEN 124
               WHEN 136
               WHEN 145
               WHEN 146
               WHEN 148
               WHEN 150
               WHEN 151
               WHEN 153
               WHEN 154
               WHEN 159
               WHEN 162
               WHEN 165
               WHEN 178
               WHEN 179
                   MOVE 3 TO WS-NIVEL-REQUERIDO
               WHEN 3
               WHEN 4
               WHEN 112
               WHEN 113
               WHEN 115
               WHEN 121
               WHEN 123
               WHEN 125
               WHEN 126
               WHEN 127
               WHEN 128
               WHEN 129
               WHEN 130
               WHEN 131
               WHEN 132
               WHEN 133
               WHEN 134
               WHEN 135
               WHEN 137
               WHEN 138
               WHEN 139
               WHEN 141
               WHEN 142
               WHEN 143
               WHEN 144
               WHEN 147
               WHEN 149
               WHEN 152
               WHEN 155
               WHEN 156
               WHEN 157
               WHEN 158
               WHEN 160
               WHEN 161
               WHEN 163
               WHEN 164
               WHEN 166
               WHEN 167
               WHEN 169
               WHEN 171
               WHEN 172
               WHEN 175
               WHEN 176
               WHEN 177
               WHEN 180
                   MOVE 2 TO WS-NIVEL-REQUERIDO
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL-REQUERIDO
           DISPLAY "================================================"
           DISPLAY "            MENU PRINCIPAL"
           DISPLAY "================================================"

           IF WS-NIVEL GREATER 1
               MOVE WS-NIVEL TO PARM-APR-NIVEL
               CALL "CONTA-APROVACOES" USING PARM-APROVACOES

               IF PARM-APR-QTDE GREATER 0
                   DISPLAY "*** " PARM-APR-QTDE " REQUISICOES DE COMPRA"
                       " AGUARDANDO SUA APROVACAO (OPCAO 137) ***"
               END-IF
           END-IF

           DISPLAY " 1 - EX01-AULA04      (CALCULADORA)"
           DISPLAY " 2 - EX02-AULA04      (CALC. CIENTIFICA)"
           DISPLAY " 3 - EX03-AULA04      (CONTROLE DE VIAGENS)"
           DISPLAY "118 - ATIVIDADE-OPERADOR (ATIVIDADE DIARIA)"
           DISPLAY "119 - RESUMO-DIA      (RESUMO GERENCIAL DO DIA)"
           DISPLAY "120 - CATALOGO-RELATORIOS (CATALOGO/REIMPRESSAO)"
           DISPLAY "121 - NOTA-ELETRONICA (NF-E: ENVIO/RETORNO)"
           DISPLAY "122 - APURACAO-ICMS   (LIVRO MENSAL DO ICMS)"
           DISPLAY "123 - CAMPANHAS DE PRECO (PROMOCOES)"
           DISPLAY "124 - METAS DE VENDAS E ATINGIMENTO"
           DISPLAY "125 - PEDIDOS PROGRAMADOS"
           DISPLAY "126 - RETORNO DE ENTREGAS (COMPROVANTES)"
           DISPLAY "127 - TABELA DE FRETE DE CLIENTES"
           DISPLAY "128 - BAIXA DE PERDAS COM CLIENTES"
           DISPLAY "129 - BONIFICACAO POR VOLUME DE CLIENTES"
           DISPLAY "130 - FONTE-PRODUTO (FORNECEDORES APROVADOS)"
           DISPLAY "131 - CUSTO AGREGADO (FRETE/SEGURO) COMPRAS"
           DISPLAY "132 - CONTAS RECORRENTES DE FORNECEDORES"
           DISPLAY "133 - GERAR CONTAS RECORRENTES DO MES"
           DISPLAY "134 - NECESSIDADES LIQUIDAS (12 SEMANAS)"
           DISPLAY "135 - PREVISAO DE DEMANDA / PONTO RECOMENDADO"
           DISPLAY "136 - APROVAR PONTO DE RESSUPRIMENTO RECOMENDADO"
           DISPLAY "137 - APROVACAO DE REQUISICOES DE COMPRA"
           DISPLAY "138 - ACORDOS DE COMPRA E CONSUMO CONTRATADO"
           DISPLAY "139 - ENDERECO-DEPOSITO (ENDERECOS/GUARDA)"
           DISPLAY "140 - CONSULTA-SERIE (HISTORICO POR NUM. SERIE)"
           DISPLAY "141 - MONTAGEM-KIT (ORDENS DE MONTAGEM DE KITS)"
           DISPLAY "142 - RECOLHIMENTO-LOTE (RECALL DE LOTE)"
           DISPLAY "143 - VALORIZACAO-ESTOQUE (FIFO X MEDIO)"
           DISPLAY "144 - SUBSTITUTO-PRODUTO (SUBSTITUTOS)"
           DISPLAY "145 - RENUMERA-PRODUTO (RENUMERAR/FUNDIR)"
           DISPLAY "146 - CONVERSAO DE CODIGOS (5 DIGITOS)"
           DISPLAY "147 - CONCILIA-ESTOQUE (MESTRE X DEPOS. X LOTES)"
           DISPLAY "148 - REPARA-ESTOQUE (REFAZER TOTAIS DE ESTOQUE)"
           DISPLAY "149 - RELATORIO-INTERFACES (ARQUIVOS TROCADOS)"
           DISPLAY "150 - CONCILIA-BANCO (EXTRATO X LIVRO CAIXA)"
           DISPLAY "151 - ORCAMENTO-CONTA (ORCAMENTO POR CONTA)"
           DISPLAY "152 - RELATORIO-ORCAMENTO (ORCADO X REALIZADO)"
           DISPLAY "153 - CADEIA-MENSAL (FECHAMENTO DO MES)"
           DISPLAY "154 - CENTRO-CUSTO (CENTROS DE CUSTO)"
           DISPLAY "155 - RELATORIO-CENTRO-CUSTO (DESPESAS POR CENTRO)"
           DISPLAY "156 - DEMONSTRACOES (DRE E BALANCO)"
           DISPLAY "157 - FECHAMENTO-CONTABIL (PERIODOS CONTABEIS)"
           DISPLAY "158 - ESTOQUE-CONTABIL (ESTOQUE X CONTABILIDADE)"
           DISPLAY "159 - MAPA-CONTAS-ESTOQUE (CONTAS DO MOVIMENTO)"
           DISPLAY "160 - MOEDA-CAMBIO (MOEDAS E COTACOES)"
           DISPLAY "161 - REAVALIACAO-CAMBIAL (VARIACAO A PAGAR)"
           DISPLAY "162 - APROPRIA-JUROS (JUROS DE CONTRATOS NO MES)"
           DISPLAY "163 - CARTEIRA-CONTRATOS (PRINCIPAL E JUROS)"
           DISPLAY "164 - EXTRATO-CONTRATOS (EXTRATO ANUAL)"
           DISPLAY "165 - ARQUIVA-LIQUIDADOS (ARQUIVO ANUAL)"
           DISPLAY "166 - CONSULTA-HISTORICO (FATURAS ARQUIV.)"
           DISPLAY "167 - MOTORISTA-CADASTRO (CADASTRO DE MOTORISTAS)"
           DISPLAY "168 - RELATORIO-MOTORISTAS (MOTORISTAS NO MES)"
           DISPLAY "169 - ORDEM-SERVICO-FROTA (ORDENS DE SERVICO)"
           DISPLAY "170 - HISTORICO-MANUTENCAO (CUSTO POR VEICULO)"
           DISPLAY "171 - CUSTO-TOTAL-FROTA (CUSTO E RESULTADO VEIC.)"
           DISPLAY "172 - NORMAIS-CLIMA (CALCULO ANUAL DAS NORMAIS)"
           DISPLAY "173 - ANOMALIA-CLIMA (ANOMALIAS CLIMATICAS)"
           DISPLAY "174 - GRAUS-DIA-CLIMA (GRAUS-DIA POR SITE)"
           DISPLAY "175 - EX_PROFESSORES  (CADASTRO DE PROFESSORES)"
           DISPLAY "176 - EX_SALAS        (CADASTRO DE SALAS)"
           DISPLAY "177 - EX_HORARIO      (QUADRO DE HORARIOS)"
           DISPLAY "178 - MASCARA-TESTE   (COPIA MASCARADA P/ TESTE)"
           DISPLAY "179 - SEGREGACAO DE FUNCOES (SEMANAL)"
           DISPLAY "180 - CHECKLIST DO FECHAMENTO DO MES"
           DISPLAY " 0 - SAIR"
           DISPLAY "================================================"
           DISPLAY "INFORME A OPCAO DESEJADA".
               WHEN 72
                   CALL "EX_ESTATISTICAS"
               WHEN 73
                   INITIALIZE PARM-CARTAS
                   CALL "GERA-CARTAS" USING PARM-CARTAS
               WHEN 74
                   CALL "REVISAO-PEDIDOS"
               WHEN 75
                   CALL "RESUMO-DIA"
               WHEN 120
                   CALL "CATALOGO-RELATORIOS"
               WHEN 121
                   CALL "NOTA-ELETRONICA"
               WHEN 122
                   CALL "APURACAO-ICMS"
               WHEN 123
                   CALL "CAMPANHA-PRECO"
               WHEN 124
                   CALL "META-VENDAS"
               WHEN 125
                   CALL "PEDIDO-PROGRAMADO"
               WHEN 126
                   CALL "RETORNO-ENTREGA"
               WHEN 127
                   CALL "FRETE-CLIENTE"
               WHEN 128
                   CALL "BAIXA-PERDAS"
               WHEN 129
                   CALL "BONIFICACAO-VOLUME"
               WHEN 130
                   CALL "FONTE-PRODUTO"
               WHEN 131
                   CALL "CUSTO-AGREGADO"
               WHEN 132
                   CALL "CONTA-RECORRENTE"
               WHEN 133
                   CALL "RECORRENTE-LOTE"
               WHEN 134
                   CALL "NECESSIDADE-COMPRA"
               WHEN 135
                   CALL "PREVISAO-DEMANDA"
               WHEN 136
                   CALL "APROVA-PONTO"
               WHEN 137
                   CALL "APROVA-REQUISICAO"
               WHEN 138
                   CALL "ACORDO-COMPRA"
               WHEN 139
                   CALL "ENDERECO-DEPOSITO"
               WHEN 140
                   CALL "CONSULTA-SERIE"
               WHEN 141
                   CALL "MONTAGEM-KIT"
               WHEN 142
                   CALL "RECOLHIMENTO-LOTE"
               WHEN 143
                   CALL "VALORIZACAO-ESTOQUE"
               WHEN 144
                   CALL "SUBSTITUTO-PRODUTO"
               WHEN 145
                   CALL "RENUMERA-PRODUTO"
               WHEN 146
                   CALL "CONVERTE-CODIGOS"
               WHEN 147
                   CALL "CONCILIA-ESTOQUE"
               WHEN 148
                   CALL "REPARA-ESTOQUE"
               WHEN 149
                   CALL "RELATORIO-INTERFACES"
               WHEN 150
                   CALL "CONCILIA-BANCO"
               WHEN 151
                   CALL "ORCAMENTO-CONTA"
               WHEN 152
                   CALL "RELATORIO-ORCAMENTO"
               WHEN 153
                   CALL "CADEIA-MENSAL"
               WHEN 154
                   CALL "CENTRO-CUSTO"
               WHEN 155
                   CALL "RELATORIO-CENTRO-CUSTO"
               WHEN 156
                   CALL "DEMONSTRACOES"
               WHEN 157
                   CALL "FECHAMENTO-CONTABIL"
               WHEN 158
                   CALL "ESTOQUE-CONTABIL"
               WHEN 159
                   CALL "MAPA-CONTAS-ESTOQUE"
               WHEN 160
                   CALL "MOEDA-CAMBIO"
               WHEN 161
                   CALL "REAVALIACAO-CAMBIAL"
               WHEN 162
                   CALL "APROPRIA-JUROS"
               WHEN 163
                   CALL "CARTEIRA-CONTRATOS"
               WHEN 164
                   CALL "EXTRATO-CONTRATOS"
               WHEN 165
                   CALL "ARQUIVA-LIQUIDADOS"
               WHEN 166
                   CALL "CONSULTA-HISTORICO"
               WHEN 167
                   CALL "MOTORISTA-CADASTRO"
               WHEN 168
                   CALL "RELATORIO-MOTORISTAS"
               WHEN 169
                   CALL "ORDEM-SERVICO-FROTA"
               WHEN 170
                   CALL "HISTORICO-MANUTENCAO"
               WHEN 171
                   CALL "CUSTO-TOTAL-FROTA"
               WHEN 172
                   CALL "NORMAIS-CLIMA"
               WHEN 173
                   CALL "ANOMALIA-CLIMA"
               WHEN 174
                   CALL "GRAUS-DIA-CLIMA"
               WHEN 175
                   CALL "EX_PROFESSORES"
               WHEN 176
                   CALL "EX_SALAS"
               WHEN 177
                   CALL "EX_HORARIO"
               WHEN 178
                   CALL "MASCARA-TESTE"
               WHEN 179
                   CALL "SEGREGACAO-FUNCOES"
               WHEN 180
                   CALL "CHECKLIST-FECHAMENTO"
               WHEN 0
                   MOVE 'N' TO WS-CONTINUA
               WHEN OTHER
