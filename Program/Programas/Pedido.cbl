                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.

           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.

           select estoque-mov-arq assign    to "ESTOQUE-MOV.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.

           select veiculo-arq assign        to "VEICULO.DAT"
                  access mode                is dynamic
                  record key                 is tab-chave
                  file status                is ws-status-prd-tabela.
           select prd-unidade-arq assign    to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-prd-unidade.

           select campanha-arq assign       to "CAMPANHA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmp-cd-campanha
                  file status                is ws-status-campanha.

           select campanha-item-arq assign  to "CAMPANHA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cpi-chave
                  file status                is ws-status-campanha-item.

           select parametro-arq assign      to "PARAMETRO.DAT"
                  organization               is indexed
                  record key                 is cfe-chave
                  file status                is ws-status-comissao-fech.

           select rota-arq assign           to "ROTA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rot-cd-rota
                  file status                is ws-status-rota.

           select rec-pagamento-arq assign  to "REC-PAGAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pgt-chave
                  file status                is ws-status-rec-pagamento.

           select adiantamento-arq assign   to "ADIANTAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is adt-cd-adiantamento
                  file status                is ws-status-adiantamento.

           select meta-vendedor-arq assign  to "META-VENDEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is met-chave
                  file status                is ws-status-meta-vendedor.

           select consignacao-item-arq assign to "CONSIG-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csi-chave
                  file status                is ws-status-consignacao-item.

           select consignacao-arq assign    to "CONSIGNACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csg-cd-consignacao
                  alternate record key       is csg-cd-cliente with duplicates
                  file status                is ws-status-consignacao.

      *>===================================================================================
       data division.
       file section.

       fd  prd-tabela-arq.
       copy "PRDTAB.CPY".
       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".

       fd  campanha-arq.
       copy "CAMPANHA.CPY".

       fd  campanha-item-arq.
       copy "CAMPANHI.CPY".

       fd  parametro-arq.
       copy "PARAM.CPY".
       fd  comissao-fech-arq.
       copy "COMFECH.CPY".

       fd  rota-arq.
       copy "ROTA.CPY".

       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".

       fd  adiantamento-arq.
       copy "ADIANT.CPY".

       fd  meta-vendedor-arq.
       copy "METAVND.CPY".

       fd  consignacao-item-arq.
       copy "CONSIGIT.CPY".

       fd  consignacao-arq.
       copy "CONSIG.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".
           03 ws-status-prd-tabela                   pic x(02)       value "00".
              88 ws-prd-tabela-ok                                   value "00".
              88 ws-prd-tabela-nao-encontrado                       value "23" "35".
           03 ws-status-prd-unidade                  pic x(02)       value "00".
              88 ws-prd-unidade-ok                                  value "00".
              88 ws-prd-unidade-nao-encontrado                      value "23" "35".
           03 ws-status-campanha                     pic x(02)       value "00".
              88 ws-campanha-ok                                     value "00".
              88 ws-campanha-nao-encontrado                         value "23" "35".
           03 ws-status-campanha-item                pic x(02)       value "00".
              88 ws-campanha-item-ok                                value "00".
              88 ws-campanha-item-nao-encontrado                    value "23" "35".
           03 ws-status-parametro                    pic x(02)       value "00".
              88 ws-parametro-ok                                    value "00".
              88 ws-parametro-nao-encontrado                        value "23" "35".
           03 ws-status-comissao-fech                pic x(02)       value "00".
              88 ws-comissao-fech-ok                                value "00".
              88 ws-comissao-fech-nao-encontrado                    value "23" "35".
           03 ws-status-rota                         pic x(02)       value "00".
              88 ws-rota-ok                                         value "00".
              88 ws-rota-nao-encontrada                             value "23" "35".
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-adiantamento                 pic x(02)       value "00".
              88 ws-adiantamento-ok                                 value "00".
              88 ws-adiantamento-nao-encontrado                     value "23" "35".
           03 ws-status-meta-vendedor                pic x(02)       value "00".
              88 ws-meta-vendedor-ok                                value "00".
              88 ws-meta-vendedor-nao-encontrado                    value "23" "35".
           03 ws-status-consignacao-item             pic x(02)       value "00".
              88 ws-consignacao-item-ok                             value "00".
              88 ws-consignacao-item-nao-encontrado                 value "23" "35".
           03 ws-status-consignacao                  pic x(02)       value "00".
              88 ws-consignacao-ok                                  value "00".
              88 ws-consignacao-nao-encontrado                      value "23" "35".

      *>   Bloqueio de período: mês corrente já fechado por
      *>   FechamentoMes.cbl (registro em FECHAMENTO-MES.DAT) não aceita
      *>   supervisor. Sem sessão válida vale o menor privilégio
      *>   (atendimento) - uma URL velha sem sessao= não ganha direitos.
       01  ws-perfil-logado                           pic 9(01)       value 1.
      *>   Estabelecimento da sessão (ses-cd-empresa, EMPRESA.CPY): o
      *>   pedido novo nasce nele e só é alterado por ele. Sem sessão (ou
      *>   sessão anterior ao cadastro) vale a matriz.
       01  ws-empresa-logada                          pic 9(01)       value 1.
      *>   Estabelecimento do pedido em faturamento (zeros = matriz), que
      *>   a fatura e as parcelas herdam.
       01  ws-empresa-documento                       pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
              88 ws-opcao-cancelar                                  value "40".
              88 ws-opcao-incluir-item                              value "60".
              88 ws-opcao-liberar-desconto                          value "65".
              88 ws-opcao-liberar-bonificacao                       value "66".
              88 ws-opcao-converter-orcamento                       value "70".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
           03 ws-form-texto-pesquisa                 pic x(40)       value spaces.
           03 ws-form-item-cd-produto                pic 9(05)       value zeros.
           03 ws-form-item-quantidade                pic 9(05)       value zeros.
      *>   Unidade de venda do item (grade de unidades de Produto.cbl);
      *>   em branco = unidade de estoque. A quantidade digitada é nela.
           03 ws-form-item-unidade                    pic x(03)       value spaces.
           03 ws-form-item-desconto                  pic 9(03)v9(02) value zeros.
      *>   Bipagem: código de barras lido pelo leitor no lugar do código
      *>   do produto (zero = digitação normal).
           03 ws-form-item-codigo-barras              pic 9(13)       value zeros.
      *>   Item bonificado (checkbox itemBonificacao): sai sem preço e
      *>   consome a verba de bonificação do vendedor.
           03 ws-form-item-bonificacao                pic x(01)       value spaces.
              88 ws-item-bonificado-tela                             value "S".
      *>   Liberação do supervisor para gravar pedido de cliente bloqueado
      *>   ou fechar pedido acima do limite de crédito (checkbox
      *>   liberacaoSupervisor da tela).
      *>   Condição de pagamento negociada (COND-PAGTO.DAT); zero mantém
      *>   o padrão 30/60/90.
           03 ws-form-cd-condicao-pagto               pic 9(03)       value zeros.
      *>   Frete informado pelo supervisor (checkbox freteInformado +
      *>   valorFrete); para os demais perfis a tela só mostra o frete
      *>   calculado no fechamento. O peso é só exibição.
           03 ws-form-valor-frete                     pic 9(07)v9(02) value zeros.
           03 ws-form-frete-informado                 pic x(01)       value spaces.
              88 ws-frete-informado-tela                             value "S".
           03 ws-form-peso-total                      pic 9(07)v9(03) value zeros.

       01  ws-ind-pedido-existente                   pic x(01)       value "N".
          88 ws-pedido-existente                                    value "S".
      *>   PEDIDO.DAT. A varredura sequencial passa por cima do buffer de
      *>   reg-pedido, então o registro em gravação é salvo e restaurado
      *>   em ws-reg-pedido-salvo.
       01  ws-reg-pedido-salvo                        pic x(300)      value spaces.
       01  ws-valor-pedido-atual                       pic 9(09)v9(02) value zeros.
       01  ws-exposicao-cliente                        pic 9(11)v9(02) value zeros.
       01  ws-limite-credito-cliente                    pic 9(09)v9(02) value zeros.
          88 ws-cancel-eof                                            value "S".
          88 ws-cancel-continua                                       value "N".

      *>   Adiantamentos do cliente: consumo no fechamento (2715) e volta
      *>   para crédito no cancelamento (2806/2811).
       01  ws-adt-saldo                                pic 9(09)v9(02) value zeros.
       01  ws-adt-abate-parcela                        pic 9(09)v9(02) value zeros.
       01  ws-adt-total-consumido                      pic 9(09)v9(02) value zeros.
       01  ws-adt-estornar                             pic 9(09)v9(02) value zeros.
       01  ws-adt-estorno-item                         pic 9(09)v9(02) value zeros.
       01  ws-adt-pago-adiantamento                    pic 9(09)v9(02) value zeros.
       01  ws-adt-pago-outros                          pic 9(09)v9(02) value zeros.
       01  ws-adt-passada                              pic 9(01)       value zeros.
       01  ws-proxima-sequencia-pgt                    pic 9(05)       value zeros.
       01  ws-ind-fim-adiantamento                     pic x(01)       value "N".
          88 ws-adiantamento-eof                                      value "S".
       01  ws-ind-fim-parcela-adt                      pic x(01)       value "N".
          88 ws-parcela-adt-eof                                       value "S".
       01  ws-ind-fim-pgt-adt                          pic x(01)       value "N".
          88 ws-pgt-adt-eof                                           value "S".

      *>   Pesquisa de pedidos por código ou cdCliente.
       01  ws-pesquisa-pedido.
           03 ws-pesq-termo                          pic x(40)       value spaces.
              05 ws-item-r-desconto                    pic 9(03)v9(02).
              05 ws-item-r-preco-unitario              pic 9(07)v9(02).
              05 ws-item-r-valor-total                 pic 9(09)v9(02).
              05 ws-item-r-tipo                       pic x(06).
              05 ws-item-r-qtd-unidade                 pic 9(05).
              05 ws-item-r-unidade                    pic x(03).
       01  ws-item-qtd                               pic 9(03)       value zeros.
       01  ws-item-tab-idx                           pic 9(03)       value zeros.
       01  ws-proxima-sequencia-item                  pic 9(05)       value zeros.
       01  ws-total-calculado-pedido                  pic 9(09)v9(02) value zeros.
       01  ws-custo-bonificacao-calculado              pic 9(09)v9(02) value zeros.

      *>   Verba de bonificação do vendedor no mês (META-VENDEDOR.DAT):
      *>   conferida no fechamento (2117), lançada na emissão da fatura
      *>   (2760) e devolvida no cancelamento (2830).
       01  ws-bon-ano-mes                              pic 9(06)       value zeros.
       01  ws-bon-verba                                pic 9(09)v9(02) value zeros.
       01  ws-bon-utilizada                            pic 9(09)v9(02) value zeros.
       01  ws-bon-disponivel                           pic 9(09)v9(02) value zeros.

      *>   Cancelamento de pedido de acerto de consignação (2835).
       01  ws-ind-fim-csg                              pic x(01)       value "N".
          88 ws-csg-eof                                               value "S".
       01  ws-ind-csg-devolvido                        pic x(01)       value "N".
          88 ws-csg-devolvido                                         value "S".
       01  ws-ind-fim-item                            pic x(01)       value "N".
          88 ws-item-eof                                             value "S".
          88 ws-item-continua                                       value "N".

      *>   Cálculo do frete no fechamento (2750-calcular-frete).
       01  ws-peso-pedido                             pic 9(07)v9(03) value zeros.
       01  ws-volume-pedido                           pic 9(05)v9(04) value zeros.
       01  ws-frete-faixa-idx                         pic 9(01)       value zeros.
       01  ws-frete-valor-kg                          pic 9(03)v9(02) value zeros.
       01  ws-frete-calculado                         pic 9(09)v9(02) value zeros.
       01  ws-ind-faixa-frete                         pic x(01)       value "N".
          88 ws-faixa-frete-achada                                  value "S".

      *>   Disponibilidade de estoque: o que pode ser prometido é o saldo
      *>   físico menos o já reservado pelos pedidos em aberto.
       01  ws-saldo-disponivel                        pic s9(07)      value zeros.
       01  ws-ind-fim-barras                          pic x(01)       value "N".
          88 ws-barras-eof                                           value "S".

      *>   Unidade de venda do item em inclusão (2511): fator para a
      *>   unidade de estoque, quantidade convertida e o preço achado na
      *>   tabela para a própria unidade (zeros = preço derivado do preço
      *>   da unidade de estoque x fator).
       01  ws-unidade-venda                           pic x(03)       value spaces.
       01  ws-fator-venda                             pic 9(05)       value 1.
       01  ws-qtd-item-estoque                        pic 9(07)       value zeros.
       01  ws-preco-unidade-tabela                    pic 9(07)v9(02) value zeros.
       01  ws-tab-unidade-busca                       pic x(03)       value spaces.
       01  ws-tab-qtd-busca                           pic 9(07)       value zeros.
       01  ws-tab-preco-achado                        pic 9(07)v9(02) value zeros.
      *>   Valor do que sai do item no fechamento (2719): o item inteiro
      *>   vale pit-valor-total (quantidade x preço da unidade vendida);
      *>   a entrega parcial vale pelo preço da unidade de estoque.
       01  ws-valor-entregar-item                     pic 9(09)v9(02) value zeros.

      *>   Disponibilidade por depósito do produto do item em digitação
      *>   (PRD-DEPOSITO.DAT, a mesma grade de Estoque.cbl) - o vendedor
      *>   vê quanto está na loja e quanto está do outro lado da cidade
       01  ws-valor-entregue-total                     pic 9(09)v9(02) value zeros.
       01  ws-qtd-pendencias-geradas                   pic 9(03)       value zeros.

      *>   Cada item efetivamente expedido é tributado na própria baixa
      *>   de estoque (2722/2729), sobre o valor com o desconto à vista
      *>   da condição de pagamento - o percentual é lido antes da baixa
      *>   (2707) e abatido do total expedido depois dela (2708).
       01  ws-perc-desconto-avista                    pic 9(03)v9(02) value zeros.
       01  ws-qtd-itens-sem-regra                     pic 9(03)       value zeros.

      *>   Consumo FEFO dos lotes na expedição (2723/2726/2727), sobre o
      *>   produto e a quantidade parametrizados - a explosão de kit
      *>   baixa cada componente pela mesma rotina.
       01  ws-ind-fim-tabela-preco                     pic x(01)       value "N".
          88 ws-tabela-preco-eof                                       value "S".

      *>   Campanha promocional vigente (2504-aplicar-campanha): o menor
      *>   preço entre as campanhas que cobrem o item, e a campanha que o
      *>   deu (zeros = nenhuma abaixo do preço de lista).
       01  ws-data-campanha                            pic 9(08)       value zeros.
       01  ws-preco-campanha                           pic 9(07)v9(02) value zeros.
       01  ws-preco-campanha-melhor                    pic 9(07)v9(02) value zeros.
       01  ws-cd-campanha-resolvida                    pic 9(05)       value zeros.
       01  ws-categoria-campanha                       pic x(01)       value spaces.
       01  ws-qtd-categoria-campanha                   pic 9(02)       value zeros.
       01  ws-qtd-grupos-leve                          pic 9(05)       value zeros.
       01  ws-qtd-resto-leve                           pic 9(05)       value zeros.
       01  ws-qtd-cobrada-leve                         pic 9(05)       value zeros.
       01  ws-ind-campanha-elegivel                    pic x(01)       value "N".
          88 ws-campanha-elegivel                                      value "S".
       01  ws-ind-fim-campanha                         pic x(01)       value "N".
          88 ws-campanha-eof                                           value "S".
       01  ws-ind-fim-campanha-item                    pic x(01)       value "N".
          88 ws-campanha-item-eof                                      value "S".

      *>   Produto composto (kit): verificação e explosão da composição
      *>   (PRD-COMPOSICAO.DAT) na baixa/devolução de estoque.
       01  ws-cd-produto-kit-teste                     pic 9(05)       value zeros.
           03 ws-dep-cd-deposito                     pic 9(03)       value zeros.
           03 ws-dep-quantidade                      pic s9(07)      value zeros.

      *>   Janela de manutenção (CALL para JanelaManutencao).
       01  ws-parametros-manutencao.
           03 ws-jan-operacao                        pic x(01)       value spaces.
           03 ws-jan-origem                          pic x(01)       value spaces.
           03 ws-jan-operador                        pic x(10)       value spaces.
           03 ws-jan-motivo                          pic x(60)       value spaces.
           03 ws-jan-horas-previstas                  pic 9(02)       value zeros.
           03 ws-jan-data-hora-inicio                 pic 9(14)       value zeros.
           03 ws-jan-data-hora-fim-informada           pic 9(14)       value zeros.
           03 ws-jan-cd-janela                       pic 9(07)       value zeros.
           03 ws-jan-ind-ativa                       pic x(01)       value "N".
              88 ws-jan-manutencao-ativa                            value "S".
           03 ws-jan-data-hora-fim-prevista            pic 9(14)       value zeros.
           03 ws-jan-mensagem                        pic x(120)      value spaces.
           03 ws-jan-proxima-inicio                   pic 9(14)       value zeros.
           03 ws-jan-proxima-fim-prevista              pic 9(14)       value zeros.

       01  ws-mensagem-retorno                       pic x(120)      value spaces.
       01  ws-ind-erro                              pic x(01)       value "N".
          88 ws-com-erro                                            value "S".
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>   Tributação de cada item da fatura (CALL para CalculaTributos,
      *>   mesmo padrão de ProximoNumero): o subprograma resolve a regra
      *>   fiscal, grava o item em FATURA-ITEM.DAT e devolve ICMS e IPI.
       01  ws-parametros-calcula-tributos.
           03 ws-trb-cd-fatura                       pic 9(07)       value zeros.
           03 ws-trb-sequencia                        pic 9(05)       value zeros.
           03 ws-trb-cd-cliente                       pic 9(05)       value zeros.
           03 ws-trb-cd-produto                       pic 9(05)       value zeros.
           03 ws-trb-quantidade                       pic 9(07)       value zeros.
           03 ws-trb-valor-produto                     pic 9(09)v9(02) value zeros.
           03 ws-trb-cfop                             pic 9(04)       value zeros.
           03 ws-trb-valor-icms                       pic 9(09)v9(02) value zeros.
           03 ws-trb-valor-ipi                        pic 9(09)v9(02) value zeros.
           03 ws-trb-ind-regra                        pic x(01)       value spaces.
           03 ws-trb-cd-empresa                       pic 9(01)       value zeros.

      *>   Fila de mensagens ao cliente por e-mail (CALL para
      *>   EnfileiraMensagem, mesmo padrão de ProximoNumero).
       01  ws-parametros-enfileira-mensagem.
           03 ws-eml-tipo                           pic 9(01)       value zeros.
           03 ws-eml-cd-cliente                     pic 9(05)       value zeros.
           03 ws-eml-documento                      pic x(12)       value spaces.
           03 ws-eml-assunto                        pic x(60)       value spaces.
           03 ws-eml-linha                          pic x(100) occurs 4.
           03 ws-eml-operador                       pic x(10)       value spaces.
           03 ws-eml-situacao                       pic x(01)       value spaces.
              88 ws-eml-enfileirada                                 value "E".
           03 ws-eml-cd-mensagem                     pic 9(09)       value zeros.

      *>   Registro das exceções autorizadas pelo supervisor (CALL para
      *>   RegistraExcecao, mesmo padrão de EnfileiraMensagem): liberação
      *>   de desconto/margem e de bonificação, frete informado à mão, e
      *>   no fechamento o pedido de cliente bloqueado ou acima do limite
      *>   de crédito.
       01  ws-parametros-registra-excecao.
           03 ws-exc-tipo                           pic 9(02)       value zeros.
           03 ws-exc-autorizador                    pic x(10)       value spaces.
           03 ws-exc-solicitante                    pic x(10)       value spaces.
           03 ws-exc-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-exc-cd-cliente                     pic 9(05)       value zeros.
           03 ws-exc-documento                      pic x(12)       value spaces.
           03 ws-exc-valor                          pic 9(11)v9(02) value zeros.
           03 ws-exc-motivo                         pic x(60)       value spaces.
           03 ws-exc-cd-excecao                      pic 9(09)       value zeros.
       01  ws-ind-excecao-bloqueio                    pic x(01)       value "N".
          88 ws-excecao-cliente-bloqueado                            value "S".
       01  ws-ind-excecao-credito                     pic x(01)       value "N".
          88 ws-excecao-limite-credito                               value "S".
       01  ws-ind-excecao-frete                       pic x(01)       value "N".
          88 ws-excecao-frete-informado                              value "S".
       01  ws-exc-valor-desconto                      pic 9(11)v9(02) value zeros.
       01  ws-exc-valor-margem                        pic 9(11)v9(02) value zeros.
       01  ws-exc-qtd-itens-desconto                  pic 9(03)       value zeros.
       01  ws-exc-qtd-itens-margem                    pic 9(03)       value zeros.

      *>===================================================================================
       procedure division.
       0000-controle section.
                 open input prd-tabela-arq
            end-if

            open input prd-unidade-arq
            if   ws-prd-unidade-nao-encontrado
                 open output prd-unidade-arq
                 close prd-unidade-arq
                 open input prd-unidade-arq
            end-if

            open input campanha-arq
            if   ws-campanha-nao-encontrado
                 open output campanha-arq
                 close campanha-arq
                 open input campanha-arq
            end-if
            open input campanha-item-arq
            if   ws-campanha-item-nao-encontrado
                 open output campanha-item-arq
                 close campanha-item-arq
                 open input campanha-item-arq
            end-if

            open input parametro-arq
            if   ws-parametro-nao-encontrado
                 open output parametro-arq
                 close comissao-fech-arq
                 open i-o comissao-fech-arq
            end-if

            open input rota-arq
            if   ws-rota-nao-encontrada
                 open output rota-arq
                 close rota-arq
                 open input rota-arq
            end-if

            open i-o rec-pagamento-arq
            if   ws-rec-pagamento-nao-encontrado
                 open output rec-pagamento-arq
                 close rec-pagamento-arq
                 open i-o rec-pagamento-arq
            end-if

            open i-o adiantamento-arq
            if   ws-adiantamento-nao-encontrado
                 open output adiantamento-arq
                 close adiantamento-arq
                 open i-o adiantamento-arq
            end-if

            open i-o meta-vendedor-arq
            if   ws-meta-vendedor-nao-encontrado
                 open output meta-vendedor-arq
                 close meta-vendedor-arq
                 open i-o meta-vendedor-arq
            end-if

            open i-o consignacao-item-arq
            if   ws-consignacao-item-nao-encontrado
                 open output consignacao-item-arq
                 close consignacao-item-arq
                 open i-o consignacao-item-arq
            end-if

            open i-o consignacao-arq
            if   ws-consignacao-nao-encontrado
                 open output consignacao-arq
                 close consignacao-arq
                 open i-o consignacao-arq
            end-if
            .

       1100-exit.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            perform 1180-verificar-periodo-fechado
            evaluate true
                when ws-perfil-logado < 2
                when ws-periodo-fechado
                 and (ws-opcao-salvar or ws-opcao-cancelar
                      or ws-opcao-incluir-item or ws-opcao-liberar-desconto
                      or ws-opcao-liberar-bonificacao
                      or ws-opcao-converter-orcamento)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-cancelar
                      or ws-opcao-incluir-item
                      or ws-opcao-liberar-desconto
                      or ws-opcao-liberar-bonificacao
                      or ws-opcao-converter-orcamento)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-pedido
                     perform 1200-obter-campos-formulario
                     perform 2530-liberar-desconto
                     perform 2300-carregar-pedido
                when ws-opcao-liberar-bonificacao
                     perform 1200-obter-campos-formulario
                     perform 2535-liberar-bonificacao
                     perform 2300-carregar-pedido
                when ws-opcao-cancelar
                     perform 1200-obter-campos-formulario
                     perform 2800-cancelar-pedido
                     if   ses-perfil >= 1 and ses-perfil <= 3
                          move ses-perfil              to ws-perfil-logado
                     end-if
                     if   ses-cd-empresa > zeros
                          move ses-cd-empresa          to ws-empresa-logada
                     end-if
            end-read
            .

       1160-exit.
            exit.

      *>===================================================================================
      *>   1170-verificar-manutencao: janela de manutenção ativa
      *>   (JanelaManutencao.cbl) deixa a tela só para consulta - as
      *>   gravações são recusadas com o término previsto.
       1170-verificar-manutencao section.
       1170.
            move "V"                                 to ws-jan-operacao
            call "JanelaManutencao" using ws-parametros-manutencao
            .

       1170-exit.
            exit.

      *>===================================================================================
      *>   1180-verificar-periodo-fechado: mês corrente com registro em
      *>   FECHAMENTO-MES.DAT está trancado - nenhuma movimentação pode
                getfield( ws-form-texto-pesquisa )
                getfield( ws-form-item-cd-produto )
                getfield( ws-form-item-quantidade )
                getfield( ws-form-item-unidade )
                getfield( ws-form-item-desconto )
                getfield( ws-form-item-codigo-barras )
                getfield( ws-form-item-bonificacao )
                getfield( ws-form-liberacao-supervisor )
                getfield( ws-form-motivo-cancel )
                getfield( ws-form-ds-motivo-cancel )
                getfield( ws-form-tipo )
                getfield( ws-form-data-validade )
                getfield( ws-form-cd-condicao-pagto )
                getfield( ws-form-valor-frete )
                getfield( ws-form-frete-informado )
            end-exec
            .

                                                     to ws-mensagem-retorno
                 exit section
            end-if
            move "N"                                to ws-ind-excecao-bloqueio
            move "N"                                to ws-ind-excecao-credito
            move "N"                                to ws-ind-excecao-frete
            if   cli-bloqueado
                 set ws-excecao-cliente-bloqueado    to true
            end-if

            move "N"                                to ws-ind-pedido-existente
            move spaces                             to ws-situacao-anterior-pedido
                 exit section
            end-if

      *>   O pedido pertence ao estabelecimento em que foi criado; outro
      *>   estabelecimento só consulta.
            if   ws-pedido-existente
                 move ped-cd-empresa                  to ws-empresa-documento
                 if   ws-empresa-documento = zeros
                      move 1                          to ws-empresa-documento
                 end-if
                 if   ws-empresa-documento not = ws-empresa-logada
                      move "S"                        to ws-ind-erro
                      move "Pedido de outro estabelecimento - apenas consulta." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

      *>   Pedido fechado já faturou, gerou parcelas e baixou estoque -
      *>   reabri-lo pela combo deixaria tudo isso em pé com o pedido
      *>   aceitando itens nunca faturados (e um orçamento aceito poderia
            end-if

      *>   Um pedido só pode ser fechado (e faturado) depois de ter itens:
      *>   sem itens o valor total é zero e a fatura sairia zerada. Pedido
      *>   só de bonificação fecha (a nota sai a preço zero, sem parcelas).
            if   ped-fechado
            and  ws-situacao-anterior-pedido not = "F"
            and  (not ws-pedido-existente
                  or (ped-valor-total = zeros and ped-custo-bonificacao = zeros))
                 move "S"                             to ws-ind-erro
                 move "Pedido sem itens nao pode ser fechado." to ws-mensagem-retorno
                 exit section
                 exit section
            end-if

      *>   Bonificação acima da verba do mês do vendedor também trava o
      *>   fechamento até a liberação do supervisor (2535-liberar-
      *>   -bonificacao).
            if   ped-fechado
            and  ws-situacao-anterior-pedido not = "F"
            and  ws-pedido-existente
            and  ped-custo-bonificacao > zeros
            and  not ped-bonificacao-liberada
                 perform 2117-verificar-verba-bonificacao
                 if   ws-com-erro
                      exit section
                 end-if
            end-if

      *>   Limite de crédito do cliente: no fechamento, o valor deste
      *>   pedido somado aos pedidos em aberto e às parcelas de contas a
      *>   receber em aberto não pode passar de cli-limite-credito
      *>   (zero = sem limite). A liberação do supervisor na tela permite
      *>   exceder - o excesso é apurado do mesmo jeito e vai para o
      *>   registro de exceções no fechamento.
            if   ped-fechado
            and  ws-situacao-anterior-pedido not = "F"
            and  ws-pedido-existente
            and  cli-limite-credito > zeros
                 perform 2115-verificar-credito-cliente
                 if   ws-com-erro
                      if   ws-liberado-pelo-supervisor
                           move "N"                    to ws-ind-erro
                           move spaces                 to ws-mensagem-retorno
                           set ws-excecao-limite-credito to true
                      else
                           exit section
                      end-if
                 end-if
            end-if

      *>   Frete: o pedido novo nasce sem frete; o supervisor pode
      *>   informar o valor à mão (freteInformado), que o cálculo do
      *>   fechamento respeita, ou desmarcar para voltar ao cálculo pela
      *>   tabela da rota - para os demais perfis a marcação é ignorada
      *>   e vale o que já está gravado no pedido. Frete informado ou
      *>   alterado pelo supervisor vai para o registro de exceções
      *>   depois da gravação (2116).
            if   not ws-pedido-existente
                 move zeros                           to ped-peso-total
                 move zeros                           to ped-volume-total
                 move zeros                           to ped-valor-frete
                 move spaces                          to ped-frete-informado
                 move spaces                          to ped-operador-frete
            end-if
            if   ws-perfil-logado = 3
                 if   ws-frete-informado-tela
                      if   not ped-frete-manual
                      or   ped-valor-frete not = ws-form-valor-frete
                           set ws-excecao-frete-informado to true
                      end-if
                      set ped-frete-manual             to true
                      move ws-form-valor-frete          to ped-valor-frete
                      move ws-operador-logado          to ped-operador-frete
                 else
                      if   ped-frete-manual
                           move spaces                  to ped-frete-informado
                           move spaces                  to ped-operador-frete
                           move zeros                   to ped-valor-frete
                      end-if
                 end-if
            end-if
            if   ped-fechado
            and  ws-situacao-anterior-pedido not = "F"
            and  ws-pedido-existente
                 perform 2750-calcular-frete
            end-if

            if   ws-pedido-existente
                 rewrite reg-pedido
                 move zeros                            to ped-cd-orcamento-origem
                 move zeros                            to ped-ano-mes-comissao
                 move spaces                           to ped-separacao
                 move zeros                            to ped-custo-bonificacao
                 move spaces                           to ped-liberacao-bonificacao
                 move zeros                            to ped-ano-mes-bonificacao
                 move zeros                            to ped-cd-consignacao
                 move zeros                            to ped-cd-programado
                 move ws-empresa-logada                to ped-cd-empresa
                 write reg-pedido
                     invalid key
                          move "S"                    to ws-ind-erro
                 or   ped-situacao not = ws-situacao-anterior-pedido
                      perform 2810-gravar-historico-situacao
                 end-if
                 if   ws-excecao-frete-informado
                      perform 2116-registrar-excecao-frete
                 end-if
                 if   ped-fechado
                 and  ws-situacao-anterior-pedido not = "F"
                      perform 2118-registrar-excecoes-fechamento
                      perform 2700-gerar-fatura
                 end-if
            end-if
      *>   2105-obter-proximo-codigo: o próximo cdPedido vem do contador
      *>   central da série PEDIDO em PARAMETRO.DAT (ProximoNumero); a
      *>   leitura da chave mais alta via START/READ PREVIOUS continua
      *>   apenas como semente da primeira atribuição da série. A filial
      *>   numera na própria série (PEDIDO-Fn), a partir da sua faixa
      *>   (EMPRESA.CPY).
       2105-obter-proximo-codigo section.
       2105.
            move high-values                        to ped-cd-pedido

            move "PEDIDO"                            to ws-seq-serie
            move ped-cd-pedido                       to ws-seq-numero-semente
            if   ws-empresa-logada > 1
                 move spaces                          to ws-seq-serie
                 string "PEDIDO-F" ws-empresa-logada
                        delimited by size into ws-seq-serie
                 compute ws-seq-numero-semente =
                         ws-empresa-logada * 1000000 + 1
            end-if
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ped-cd-pedido
            .
            move zeros                               to ws-exposicao-cliente

            move "N"                                 to ws-ind-fim-credito
            move ws-form-cd-cliente                  to rec-cd-cliente
            start receber-arq key is greater than or equal rec-cd-cliente
                invalid key
                     set ws-credito-eof              to true
            end-start
                    at end
                         set ws-credito-eof           to true
                    not at end
                         if   rec-cd-cliente not = ws-form-cd-cliente
                              set ws-credito-eof       to true
                         else
                              if   rec-aberta
                                   add rec-valor       to ws-exposicao-cliente
                              end-if
                         end-if
                end-read
            end-perform
       2115-exit.
            exit.

      *>===================================================================================
      *>   2116-registrar-excecao-frete: frete informado à mão pelo
      *>   supervisor vai para o registro de exceções com o valor digitado
      *>   e, no motivo, o frete que a tabela da rota calcularia para a
      *>   carga atual do pedido (2751/2755, os mesmos passos de 2750).
       2116-registrar-excecao-frete section.
       2116.
            perform 2751-somar-carga-pedido
            perform 2755-calcular-frete-tabela
            initialize ws-parametros-registra-excecao
            move 12                                  to ws-exc-tipo
            move ped-valor-frete                     to ws-exc-valor
            string "Frete informado "
                   ped-valor-frete
                   "; calculado pela rota "
                   ws-frete-calculado
                   delimited by size into ws-exc-motivo
            perform 2119-chamar-registra-excecao
            .

       2116-exit.
            exit.

      *>===================================================================================
      *>   2117-verificar-verba-bonificacao: no fechamento, o custo dos
      *>   itens bonificados somado ao que o vendedor já consumiu no mês
      *>   não pode passar da verba de bonificação (META-VENDEDOR.DAT,
      *>   mês corrente). Sem registro do mês a verba é zero - qualquer
      *>   bonificação pede a liberação do supervisor.
       2117-verificar-verba-bonificacao section.
       2117.
            move function current-date (1:6)          to ws-bon-ano-mes
            move zeros                               to ws-bon-verba
            move zeros                               to ws-bon-utilizada
            move ped-cd-vendedor                     to met-cd-vendedor
            move ws-bon-ano-mes                      to met-ano-mes
            read meta-vendedor-arq
                key is met-chave
                invalid key
                     continue
                not invalid key
                     move met-verba-bonificacao        to ws-bon-verba
                     move met-bonificacao-utilizada    to ws-bon-utilizada
            end-read

            if   ws-bon-utilizada + ped-custo-bonificacao > ws-bon-verba
                 if   ws-bon-verba > ws-bon-utilizada
                      compute ws-bon-disponivel =
                              ws-bon-verba - ws-bon-utilizada
                 else
                      move zeros                      to ws-bon-disponivel
                 end-if
                 move "S"                             to ws-ind-erro
                 move spaces                          to ws-mensagem-retorno
                 string "Bonificacao acima da verba do vendedor (custo: "
                        ped-custo-bonificacao
                        ", disponivel no mes: "
                        ws-bon-disponivel
                        "). Aguarda liberacao do supervisor."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2117-exit.
            exit.

      *>===================================================================================
      *>   2118-registrar-excecoes-fechamento: pedido fechado com a
      *>   liberação do supervisor marcada na tela vai para o registro
      *>   de exceções - cliente bloqueado por débito (valor do pedido) e
      *>   limite de crédito excedido (valor do excesso).
       2118-registrar-excecoes-fechamento section.
       2118.
            if   ws-excecao-cliente-bloqueado
                 initialize ws-parametros-registra-excecao
                 move 4                               to ws-exc-tipo
                 move ped-valor-total                 to ws-exc-valor
                 move "Pedido fechado para cliente bloqueado por debito"
                                                      to ws-exc-motivo
                 perform 2119-chamar-registra-excecao
            end-if
            if   ws-excecao-limite-credito
                 initialize ws-parametros-registra-excecao
                 move 5                               to ws-exc-tipo
                 compute ws-exc-valor =
                         ws-exposicao-cliente + ws-valor-pedido-atual
                       - ws-limite-credito-cliente
                 string "Limite "
                        ws-limite-credito-cliente
                        " excedido; em aberto "
                        ws-exposicao-cliente
                        delimited by size into ws-exc-motivo
                 perform 2119-chamar-registra-excecao
            end-if
            .

       2118-exit.
            exit.

      *>===================================================================================
      *>   2119-chamar-registra-excecao: completa com os dados do pedido
      *>   corrente (documento, cliente, vendedor, quem incluiu) e o
      *>   supervisor logado, e grava pela RegistraExcecao.
       2119-chamar-registra-excecao section.
       2119.
            move ws-operador-logado                  to ws-exc-autorizador
            move ped-operador-inclusao               to ws-exc-solicitante
            move ped-cd-vendedor                     to ws-exc-cd-vendedor
            move ped-cd-cliente                      to ws-exc-cd-cliente
            move ped-cd-pedido                       to ws-exc-documento
            call "RegistraExcecao" using ws-parametros-registra-excecao
            .

       2119-exit.
            exit.

      *>===================================================================================
      *>   2200-pesquisar-pedido: pesquisa reescrita sobre as chaves do
      *>   arquivo em vez da varredura sequencial - leitura direta por
            end-if
            move ped-data-validade                     to ws-form-data-validade
            move ped-cd-condicao-pagto                  to ws-form-cd-condicao-pagto
            move ped-valor-frete                       to ws-form-valor-frete
            move ped-frete-informado                   to ws-form-frete-informado
            move ped-peso-total                        to ws-form-peso-total
            move ped-situacao                        to ws-form-situacao
            move ped-motivo-cancel                    to ws-form-motivo-cancel
            move ped-ds-motivo-cancel                  to ws-form-ds-motivo-cancel
                              move pit-desconto-percentual to ws-item-r-desconto(ws-item-qtd)
                              move pit-preco-unitario    to ws-item-r-preco-unitario(ws-item-qtd)
                              move pit-valor-total       to ws-item-r-valor-total(ws-item-qtd)
                              move pit-quantidade       to ws-item-r-qtd-unidade(ws-item-qtd)
                              move spaces               to ws-item-r-unidade(ws-item-qtd)
                              if   pit-fator-conversao > 1
                                   move pit-qtd-unidade-venda to ws-item-r-qtd-unidade(ws-item-qtd)
                                   move pit-unidade-venda to ws-item-r-unidade(ws-item-qtd)
                              end-if
                              move spaces               to ws-item-r-tipo(ws-item-qtd)
                              if   pit-cd-campanha not = zeros
                                   move "Promo."        to ws-item-r-tipo(ws-item-qtd)
                              end-if
                              if   pit-item-bonificacao
                                   move "Bonif."        to ws-item-r-tipo(ws-item-qtd)
                              end-if
                              if   pit-item-consignacao
                                   move "Consig."       to ws-item-r-tipo(ws-item-qtd)
                              end-if
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              move pit-cd-produto       to prd-cd-produto
                              read produto-arq
                              move pit-desconto-percentual to ws-item-r-desconto(ws-item-qtd)
                              move pit-preco-unitario    to ws-item-r-preco-unitario(ws-item-qtd)
                              move pit-valor-total       to ws-item-r-valor-total(ws-item-qtd)
                              move pit-quantidade       to ws-item-r-qtd-unidade(ws-item-qtd)
                              move spaces               to ws-item-r-unidade(ws-item-qtd)
                              if   pit-fator-conversao > 1
                                   move pit-qtd-unidade-venda to ws-item-r-qtd-unidade(ws-item-qtd)
                                   move pit-unidade-venda to ws-item-r-unidade(ws-item-qtd)
                              end-if
                              move spaces               to ws-item-r-tipo(ws-item-qtd)
                              if   pit-cd-campanha not = zeros
                                   move "Promo."        to ws-item-r-tipo(ws-item-qtd)
                              end-if
                              if   pit-item-bonificacao
                                   move "Bonif."        to ws-item-r-tipo(ws-item-qtd)
                              end-if
                              if   pit-item-consignacao
                                   move "Consig."       to ws-item-r-tipo(ws-item-qtd)
                              end-if
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              move pit-cd-produto       to prd-cd-produto
                              read produto-arq
                 exit section
            end-if

      *>   Venda em unidade alternativa (caixa, fardo): a quantidade
      *>   digitada é convertida para a unidade de estoque, que é a que
      *>   reserva, baixa e gera pendência.
            perform 2511-resolver-unidade-venda
            if   ws-com-erro
                 exit section
            end-if

      *>   Reserva contra o saldo DISPONÍVEL (saldo físico menos o já
      *>   reservado pelos demais pedidos em aberto) - dois pedidos
      *>   abertos não prometem as mesmas últimas unidades. Quantidade
                 if   ws-saldo-disponivel <= zeros
                      move zeros                      to ws-qtd-reservar
                 else
                      if   ws-qtd-item-estoque > ws-saldo-disponivel
                           move ws-saldo-disponivel    to ws-qtd-reservar
                      else
                           move ws-qtd-item-estoque    to ws-qtd-reservar
                      end-if
                 end-if
            end-if
            move ws-form-cd-pedido                  to pit-cd-pedido
            move ws-proxima-sequencia-item            to pit-sequencia
            move ws-form-item-cd-produto             to pit-cd-produto
            move ws-qtd-item-estoque                 to pit-quantidade
            move ws-preco-lista-resolvido             to pit-preco-lista
            move ws-form-item-desconto               to pit-desconto-percentual
            compute pit-preco-unitario rounded =
                    pit-preco-lista
                  * (100 - pit-desconto-percentual) / 100
      *>   O valor do item sai da unidade vendida: o preço da caixa na
      *>   tabela, quando há linha para ela, senão o preço da unidade de
      *>   estoque x fator - o arredondamento do preço por unidade de
      *>   estoque não pesa no total.
            move ws-unidade-venda                    to pit-unidade-venda
            move ws-fator-venda                      to pit-fator-conversao
            move ws-form-item-quantidade             to pit-qtd-unidade-venda
            if   ws-preco-unidade-tabela not = zeros
                 compute pit-preco-unidade-venda rounded =
                         ws-preco-unidade-tabela
                       * (100 - pit-desconto-percentual) / 100
            else
                 compute pit-preco-unidade-venda rounded =
                         ws-preco-lista-resolvido * ws-fator-venda
                       * (100 - pit-desconto-percentual) / 100
            end-if
            compute pit-valor-total =
                    pit-qtd-unidade-venda * pit-preco-unidade-venda
            move ws-qtd-reservar                     to pit-qtd-reservada
            set  pit-item-venda                      to true
            move zeros                               to pit-custo-bonificacao
            move ws-cd-campanha-resolvida             to pit-cd-campanha
      *>   Item bonificado: sai a preço zero (não gera receber nem
      *>   comissão) e carrega o custo médio x quantidade, que é o que
      *>   consome a verba do vendedor; o preço de lista fica como
      *>   referência do valor dado.
            if   ws-item-bonificado-tela
                 set  pit-item-bonificacao            to true
                 move zeros                           to pit-cd-campanha
                 move zeros                           to pit-desconto-percentual
                 move zeros                           to pit-preco-unitario
                 move zeros                           to pit-preco-unidade-venda
                 move zeros                           to pit-valor-total
                 compute pit-custo-bonificacao =
                         pit-quantidade * prd-custo-medio
            end-if
            write reg-pedido-item
                invalid key
                     move "S"                        to ws-ind-erro
                 else
                      move "Item incluído."           to ws-mensagem-retorno
                 end-if
                 if   pit-item-bonificacao
                      exit section
                 end-if
                 if   pit-desconto-percentual > ws-desconto-maximo-percentual
                      perform 2520-marcar-liberacao-pendente
                 end-if
      *>   Preço de campanha sem desconto adicional já foi aprovado no
      *>   cadastro da campanha - não passa de novo pela margem.
                 if   pit-cd-campanha = zeros
                 or   pit-desconto-percentual not = zeros
                      perform 2503-verificar-margem-item
                 end-if
            end-if
            .

                         end-if
                end-read
            end-perform

      *>   Código de embalagem (o EAN da caixa não é o da unidade): a
      *>   chave alternada de PRD-UNIDADE.DAT resolve o produto e a
      *>   unidade de venda de uma vez.
            if   ws-form-item-cd-produto = zeros
                 move ws-form-item-codigo-barras       to pun-codigo-barras
                 read prd-unidade-arq
                     key is pun-codigo-barras
                     invalid key
                          continue
                     not invalid key
                          move pun-cd-produto          to ws-form-item-cd-produto
                          move pun-unidade             to ws-form-item-unidade
                 end-read
            end-if
            .

       2501-exit.
      *>   (PRD-TABELA.DAT). A chave cresce com a quantidade mínima,
      *>   então a varredura guarda o preço da última faixa que cabe na
      *>   quantidade pedida; sem linha aplicável (ou cliente sem
      *>   categoria) vale o prd-preco-venda do cadastro. Por cima do
      *>   preço de lista entra a campanha promocional vigente
      *>   (2504-aplicar-campanha).
       2502-resolver-preco-lista section.
       2502.
            move prd-preco-venda                     to ws-preco-lista-resolvido
            move zeros                               to ws-cd-campanha-resolvida
            move zeros                               to ws-preco-unidade-tabela

            move ped-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                     exit section
            end-read
            if   cli-categoria = zeros
                 perform 2504-aplicar-campanha
                 exit section
            end-if

      *>   Unidade alternativa procura primeiro a linha da própria
      *>   unidade (faixa em caixas); sem ela vale a tabela da unidade de
      *>   estoque, na quantidade convertida. O preço de lista do item
      *>   fica sempre por unidade de estoque.
            if   ws-unidade-venda not = spaces
                 move ws-unidade-venda                 to ws-tab-unidade-busca
                 move ws-form-item-quantidade          to ws-tab-qtd-busca
                 perform 2512-varrer-tabela-preco
                 if   ws-tab-preco-achado not = zeros
                      move ws-tab-preco-achado         to ws-preco-unidade-tabela
                      compute ws-preco-lista-resolvido rounded =
                              ws-tab-preco-achado / ws-fator-venda
                 end-if
            end-if
            if   ws-preco-unidade-tabela = zeros
                 move spaces                           to ws-tab-unidade-busca
                 move ws-qtd-item-estoque              to ws-tab-qtd-busca
                 perform 2512-varrer-tabela-preco
                 if   ws-tab-preco-achado not = zeros
                      move ws-tab-preco-achado         to ws-preco-lista-resolvido
                 end-if
            end-if

            perform 2504-aplicar-campanha
      *>   Campanha é por unidade de estoque: o preço da caixa passa a
      *>   ser o promocional x fator.
            if   ws-cd-campanha-resolvida not = zeros
                 move zeros                           to ws-preco-unidade-tabela
            end-if
            .

       2502-exit.
            exit.

      *>===================================================================================
      *>   2512-varrer-tabela-preco: linhas do produto na categoria do
      *>   cliente e na unidade ws-tab-unidade-busca. A chave cresce com
      *>   a quantidade mínima, então fica o preço da última faixa que
      *>   cabe em ws-tab-qtd-busca; zeros = nenhuma faixa aplicável.
       2512-varrer-tabela-preco section.
       2512.
            move zeros                               to ws-tab-preco-achado
            move "N"                                 to ws-ind-fim-tabela-preco
            move ws-form-item-cd-produto              to tab-cd-produto
            move cli-categoria                       to tab-categoria
            move ws-tab-unidade-busca                 to tab-unidade
            move zeros                               to tab-qtd-minima
            start prd-tabela-arq key is greater than or equal tab-chave
                invalid key
                    not at end
                         if   tab-cd-produto not = ws-form-item-cd-produto
                         or   tab-categoria not = cli-categoria
                         or   tab-unidade not = ws-tab-unidade-busca
                              set ws-tabela-preco-eof   to true
                         else
                              if   tab-qtd-minima <= ws-tab-qtd-busca
                                   move tab-preco       to ws-tab-preco-achado
                              else
                                   set ws-tabela-preco-eof to true
                              end-if
            end-perform
            .

       2512-exit.
            exit.

      *>===================================================================================
      *>   2511-resolver-unidade-venda: unidade informada no item (ou
      *>   trazida pelo código da embalagem) precisa ser de venda na
      *>   grade de unidades do produto; a unidade de estoque do cadastro
      *>   vale fator 1. Resolve também a quantidade em unidades de
      *>   estoque, que precisa caber no item.
       2511-resolver-unidade-venda section.
       2511.
            move spaces                              to ws-unidade-venda
            move 1                                   to ws-fator-venda
            if   ws-form-item-unidade = prd-unidade
                 move spaces                         to ws-form-item-unidade
            end-if
            if   ws-form-item-unidade not = spaces
                 move prd-cd-produto                  to pun-cd-produto
                 move ws-form-item-unidade            to pun-unidade
                 read prd-unidade-arq
                     key is pun-chave
                     invalid key
                          move "S"                    to ws-ind-erro
                          move "Unidade de venda nao cadastrada para o produto." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   not pun-vale-venda
                      move "S"                       to ws-ind-erro
                      move "Unidade informada nao e de venda." to ws-mensagem-retorno
                      exit section
                 end-if
                 move pun-unidade                     to ws-unidade-venda
                 if   pun-fator-conversao > 1
                      move pun-fator-conversao         to ws-fator-venda
                 end-if
            end-if
            compute ws-qtd-item-estoque =
                    ws-form-item-quantidade * ws-fator-venda
            if   ws-qtd-item-estoque > 99999
                 move "S"                            to ws-ind-erro
                 move "Quantidade convertida para a unidade de estoque passa de 99999." to ws-mensagem-retorno
            end-if
            .

       2511-exit.
            exit.

      *>===================================================================================
      *>   2504-aplicar-campanha: campanhas ativas com a data de hoje na
      *>   vigência e a categoria do cliente entre as elegíveis, cobrindo
      *>   o produto pelo código ou pelo grupo (prd-cd-grupo). Entre
      *>   várias vale o menor preço, e a campanha só entra quando fica
      *>   abaixo do preço de lista já resolvido. A base de campanhas é
      *>   pequena: varredura sequencial de CAMPANHA.DAT.
       2504-aplicar-campanha section.
       2504.
            move ws-preco-lista-resolvido             to ws-preco-campanha-melhor
            move function current-date (1:8)          to ws-data-campanha
            move "N"                                 to ws-ind-fim-campanha
            move low-values                          to cmp-cd-campanha
            start campanha-arq key is greater than or equal cmp-cd-campanha
                invalid key
                     set ws-campanha-eof              to true
            end-start
            perform until ws-campanha-eof
                read campanha-arq next record
                    at end
                         set ws-campanha-eof           to true
                    not at end
                         if   cmp-ativa
                         and  cmp-data-inicio <= ws-data-campanha
                         and  cmp-data-fim >= ws-data-campanha
                              perform 2506-verificar-categoria-campanha
                              if   ws-campanha-elegivel
                                   perform 2507-varrer-itens-campanha
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-cd-campanha-resolvida not = zeros
                 move ws-preco-campanha-melhor         to ws-preco-lista-resolvido
            end-if
            .

       2504-exit.
            exit.

      *>===================================================================================
      *>   2506-verificar-categoria-campanha: cmp-categorias em branco vale
      *>   para todas; senão a categoria do cliente precisa estar na lista.
       2506-verificar-categoria-campanha section.
       2506.
            move "S"                                 to ws-ind-campanha-elegivel
            if   cmp-categorias = spaces
                 exit section
            end-if
            move cli-categoria                       to ws-categoria-campanha
            move zeros                               to ws-qtd-categoria-campanha
            inspect cmp-categorias tallying ws-qtd-categoria-campanha
                    for all ws-categoria-campanha
            if   ws-qtd-categoria-campanha = zeros
                 move "N"                             to ws-ind-campanha-elegivel
            end-if
            .

       2506-exit.
            exit.

      *>===================================================================================
      *>   2507-varrer-itens-campanha: linhas da campanha corrente que
      *>   cobrem o produto do item - pelo código, ou pelo grupo quando a
      *>   linha não traz produto.
       2507-varrer-itens-campanha section.
       2507.
            move "N"                                 to ws-ind-fim-campanha-item
            move cmp-cd-campanha                     to cpi-cd-campanha
            move zeros                               to cpi-sequencia
            start campanha-item-arq key is greater than or equal cpi-chave
                invalid key
                     set ws-campanha-item-eof         to true
            end-start
            perform until ws-campanha-item-eof
                read campanha-item-arq next record
                    at end
                         set ws-campanha-item-eof      to true
                    not at end
                         if   cpi-cd-campanha not = cmp-cd-campanha
                              set ws-campanha-item-eof  to true
                         else
                              if   cpi-cd-produto = ws-form-item-cd-produto
                              or  (cpi-cd-produto = zeros
                               and cpi-cd-grupo not = zeros
                               and cpi-cd-grupo = prd-cd-grupo)
                                   perform 2509-calcular-preco-campanha
                              end-if
                         end-if
                end-read
            end-perform
            .

       2507-exit.
            exit.

      *>===================================================================================
      *>   2509-calcular-preco-campanha: preço promocional fixo, ou o %
      *>   sobre o preço de lista; o "leve X pague Y" cobra Y de cada X
      *>   unidades pedidas e vira preço médio por unidade na quantidade
      *>   do item.
       2509-calcular-preco-campanha section.
       2509.
            if   cpi-preco-promocional not = zeros
                 move cpi-preco-promocional           to ws-preco-campanha
            else
                 compute ws-preco-campanha rounded =
                         ws-preco-lista-resolvido
                       * (100 - cpi-desconto-percentual) / 100
            end-if

            if   cpi-leve-qtd > zeros
            and  cpi-pague-qtd > zeros
            and  cpi-pague-qtd < cpi-leve-qtd
                 divide ws-qtd-item-estoque by cpi-leve-qtd
                        giving ws-qtd-grupos-leve
                        remainder ws-qtd-resto-leve
                 compute ws-qtd-cobrada-leve =
                         ws-qtd-grupos-leve * cpi-pague-qtd
                       + ws-qtd-resto-leve
                 compute ws-preco-campanha rounded =
                         ws-preco-campanha * ws-qtd-cobrada-leve
                       / ws-qtd-item-estoque
            end-if

            if   ws-preco-campanha < ws-preco-campanha-melhor
                 move ws-preco-campanha               to ws-preco-campanha-melhor
                 move cmp-cd-campanha                 to ws-cd-campanha-resolvida
            end-if
            .

       2509-exit.
            exit.

      *>===================================================================================
            rewrite reg-pedido
                invalid key
                     move "Erro ao liberar desconto." to ws-mensagem-retorno
                     exit section
                not invalid key
                     move "Desconto liberado."        to ws-mensagem-retorno
            end-rewrite
            perform 2531-registrar-excecao-desconto
            .

       2530-exit.
            exit.

      *>===================================================================================
      *>   2531-registrar-excecao-desconto: a liberação cobre as duas
      *>   travas que marcam o pedido (2520-marcar-liberacao-pendente) -
      *>   os itens de venda são revistos para registrar uma exceção de
      *>   desconto acima do teto (valor do desconto concedido nesses
      *>   itens) e/ou uma de margem abaixo do mínimo (valor dos itens,
      *>   pelo custo médio corrente, mesmo cálculo de
      *>   2503-verificar-margem-item).
       2531-registrar-excecao-desconto section.
       2531.
            move zeros                               to ws-exc-valor-desconto
            move zeros                               to ws-exc-valor-margem
            move zeros                               to ws-exc-qtd-itens-desconto
            move zeros                               to ws-exc-qtd-itens-margem
            move ws-margem-minima-padrao              to ws-margem-minima
            move "MARGEMMIN"                         to par-serie
            read parametro-arq
                key is par-serie
                invalid key
                     continue
                not invalid key
                     if   par-proximo-numero not = zeros
                          move par-proximo-numero      to ws-margem-minima
                     end-if
            end-read

            move ped-cd-pedido                       to pit-cd-pedido
            move zeros                               to pit-sequencia
            start pedido-item-arq key is greater than or equal pit-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read pedido-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   pit-cd-pedido not = ped-cd-pedido
                              set ws-item-eof          to true
                         else
                              if   pit-item-venda
                                   perform 2532-avaliar-item-excecao
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-exc-qtd-itens-desconto > zeros
                 initialize ws-parametros-registra-excecao
                 move 1                               to ws-exc-tipo
                 move ws-exc-valor-desconto            to ws-exc-valor
                 string ws-exc-qtd-itens-desconto
                        " item(ns) com desconto acima do teto de "
                        ws-desconto-maximo-percentual
                        "%"
                        delimited by size into ws-exc-motivo
                 perform 2119-chamar-registra-excecao
            end-if
            if   ws-exc-qtd-itens-margem > zeros
                 initialize ws-parametros-registra-excecao
                 move 2                               to ws-exc-tipo
                 move ws-exc-valor-margem              to ws-exc-valor
                 string ws-exc-qtd-itens-margem
                        " item(ns) abaixo da margem minima de "
                        ws-margem-minima
                        "%"
                        delimited by size into ws-exc-motivo
                 perform 2119-chamar-registra-excecao
            end-if
            .

       2531-exit.
            exit.

      *>===================================================================================
       2532-avaliar-item-excecao section.
       2532.
            if   pit-desconto-percentual > ws-desconto-maximo-percentual
                 add 1                                to ws-exc-qtd-itens-desconto
                 compute ws-exc-valor-desconto = ws-exc-valor-desconto
                       + (pit-preco-lista - pit-preco-unitario) * pit-quantidade
            end-if
            if   pit-cd-campanha not = zeros
            and  pit-desconto-percentual = zeros
                 exit section
            end-if
            if   pit-preco-unitario = zeros
                 exit section
            end-if
            move pit-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     exit section
            end-read
            if   prd-custo-medio = zeros
                 exit section
            end-if
            compute ws-margem-item rounded =
                    (pit-preco-unitario - prd-custo-medio)
                  * 100 / pit-preco-unitario
            if   ws-margem-item < ws-margem-minima
                 add 1                                to ws-exc-qtd-itens-margem
                 add pit-valor-total                   to ws-exc-valor-margem
            end-if
            .

       2532-exit.
            exit.

      *>===================================================================================
      *>   2535-liberar-bonificacao: o supervisor autoriza a bonificação
      *>   do pedido acima da verba do vendedor (mesmo molde de
      *>   2530-liberar-desconto); o custo continua sendo lançado na
      *>   verba utilizada do mês no fechamento.
       2535-liberar-bonificacao section.
       2535.
            if   ws-perfil-logado not = 3
                 move "Liberacao de bonificacao restrita ao supervisor." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-pedido                  to ped-cd-pedido
            read pedido-arq
                key is ped-cd-pedido
                invalid key
                     move "Pedido não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   not ped-aberto
            or   ped-custo-bonificacao = zeros
                 move "Pedido aberto sem itens bonificados - nada a liberar." to ws-mensagem-retorno
                 exit section
            end-if
            set  ped-bonificacao-liberada            to true
            rewrite reg-pedido
                invalid key
                     move "Erro ao liberar bonificacao." to ws-mensagem-retorno
                     exit section
                not invalid key
                     move "Bonificacao liberada."     to ws-mensagem-retorno
            end-rewrite
            initialize ws-parametros-registra-excecao
            move 3                                   to ws-exc-tipo
            move ped-custo-bonificacao               to ws-exc-valor
            move "Bonificacao acima da verba do mes do vendedor"
                                                     to ws-exc-motivo
            perform 2119-chamar-registra-excecao
            .

       2535-exit.
            exit.

      *>===================================================================================
      *>   2505-obter-proxima-sequencia-item: mesma técnica START/READ
      *>   PREVIOUS usada em 2145-obter-proxima-sequencia (Cliente.cbl).
       2505-obter-proxima-sequencia-item section.
       2505.
            move ped-cd-pedido                      to pit-cd-pedido
            move 99999                               to pit-sequencia
            start pedido-item-arq key is less than or equal pit-chave
                invalid key
                     move zeros                      to ws-proxima-sequencia-item
                not invalid key

      *>===================================================================================
      *>   2510-recalcular-total-pedido: soma os itens do pedido corrente e
      *>   regrava ped-valor-total no cabeçalho, junto com o custo dos
      *>   itens bonificados. Bonificação que cresce depois de liberada
      *>   volta a exigir a liberação do supervisor.
       2510-recalcular-total-pedido section.
       2510.
            move zeros                                to ws-total-calculado-pedido
            move zeros                                to ws-custo-bonificacao-calculado
            move ped-cd-pedido                       to pit-cd-pedido
            move zeros                               to pit-sequencia
            start pedido-item-arq key is greater than or equal pit-chave
                              set ws-item-eof          to true
                         else
                              add pit-valor-total       to ws-total-calculado-pedido
                              if   pit-item-bonificacao
                                   add pit-custo-bonificacao
                                                        to ws-custo-bonificacao-calculado
                              end-if
                         end-if
                end-read
            end-perform
                     continue
                not invalid key
                     move ws-total-calculado-pedido    to ped-valor-total
                     if   ped-bonificacao-liberada
                     and  ws-custo-bonificacao-calculado > ped-custo-bonificacao
                          move spaces                  to ped-liberacao-bonificacao
                     end-if
                     move ws-custo-bonificacao-calculado to ped-custo-bonificacao
                     rewrite reg-pedido
                         invalid key
                              continue
            move "P"                                 to ws-form-tipo
            move spaces                               to ws-form-data-validade
            move zeros                                to ws-form-cd-condicao-pagto
            move zeros                                to ws-form-valor-frete
            move spaces                               to ws-form-frete-informado
            move zeros                                to ws-form-peso-total
            move "A"                                 to ws-form-situacao
            move zeros                                to ws-form-item-cd-produto
            move zeros                                to ws-form-item-quantidade
            move spaces                               to ws-form-item-unidade
            move zeros                                to ws-form-item-desconto
            move zeros                                to ws-item-qtd
            move spaces                              to ws-mensagem-retorno
                 exit section
            end-if

            move ped-cd-empresa                      to ws-empresa-documento
            if   ws-empresa-documento = zeros
                 move 1                              to ws-empresa-documento
            end-if
            perform 2705-obter-proximo-codigo-fatura
      *>   O desconto à vista da condição de pagamento é concedido na
      *>   EMISSÃO: a fatura já sai pelo valor com desconto, para fatura,
      *>   parcelas, extrato do cliente e exportação contábil fecharem
      *>   na mesma conta.
            perform 2707-obter-desconto-avista
      *>   Tributos item a item sobre o valor com desconto, na baixa de
      *>   cada item (2729); o IPI é cobrado por fora e entra no total da
      *>   fatura e nas parcelas. O frete do pedido (2750) vai inteiro
      *>   nesta primeira fatura, também por fora - a fatura da liberação
      *>   de pendência não cobra frete de novo.
            perform 2720-baixar-estoque-pedido
            perform 2708-aplicar-desconto-avista
            move ped-cd-pedido                       to fat-cd-pedido
            move ped-cd-cliente                      to fat-cd-cliente
            move ws-empresa-documento                to fat-cd-empresa
            move ws-valor-entregue-total              to fat-valor-produtos
            move ped-valor-frete                     to fat-valor-frete
            compute fat-valor-total =
                    fat-valor-produtos + fat-valor-ipi + fat-valor-frete
            move function current-date (1:8)          to fat-data-emissao
            set  fat-emitida                         to true
            move ws-operador-logado                  to fat-operador-emissao
            set  fat-nfe-nao-enviada                 to true
            move spaces                              to fat-nfe-chave-acesso
            move spaces                              to fat-nfe-protocolo
            move zeros                               to fat-nfe-data-retorno
            move spaces                              to fat-nfe-motivo-rejeicao
            write reg-fatura
                invalid key
                     move "S"                        to ws-ind-erro

            if   not ws-com-erro
                 move fat-cd-fatura                  to ped-cd-fatura
                 if   ped-custo-bonificacao > zeros
                      perform 2760-lancar-verba-bonificacao
                 end-if
                 rewrite reg-pedido
                     invalid key
                          continue
                 end-rewrite
                 perform 2710-gerar-parcelas-receber
                 perform 2770-enfileirar-mensagens
                 move spaces                         to ws-mensagem-retorno
                 if   ws-qtd-pendencias-geradas = zeros
                      string "Pedido fechado. Fatura "
                             " item(ns) com pendencia de entrega."
                             delimited by size into ws-mensagem-retorno
                 end-if
                 if   ws-adt-total-consumido > zeros
                      string function trim(ws-mensagem-retorno)
                             " Adiantamento abatido: "
                             ws-adt-total-consumido
                             "."
                             delimited by size into ws-mensagem-retorno
                 end-if
                 if   ws-qtd-itens-sem-regra > zeros
                      string function trim(ws-mensagem-retorno)
                             " ATENCAO: "
                             ws-qtd-itens-sem-regra
                             " item(ns) sem regra fiscal - conferir antes da NF-e."
                             delimited by size into ws-mensagem-retorno
                 end-if
            end-if
            .

            exit.

      *>===================================================================================
      *>   2707-obter-desconto-avista: percentual de desconto à vista da
      *>   condição de pagamento do pedido (COND-PAGTO.DAT), lido antes
      *>   da baixa de estoque para a tributação de cada item.
       2707-obter-desconto-avista section.
       2707.
            move zeros                               to ws-perc-desconto-avista
            if   ped-cd-condicao-pagto = zeros
                 exit section
            end-if
                invalid key
                     exit section
            end-read
            move cpg-desconto-avista                 to ws-perc-desconto-avista
            .

       2707-exit.
            exit.

      *>===================================================================================
      *>   2708-aplicar-desconto-avista: abate o desconto à vista (2707)
      *>   do valor expedido, ANTES da emissão da fatura.
       2708-aplicar-desconto-avista section.
       2708.
            if   ws-perc-desconto-avista not = zeros
                 compute ws-valor-entregue-total rounded =
                         ws-valor-entregue-total
                       * (100 - ws-perc-desconto-avista) / 100
            end-if
            .

       2708-exit.
            exit.

      *>===================================================================================
      *>   2750-calcular-frete: no fechamento, soma o peso bruto e o volume
      *>   dos itens (prd-peso-bruto/prd-volume x quantidade - a carga do
      *>   pedido no romaneio) e calcula o frete pela tabela da
      *>   rota do cliente (ROTA.CPY): valor por kg da primeira faixa que
      *>   comporta o peso - acima da última faixa preenchida, o da
      *>   última -, com o frete mínimo da rota como piso, e zero quando
      *>   o valor das mercadorias atinge o frete grátis da rota. Frete
      *>   informado pelo supervisor (ped-frete-manual) é mantido; cliente
      *>   sem rota não paga frete. Roda antes da gravação do pedido, que
      *>   leva peso e frete ao registro (mesma varredura de itens de
      *>   2510-recalcular-total-pedido).
       2750-calcular-frete section.
       2750.
            perform 2751-somar-carga-pedido
            move ws-peso-pedido                      to ped-peso-total
            move ws-volume-pedido                    to ped-volume-total

            if   ped-frete-manual
                 exit section
            end-if
            move spaces                              to ped-operador-frete
            perform 2755-calcular-frete-tabela
            move ws-frete-calculado                  to ped-valor-frete
            .

       2750-exit.
            exit.

      *>===================================================================================
      *>   2751-somar-carga-pedido: peso bruto e volume dos itens do
      *>   pedido corrente em ws-peso-pedido/ws-volume-pedido.
       2751-somar-carga-pedido section.
       2751.
            move zeros                               to ws-peso-pedido
            move zeros                               to ws-volume-pedido
            move ped-cd-pedido                       to pit-cd-pedido
            move zeros                               to pit-sequencia
            start pedido-item-arq key is greater than or equal pit-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read pedido-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   pit-cd-pedido not = ped-cd-pedido
                              set ws-item-eof          to true
                         else
      *>   Item de acerto de consignação não viaja - já está no cliente.
                              if   not pit-item-consignacao
                                   move pit-cd-produto   to prd-cd-produto
                                   read produto-arq
                                       key is prd-cd-produto
                                       invalid key
                                            continue
                                       not invalid key
                                            compute ws-peso-pedido =
                                                    ws-peso-pedido
                                                  + prd-peso-bruto * pit-quantidade
                                            compute ws-volume-pedido =
                                                    ws-volume-pedido
                                                  + prd-volume * pit-quantidade
                                   end-read
                              end-if
                         end-if
                end-read
            end-perform
            .

       2751-exit.
            exit.

      *>===================================================================================
      *>   2755-calcular-frete-tabela: frete da tabela da rota do cliente
      *>   para ws-peso-pedido em ws-frete-calculado - zeros para cliente
      *>   sem rota ou pedido que atinge o frete grátis.
       2755-calcular-frete-tabela section.
       2755.
            move zeros                               to ws-frete-calculado
            if   cli-cd-rota = zeros
                 exit section
            end-if
            move cli-cd-rota                         to rot-cd-rota
            read rota-arq
                key is rot-cd-rota
                invalid key
                     exit section
            end-read
            if   rot-frete-isento-acima > zeros
            and  ped-valor-total >= rot-frete-isento-acima
                 exit section
            end-if

            move zeros                               to ws-frete-valor-kg
            move "N"                                 to ws-ind-faixa-frete
            perform varying ws-frete-faixa-idx from 1 by 1
                    until ws-frete-faixa-idx > 5
                    or    ws-faixa-frete-achada
                if   rot-faixa-peso-ate(ws-frete-faixa-idx) = zeros
                     set ws-faixa-frete-achada        to true
                else
                     move rot-faixa-valor-kg(ws-frete-faixa-idx) to ws-frete-valor-kg
                     if   ws-peso-pedido <= rot-faixa-peso-ate(ws-frete-faixa-idx)
                          set ws-faixa-frete-achada   to true
                     end-if
                end-if
            end-perform

            compute ws-frete-calculado rounded =
                    ws-peso-pedido * ws-frete-valor-kg
            if   ws-frete-calculado < rot-frete-minimo
                 move rot-frete-minimo                to ws-frete-calculado
            end-if
            .

       2755-exit.
            exit.

      *>===================================================================================
      *>   2760-lancar-verba-bonificacao: na emissão da fatura, o custo
      *>   dos itens bonificados entra na verba utilizada do vendedor no
      *>   mês corrente; sem registro do mês em META-VENDEDOR.DAT ele é
      *>   criado só com o consumo (meta e verba zeradas). O mês fica
      *>   carimbado no pedido para o cancelamento devolver no lugar
      *>   certo.
       2760-lancar-verba-bonificacao section.
       2760.
            move function current-date (1:6)          to ws-bon-ano-mes
            move ped-cd-vendedor                     to met-cd-vendedor
            move ws-bon-ano-mes                      to met-ano-mes
            read meta-vendedor-arq
                key is met-chave
                invalid key
                     move ped-cd-vendedor             to met-cd-vendedor
                     move ws-bon-ano-mes              to met-ano-mes
                     move zeros                       to met-valor-meta
                     move zeros                       to met-meta-clientes-novos
                     move zeros                       to met-verba-bonificacao
                     move ped-custo-bonificacao       to met-bonificacao-utilizada
                     write reg-meta-vendedor
                         invalid key
                              continue
                     end-write
                not invalid key
                     add  ped-custo-bonificacao       to met-bonificacao-utilizada
                     rewrite reg-meta-vendedor
                         invalid key
                              continue
                     end-rewrite
            end-read
            move ws-bon-ano-mes                      to ped-ano-mes-bonificacao
            .

       2760-exit.
            exit.

      *>===================================================================================
      *>   2770-enfileirar-mensagens: confirmação do pedido e aviso da
      *>   fatura emitida ao cliente, na fila de e-mail (EnfileiraMensagem
      *>   resolve o endereço e respeita a recusa do cliente a cada tipo).
       2770-enfileirar-mensagens section.
       2770.
            initialize ws-parametros-enfileira-mensagem
            move 1                                   to ws-eml-tipo
            move ped-cd-cliente                      to ws-eml-cd-cliente
            move ped-cd-pedido                       to ws-eml-documento
            move ws-operador-logado                  to ws-eml-operador
            string "Confirmacao do pedido "
                   ped-cd-pedido
                   delimited by size into ws-eml-assunto
            string "Seu pedido "
                   ped-cd-pedido
                   " foi confirmado em "
                   fat-data-emissao
                   " e segue para separacao e entrega."
                   delimited by size into ws-eml-linha(1)
            move "Obrigado pela preferencia."        to ws-eml-linha(2)
            call "EnfileiraMensagem" using ws-parametros-enfileira-mensagem

            initialize ws-parametros-enfileira-mensagem
            move 2                                   to ws-eml-tipo
            move ped-cd-cliente                      to ws-eml-cd-cliente
            move fat-cd-fatura                       to ws-eml-documento
            move ws-operador-logado                  to ws-eml-operador
            string "Fatura "
                   fat-cd-fatura
                   " emitida"
                   delimited by size into ws-eml-assunto
            string "Emitimos a fatura "
                   fat-cd-fatura
                   " do pedido "
                   ped-cd-pedido
                   " em "
                   fat-data-emissao
                   "."
                   delimited by size into ws-eml-linha(1)
            string "Valor total "
                   fat-valor-total
                   " (produtos "
                   fat-valor-produtos
                   ", IPI "
                   fat-valor-ipi
                   ", frete "
                   fat-valor-frete
                   ")."
                   delimited by size into ws-eml-linha(2)
            call "EnfileiraMensagem" using ws-parametros-enfileira-mensagem
            .

       2770-exit.
            exit.

      *>===================================================================================
      *>   2710-gerar-parcelas-receber: desdobra o valor total do pedido
      *>   faturado em parcelas de contas a receber (30/60/90 dias) em
                move ws-parcela-idx                   to rec-parcela
                move ped-cd-cliente                  to rec-cd-cliente
                move fat-cd-fatura                   to rec-cd-fatura
                move ws-empresa-documento             to rec-cd-empresa
                if   ws-parcela-idx = ws-parcelas-gerar
                     move ws-valor-ultima-parcela      to rec-valor
                else
                move zeros                           to rec-parcela-origem
                move spaces                          to rec-forma-baixa
                move spaces                          to rec-motivo-perda
                move zeros                           to rec-valor-dispensado
                move spaces                          to rec-motivo-dispensa
                move spaces                          to rec-operador-dispensa
                write reg-receber
                    invalid key
                         continue
                end-write
            end-perform

      *>   Sinal pago antes do fechamento abate as parcelas recém geradas.
            perform 2715-consumir-adiantamentos
            .

       2710-exit.
            exit.

      *>===================================================================================
      *>   2715-consumir-adiantamentos: adiantamentos em aberto lançados
      *>   contra este pedido (ADIANTAMENTO.DAT, Adiantamento.cbl) abatem
      *>   as parcelas do pedido em ordem de parcela - cada abatimento
      *>   entra no histórico de pagamentos com a forma "A" (mesma
      *>   técnica de 2600-abater-nota-credito em Devolucao.cbl). O que
      *>   sobrar do adiantamento deixa de estar preso ao pedido e fica
      *>   como crédito do cliente.
       2715-consumir-adiantamentos section.
       2715.
            move zeros                               to ws-adt-total-consumido
            move "N"                                 to ws-ind-fim-adiantamento
            move low-values                          to adt-cd-adiantamento
            start adiantamento-arq key is greater than or equal adt-cd-adiantamento
                invalid key
                     set ws-adiantamento-eof          to true
            end-start
            perform until ws-adiantamento-eof
                read adiantamento-arq next record
                    at end
                         set ws-adiantamento-eof       to true
                    not at end
                         if   adt-aberto
                         and  adt-cd-pedido = ped-cd-pedido
                              perform 2716-aplicar-adiantamento
                         end-if
                end-read
            end-perform
            .

       2715-exit.
            exit.

      *>===================================================================================
       2716-aplicar-adiantamento section.
       2716.
            compute ws-adt-saldo =
                    adt-valor - adt-valor-utilizado - adt-valor-devolvido

            move "N"                                 to ws-ind-fim-parcela-adt
            move ped-cd-pedido                       to rec-cd-pedido
            move zeros                               to rec-parcela
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     set ws-parcela-adt-eof           to true
            end-start
            perform until ws-parcela-adt-eof
                    or ws-adt-saldo = zeros
                read receber-arq next record
                    at end
                         set ws-parcela-adt-eof        to true
                    not at end
                         if   rec-cd-pedido not = ped-cd-pedido
                              set ws-parcela-adt-eof    to true
                         else
                              if   rec-aberta
                                   perform 2717-abater-parcela-adiantamento
                              end-if
                         end-if
                end-read
            end-perform

            if   adt-valor-utilizado + adt-valor-devolvido >= adt-valor
                 set  adt-utilizado                  to true
            end-if
            move zeros                               to adt-cd-pedido
            rewrite reg-adiantamento
                invalid key
                     continue
            end-rewrite
            .

       2716-exit.
            exit.

      *>===================================================================================
       2717-abater-parcela-adiantamento section.
       2717.
            if   rec-valor - rec-valor-pago <= zeros
                 exit section
            end-if
            if   ws-adt-saldo >= rec-valor - rec-valor-pago
                 compute ws-adt-abate-parcela =
                         rec-valor - rec-valor-pago
            else
                 move ws-adt-saldo                    to ws-adt-abate-parcela
            end-if

            add  ws-adt-abate-parcela                to rec-valor-pago
            set  rec-forma-adiantamento               to true
            if   rec-valor-pago >= rec-valor
                 set  rec-baixada                    to true
                 move function current-date (1:8)     to rec-data-baixa
                 move ws-operador-logado              to rec-operador-baixa
            end-if
            rewrite reg-receber
                invalid key
                     exit section
            end-rewrite

            subtract ws-adt-abate-parcela             from ws-adt-saldo
            add  ws-adt-abate-parcela                to adt-valor-utilizado
            add  ws-adt-abate-parcela                to ws-adt-total-consumido

            perform 2718-gravar-pagamento-adiantamento
            .

       2717-exit.
            exit.

      *>===================================================================================
      *>   2718-gravar-pagamento-adiantamento: linha do histórico de
      *>   pagamentos do consumo (forma "A"), mesma gravação de
      *>   Receber.cbl.
       2718-gravar-pagamento-adiantamento section.
       2718.
            move zeros                               to ws-proxima-sequencia-pgt
            move rec-cd-pedido                       to pgt-cd-pedido
            move rec-parcela                         to pgt-parcela
            move 99999                                to pgt-sequencia
            start rec-pagamento-arq key is less than or equal pgt-chave
                invalid key
                     continue
                not invalid key
                     read rec-pagamento-arq previous record
                         at end
                              continue
                         not at end
                              if   pgt-cd-pedido = rec-cd-pedido
                              and  pgt-parcela = rec-parcela
                                   move pgt-sequencia  to ws-proxima-sequencia-pgt
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-pgt

            move rec-cd-pedido                      to pgt-cd-pedido
            move rec-parcela                        to pgt-parcela
            move ws-proxima-sequencia-pgt             to pgt-sequencia
            move ws-adt-abate-parcela                to pgt-valor
            move function current-date (1:8)          to pgt-data
            move ws-operador-logado                  to pgt-operador
            set  pgt-forma-adiantamento               to true
            move "P"                                 to pgt-tipo
            move zeros                               to pgt-extrato-chave
            write reg-rec-pagamento
                invalid key
                     continue
            end-write
            .

       2718-exit.
            exit.

      *>===================================================================================
      *>   2705-obter-proximo-codigo-fatura: o próximo cdFatura vem do
      *>   contador central da série FATURA em PARAMETRO.DAT
      *>   (ProximoNumero); a chave mais alta continua como semente da
      *>   primeira atribuição. Fatura de filial sai da série da filial
      *>   (FATURA-Fn), como em 2105-obter-proximo-codigo.
       2705-obter-proximo-codigo-fatura section.
       2705.
            move high-values                        to fat-cd-fatura

            move "FATURA"                            to ws-seq-serie
            move fat-cd-fatura                       to ws-seq-numero-semente
            if   ws-empresa-documento > 1
                 move spaces                          to ws-seq-serie
                 string "FATURA-F" ws-empresa-documento
                        delimited by size into ws-seq-serie
                 compute ws-seq-numero-semente =
                         ws-empresa-documento * 1000000 + 1
            end-if
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to fat-cd-fatura
            .
       2720.
            move zeros                               to ws-valor-entregue-total
            move zeros                               to ws-qtd-pendencias-geradas
            move zeros                               to fat-valor-icms
            move zeros                               to fat-valor-ipi
            move zeros                               to ws-qtd-itens-sem-regra
            move spaces                              to ws-mov-documento-pedido
            string "PED " ped-cd-pedido
                   delimited by size into ws-mov-documento-pedido
      *>   de compra; o valor expedido acumula para a fatura.
       2722-baixar-estoque-item section.
       2722.
      *>   Item de acerto de consignação: a mercadoria saiu do estoque na
      *>   remessa e já está com o cliente - só fatura.
            if   pit-item-consignacao
                 move pit-quantidade                  to ws-qtd-entregar-item
                 perform 2719-valorar-entrega-item
                 add  ws-valor-entregar-item          to ws-valor-entregue-total
                 perform 2729-tributar-item-expedido
                 exit section
            end-if
      *>   Produto composto (kit) não carrega saldo próprio: o valor
      *>   inteiro do item é faturado e a baixa explode a composição,
      *>   consumindo o saldo dos componentes (2728).
            move pit-cd-produto                      to ws-cd-produto-kit-teste
            perform 2721-verificar-kit
            if   ws-produto-eh-kit
                 move pit-quantidade                  to ws-qtd-entregar-item
                 perform 2719-valorar-entrega-item
                 add  ws-valor-entregar-item          to ws-valor-entregue-total
                 perform 2729-tributar-item-expedido
                 perform 2728-explodir-kit
                 exit section
            end-if
                     continue
            end-rewrite

            perform 2719-valorar-entrega-item
            add  ws-valor-entregar-item               to ws-valor-entregue-total
            if   ws-qtd-entregar-item > zeros
                 perform 2729-tributar-item-expedido
            end-if

      *>   A expedição consome os lotes do produto em ordem de validade
      *>   (FEFO), um movimento de saída por lote consumido; o que não
       2722-exit.
            exit.

      *>===================================================================================
      *>   2729-tributar-item-expedido: tributa o item expedido pelo
      *>   subprograma CalculaTributos (regra fiscal do par de UFs/NCM,
      *>   gravação do item em FATURA-ITEM.DAT), aplicando antes a parte
      *>   do desconto à vista que cabe ao item. ICMS e IPI somam no
      *>   cabeçalho da fatura.
       2729-tributar-item-expedido section.
       2729.
            move fat-cd-fatura                       to ws-trb-cd-fatura
            move pit-sequencia                       to ws-trb-sequencia
            move ped-cd-cliente                      to ws-trb-cd-cliente
            move ws-empresa-documento                 to ws-trb-cd-empresa
            move pit-cd-produto                      to ws-trb-cd-produto
            move ws-qtd-entregar-item                 to ws-trb-quantidade
            compute ws-trb-valor-produto rounded =
                    ws-valor-entregar-item
                  * (100 - ws-perc-desconto-avista) / 100
            call "CalculaTributos" using ws-parametros-calcula-tributos
            add ws-trb-valor-icms                    to fat-valor-icms
            add ws-trb-valor-ipi                     to fat-valor-ipi
            if   ws-trb-ind-regra = "N"
                 add 1                               to ws-qtd-itens-sem-regra
            end-if
            .

       2729-exit.
            exit.

      *>===================================================================================
      *>   2719-valorar-entrega-item: valor de ws-qtd-entregar-item do
      *>   item corrente. Item entregue inteiro vale pit-valor-total, que
      *>   é calculado na unidade vendida; entrega parcial vale pelo
      *>   preço por unidade de estoque.
       2719-valorar-entrega-item section.
       2719.
            if   ws-qtd-entregar-item = pit-quantidade
                 move pit-valor-total                 to ws-valor-entregar-item
            else
                 compute ws-valor-entregar-item =
                         ws-qtd-entregar-item * pit-preco-unitario
            end-if
            .

       2719-exit.
            exit.

      *>===================================================================================
      *>   2723-consumir-lotes-fefo: a validade dentro da chave de
      *>   PRD-LOTE.DAT faz a varredura em ordem de chave já entregar o
      *>   lote que vence primeiro. Cada lote consumido gera a sua saída
      *>   em ESTOQUE-MOV.DAT com o lote carimbado - o romaneio sabe
      *>   depois qual lote foi em qual pedido; sobra sem lote sai em um
      *>   movimento único sem lote. Lote recolhido (RastreioLote.cbl)
      *>   fica fora da varredura.
       2723-consumir-lotes-fefo section.
       2723.
            move ws-qtd-baixa                        to ws-qtd-restante-fefo
                              set ws-lote-eof          to true
                         else
                              if   lot-saldo > zeros
                              and  not lot-recolhido
                                   perform 2726-consumir-lote
                              end-if
                         end-if
            end-if

            move ped-situacao                       to ws-situacao-anterior-pedido
            move zeros                              to ws-adt-estornar
            if   ped-situacao = "F"
                 perform 2805-reverter-fechamento
            end-if
      *>   Adiantamento preso ao pedido (ou consumido nas parcelas que o
      *>   cancelamento derrubou) volta a ser crédito do cliente.
            perform 2812-reverter-adiantamentos
      *>   Pedido ainda aberto devolve as reservas de estoque feitas na
      *>   inclusão dos itens (orçamento nunca reservou).
            if   ped-aberto
                 perform 2808-liberar-reservas-pedido
            end-if

      *>   Bonificação já lançada na verba do vendedor volta para o mês
      *>   de origem.
            if   ped-ano-mes-bonificacao not = zeros
                 perform 2830-devolver-verba-bonificacao
            end-if

            move "C"                                to ped-situacao
            move ws-form-motivo-cancel               to ped-motivo-cancel
            move ws-form-ds-motivo-cancel             to ped-ds-motivo-cancel
                         if   rec-cd-pedido not = ws-form-cd-pedido
                              set ws-cancel-eof        to true
                         else
      *>   Parcela paga só com adiantamento não teve dinheiro na data da
      *>   baixa: cai junto com as abertas e o sinal volta a crédito.
                              perform 2806-somar-pagamentos-parcela
                              if   rec-aberta
                              or  (rec-baixada
                               and ws-adt-pago-adiantamento > zeros
                               and ws-adt-pago-outros = zeros)
                                   add  ws-adt-pago-adiantamento to ws-adt-estornar
                                   set rec-cancelada   to true
                                   rewrite reg-receber
                                       invalid key
       2805-exit.
            exit.

      *>===================================================================================
      *>   2806-somar-pagamentos-parcela: separa o que a parcela corrente
      *>   recebeu por consumo de adiantamento (forma "A") do que recebeu
      *>   de fato (demais formas, só principal).
       2806-somar-pagamentos-parcela section.
       2806.
            move zeros                               to ws-adt-pago-adiantamento
            move zeros                               to ws-adt-pago-outros
            move "N"                                 to ws-ind-fim-pgt-adt
            move rec-cd-pedido                       to pgt-cd-pedido
            move rec-parcela                         to pgt-parcela
            move zeros                               to pgt-sequencia
            start rec-pagamento-arq key is greater than or equal pgt-chave
                invalid key
                     set ws-pgt-adt-eof               to true
            end-start
            perform until ws-pgt-adt-eof
                read rec-pagamento-arq next record
                    at end
                         set ws-pgt-adt-eof            to true
                    not at end
                         if   pgt-cd-pedido not = rec-cd-pedido
                         or   pgt-parcela not = rec-parcela
                              set ws-pgt-adt-eof        to true
                         else
                              if   pgt-forma-adiantamento
                                   add pgt-valor        to ws-adt-pago-adiantamento
                              else
                                   if   pgt-tipo-principal
                                        add pgt-valor   to ws-adt-pago-outros
                                   end-if
                              end-if
                         end-if
                end-read
            end-perform
            .

       2806-exit.
            exit.

      *>===================================================================================
      *>   2812-reverter-adiantamentos: solta os adiantamentos presos ao
      *>   pedido cancelado (viram crédito do cliente) e devolve a eles o
      *>   valor consumido nas parcelas canceladas - primeiro aos
      *>   adiantamentos do próprio pedido, depois (2ª passada) a
      *>   qualquer adiantamento do cliente aplicado pela tela de
      *>   Adiantamento.cbl.
       2812-reverter-adiantamentos section.
       2812.
            move 1                                   to ws-adt-passada
            perform 2813-varrer-adiantamentos
            if   ws-adt-estornar > zeros
                 move 2                               to ws-adt-passada
                 perform 2813-varrer-adiantamentos
            end-if
            .

       2812-exit.
            exit.

      *>===================================================================================
       2813-varrer-adiantamentos section.
       2813.
            move "N"                                 to ws-ind-fim-adiantamento
            move low-values                          to adt-cd-adiantamento
            start adiantamento-arq key is greater than or equal adt-cd-adiantamento
                invalid key
                     set ws-adiantamento-eof          to true
            end-start
            perform until ws-adiantamento-eof
                read adiantamento-arq next record
                    at end
                         set ws-adiantamento-eof       to true
                    not at end
                         if   adt-cd-cliente = ped-cd-cliente
                         and  not adt-devolvido
                              if   ws-adt-passada = 1
                                   if   adt-cd-pedido = ped-cd-pedido
                                   or   adt-cd-pedido-origem = ped-cd-pedido
                                        perform 2814-devolver-credito-adiantamento
                                   end-if
                              else
                                   if   ws-adt-estornar > zeros
                                        perform 2814-devolver-credito-adiantamento
                                   end-if
                              end-if
                         end-if
                end-read
            end-perform
            .

       2813-exit.
            exit.

      *>===================================================================================
       2814-devolver-credito-adiantamento section.
       2814.
            if   adt-cd-pedido = ped-cd-pedido
                 move zeros                           to adt-cd-pedido
            end-if
            if   ws-adt-estornar > zeros
            and  adt-valor-utilizado > zeros
                 if   adt-valor-utilizado >= ws-adt-estornar
                      move ws-adt-estornar             to ws-adt-estorno-item
                 else
                      move adt-valor-utilizado         to ws-adt-estorno-item
                 end-if
                 subtract ws-adt-estorno-item         from adt-valor-utilizado
                 subtract ws-adt-estorno-item         from ws-adt-estornar
                 set  adt-aberto                      to true
            end-if
            rewrite reg-adiantamento
                invalid key
                     continue
            end-rewrite
            .

       2814-exit.
            exit.

      *>===================================================================================
      *>   2807-devolver-estoque-item: devolve ao saldo do produto apenas
      *>   a quantidade efetivamente expedida (a pendência de entrega em
      *>   o movimento de entrada da reversão.
       2807-devolver-estoque-item section.
       2807.
      *>   Item de acerto de consignação não tinha saído do estoque no
      *>   fechamento: a quantidade volta ao saldo da remessa, em poder
      *>   do cliente.
            if   pit-item-consignacao
                 perform 2835-devolver-saldo-consignacao
                 exit section
            end-if
      *>   Item de kit devolve os componentes - o kit nunca teve saldo
      *>   próprio baixado.
            move pit-cd-produto                      to ws-cd-produto-kit-teste
      *>===================================================================================
       2809-liberar-reserva-item section.
       2809.
      *>   Item de acerto de consignação não reservou nada - o vendido
      *>   volta ao saldo da remessa (2835).
            if   pit-item-consignacao
                 perform 2835-devolver-saldo-consignacao
                 exit section
            end-if
            move pit-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
       2825-exit.
            exit.

      *>===================================================================================
      *>   2830-devolver-verba-bonificacao: o cancelamento de pedido
      *>   faturado com bonificação devolve o custo à verba do mês em que
      *>   foi lançado (ped-ano-mes-bonificacao).
       2830-devolver-verba-bonificacao section.
       2830.
            move ped-cd-vendedor                     to met-cd-vendedor
            move ped-ano-mes-bonificacao              to met-ano-mes
            read meta-vendedor-arq
                key is met-chave
                invalid key
                     continue
                not invalid key
                     if   met-bonificacao-utilizada >= ped-custo-bonificacao
                          subtract ped-custo-bonificacao from met-bonificacao-utilizada
                     else
                          move zeros                  to met-bonificacao-utilizada
                     end-if
                     rewrite reg-meta-vendedor
                         invalid key
                              continue
                     end-rewrite
            end-read
            move zeros                               to ped-ano-mes-bonificacao
            .

       2830-exit.
            exit.

      *>===================================================================================
      *>   2835-devolver-saldo-consignacao: tira a quantidade do item
      *>   cancelado do vendido da remessa de origem (primeiro item do
      *>   mesmo produto com vendido suficiente) e reabre a remessa se
      *>   ela estava encerrada.
       2835-devolver-saldo-consignacao section.
       2835.
            if   ped-cd-consignacao = zeros
                 exit section
            end-if
            move "N"                                 to ws-ind-csg-devolvido
            move ped-cd-consignacao                  to csi-cd-consignacao
            move zeros                               to csi-sequencia
            start consignacao-item-arq key is greater than or equal csi-chave
                invalid key
                     exit section
            end-start
            move "N"                                 to ws-ind-fim-csg
            perform until ws-csg-eof
                    or ws-csg-devolvido
                read consignacao-item-arq next record
                    at end
                         set ws-csg-eof               to true
                    not at end
                         if   csi-cd-consignacao not = ped-cd-consignacao
                              set ws-csg-eof           to true
                         else
                              if   csi-cd-produto = pit-cd-produto
                              and  csi-qtd-vendida >= pit-quantidade
                                   subtract pit-quantidade from csi-qtd-vendida
                                   rewrite reg-consignacao-item
                                       invalid key
                                            continue
                                   end-rewrite
                                   set ws-csg-devolvido  to true
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-csg-devolvido
                 move ped-cd-consignacao              to csg-cd-consignacao
                 read consignacao-arq
                     key is csg-cd-consignacao
                     invalid key
                          continue
                     not invalid key
                          if   csg-encerrada
                               set csg-aberta          to true
                               rewrite reg-consignacao
                                   invalid key
                                        continue
                               end-rewrite
                          end-if
                 end-read
            end-if
            .

       2835-exit.
            exit.

      *>===================================================================================
      *>   2900-converter-orcamento: um clique transforma o orçamento
      *>   aceito em pedido de verdade - gera um pedido novo (tipo P,
            move spaces                              to ped-ds-motivo-cancel
            move zeros                               to ped-ano-mes-comissao
            move spaces                              to ped-separacao
            move spaces                              to ped-liberacao-bonificacao
            move zeros                               to ped-ano-mes-bonificacao
            move zeros                               to ped-cd-consignacao
            move zeros                               to ped-cd-programado
            move ws-empresa-logada                   to ped-cd-empresa
            write reg-pedido
                invalid key
                     move "S"                        to ws-ind-erro
            close prd-lote-arq
            close prd-composicao-arq
            close prd-tabela-arq
            close prd-unidade-arq
            close campanha-arq
            close campanha-item-arq
            close parametro-arq
            close deposito-arq
            close prd-deposito-arq
            close vendedor-arq
            close comissao-fech-arq
            close rota-arq
            close rec-pagamento-arq
            close adiantamento-arq
            close meta-vendedor-arq
            close consignacao-item-arq
            close consignacao-arq
            .

       3000-exit.
                        <td class=titulocampo>Liberação Supervisor&nbsp;</td>
                        <td colspan=2><input name=liberacaoSupervisor type="checkbox" value="S" title="Cliente bloqueado ou limite de credito excedido" tabIndex=6></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Frete&nbsp;</td>
                        <td colspan=2>
                            <input name=valorFrete size=10 maxlength=10 value="" class="campo" title="Calculado no fechamento pela tabela da rota; o supervisor pode informar" tabIndex=6>
                            Peso bruto: :ws-form-peso-total kg
                        </td>
                        <td class=titulocampo>Frete Informado&nbsp;</td>
                        <td colspan=2><input name=freteInformado type="checkbox" value="S" title="Supervisor: manter o valor de frete digitado em vez do calculado" tabIndex=6></td>
                    </tr>
                    <tr>
                        <td colspan=6>&nbsp;</td>
                    </tr>
                            <input name=itemCdProduto size=5 maxlength=5 value="" class="campo" title="Codigo produto" tabIndex=7>
                            <input name=itemCodigoBarras size=13 maxlength=13 value="" class="campo" title="Codigo de barras (bipagem do leitor)" tabIndex=7>
                            <input name=itemQuantidade size=5 maxlength=5 value="" class="campo" title="Quantidade" tabIndex=8>
                            <input name=itemUnidade size=3 maxlength=3 value="" class="campo" title="Unidade de venda (vazio = unidade de estoque)" tabIndex=8>
                            <input name=itemDesconto size=6 maxlength=6 value="" class="campo" title="Desconto %" tabIndex=9>
                            <button class=botao name=BotIncluirItem onclick='IncluirItem();' style="width:110px;" tabindex=9><label>Incluir Item</label></button>
                            <input name=itemBonificacao type="checkbox" value="S" title="Item bonificado: sem cobranca, consome a verba do vendedor" tabIndex=9><label>Bonificação</label>
                            <button class=botao name=BotLiberarDesc onclick='LiberarDesconto();' style="width:130px;" tabindex=9><label>Liberar Desconto</label></button>
                            <button class=botao name=BotLiberarBonif onclick='LiberarBonificacao();' style="width:140px;" tabindex=9><label>Liberar Bonificação</label></button>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Qtd</td>
                                    <td class=titulocampo>Qtd Venda</td>
                                    <td class=titulocampo>Preço Lista</td>
                                    <td class=titulocampo>Desc. %</td>
                                    <td class=titulocampo>Preço Unit.</td>
                                    <td class=titulocampo>Total</td>
                                    <td class=titulocampo>Tipo</td>
                                </tr>
            end-exec
            perform 8000-linhas-itens
                        <td>:ws-item-r-cd-produto(ws-item-tab-idx)</td>
                        <td>:ws-item-r-descricao(ws-item-tab-idx)</td>
                        <td><div align=center>:ws-item-r-quantidade(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-unidade(ws-item-tab-idx) :ws-item-r-unidade(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-preco-lista(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-desconto(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-preco-unitario(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-valor-total(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-tipo(ws-item-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
                        }
                    }

                    function LiberarBonificacao() {
                        if (confirm("Confirma a liberacao da bonificacao acima da verba do vendedor?")) {
                            Submeter("66");
                        }
                    }

                    function ConverterOrcamento() {
                        if (confirm("Confirma a conversao deste orcamento em pedido?")) {
                            Submeter("70");
                        document.all.dataValidade.value = ":ws-form-data-validade";
                        document.all.cdCondicaoPagto.value = ":ws-form-cd-condicao-pagto";
                        document.all.liberacaoSupervisor.checked = ( ":ws-form-liberacao-supervisor" == "S" );
                        document.all.valorFrete.value = ":ws-form-valor-frete";
                        document.all.freteInformado.checked = ( ":ws-form-frete-informado" == "S" );
                        document.all.situacao.value   = ":ws-form-situacao";
                        document.all.motivoCancel.value   = ":ws-form-motivo-cancel";
                        document.all.dsMotivoCancel.value = ":ws-form-ds-motivo-cancel";
