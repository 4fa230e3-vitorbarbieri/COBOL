                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.

           select prd-fornecedor-arq assign to "PRD-FORNECEDOR.DAT"
                  access mode                is dynamic
                  record key                 is pfo-chave
                  file status                is ws-status-prd-fornecedor.
           select prd-unidade-arq assign    to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-prd-unidade.

           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.

           select cli-tarefa-arq assign     to "CLI-TAREFA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.

           select prd-lote-arq assign       to "PRD-LOTE.DAT"
                  record key                 is lot-chave
                  file status                is ws-status-prd-lote.

           select nfe-compra-arq assign     to "NFE-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is nfc-chave
                  file status                is ws-status-nfe-compra.

      *>   XML da NF-e do fornecedor, no nome informado na tela.
           select nfe-xml-arq assign        to ws-nome-arquivo-xml
                  organization               is line sequential
                  file status                is ws-status-nfe-xml.

      *>===================================================================================
       data division.
       file section.

       fd  prd-fornecedor-arq.
       copy "PRDFORN.CPY".
       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".

       fd  sessao-arq.
       copy "SESSAO.CPY".
       fd  prd-lote-arq.
       copy "LOTE.CPY".

       fd  nfe-compra-arq.
       copy "NFECOMP.CPY".

       fd  nfe-xml-arq.
       01  reg-nfe-xml                              pic x(1024).

      *>===================================================================================
       working-storage section.
      *>   Depósito físico das movimentações automáticas (a loja).
           03 ws-status-prd-fornecedor               pic x(02)       value "00".
              88 ws-prd-fornecedor-ok                               value "00".
              88 ws-prd-fornecedor-nao-encontrado                   value "23" "35".
           03 ws-status-prd-unidade                  pic x(02)       value "00".
              88 ws-prd-unidade-ok                                  value "00".
              88 ws-prd-unidade-nao-encontrado                      value "23" "35".
           03 ws-status-sessao                       pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
           03 ws-status-prd-lote                     pic x(02)       value "00".
              88 ws-prd-lote-ok                                     value "00".
              88 ws-prd-lote-nao-encontrado                         value "23" "35".
           03 ws-status-nfe-compra                   pic x(02)       value "00".
              88 ws-nfe-compra-ok                                   value "00".
              88 ws-nfe-compra-nao-encontrado                       value "23" "35".
           03 ws-status-nfe-xml                      pic x(02)       value "00".
              88 ws-nfe-xml-ok                                      value "00".
              88 ws-nfe-xml-fim                                     value "10".

      *>   Operador logado, resolvido via SESSAO.DAT a partir do parâmetro
      *>   sessao= recebido no QUERY_STRING; "SISTEMA" quando não há sessão
      *>   restritas aos perfis de vendas e supervisor (mesma regra do
      *>   menú). Sem sessão válida vale o menor privilégio (atendimento).
       01  ws-perfil-logado                           pic 9(01)       value 1.
      *>   Estabelecimento da sessão (ses-cd-empresa, EMPRESA.CPY): o
      *>   pedido de compra novo nasce nele e só é alterado por ele; as
      *>   parcelas a pagar herdam o do pedido. Sem sessão vale a matriz.
       01  ws-empresa-logada                          pic 9(01)       value 1.
      *>   Estabelecimento do documento em tratamento (zeros = matriz).
       01  ws-empresa-documento                       pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
              88 ws-opcao-incluir-item                              value "60".
              88 ws-opcao-receber-item                              value "70".
              88 ws-opcao-encerrar-receb                            value "75".
              88 ws-opcao-importar-nfe                              value "80".
              88 ws-opcao-receber-nfe                               value "85".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
           03 ws-form-item-cd-produto                pic 9(05)       value zeros.
           03 ws-form-item-quantidade                pic 9(05)       value zeros.
           03 ws-form-item-custo-unitario             pic 9(07)v9(02) value zeros.
      *>   Unidade de compra do item (em branco assume a do fornecedor
      *>   em PRD-FORNECEDOR.DAT, ou a unidade de estoque); quantidade e
      *>   custo digitados são nela.
           03 ws-form-item-unidade                    pic x(03)       value spaces.
      *>   Recebimento por item (opção 70): a linha apontada, a
      *>   quantidade de fato entregue e o custo cobrado (zero assume o
      *>   negociado; diferente dele gera divergência de custo).
      *>   (em branco para produto sem lote).
           03 ws-form-item-lote                       pic x(10)       value spaces.
           03 ws-form-item-validade                   pic x(08)       value spaces.
      *>   Arquivo XML da NF-e do fornecedor (opção 80); em branco vale
      *>   NFE-ENTRADA.XML.
           03 ws-form-arquivo-xml                     pic x(60)       value spaces.

       01  ws-ind-pedido-existente                   pic x(01)       value "N".
          88 ws-pedido-existente                                    value "S".
              05 ws-item-r-custo-unitario              pic 9(07)v9(02).
              05 ws-item-r-valor-total                 pic 9(09)v9(02).
              05 ws-item-r-qtd-recebida                pic 9(05).
              05 ws-item-r-unidade                    pic x(03).
       01  ws-item-qtd                               pic 9(03)       value zeros.
       01  ws-item-tab-idx                           pic 9(03)       value zeros.
       01  ws-proxima-sequencia-item                  pic 9(05)       value zeros.
       01  ws-proxima-sequencia-mov                   pic 9(05)       value zeros.
       01  ws-mov-documento-compra                     pic x(12)       value spaces.

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

      *>   Tributação do item da fatura complementar (CALL para
      *>   CalculaTributos, mesmo uso de 2729 em Pedido.cbl).
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

      *>   Liberação das pendências de entrega (backorders) do produto
      *>   recém recebido (2740): ordem de idade pela numeração crescente
      *>   de pedido, com expedição complementar, parcela do valor
       01  ws-lote-entrada                             pic x(10)       value spaces.
       01  ws-validade-entrada                          pic 9(08)       value zeros.

      *>   Unidade de compra do item em inclusão (2501) e o último custo
      *>   do fornecedor, guardado por unidade de estoque.
       01  ws-unidade-compra                           pic x(03)       value spaces.
       01  ws-fator-compra                             pic 9(05)       value 1.
       01  ws-ultimo-custo-fornecedor                  pic 9(07)v9(02) value zeros.

      *>   Saldos por depósito (CALL para AtualizaDeposito, mesmo padrão
      *>   de ProximoNumero): as movimentações automáticas usam o
      *>   depósito padrão 1 (loja).
       01  ws-ind-tem-falta                            pic x(01)       value "N".
          88 ws-tem-falta                                             value "S".

      *>   Importação da NF-e do fornecedor (2800): leitura do XML tag a
      *>   tag - a tag corrente, o texto acumulado até o fechamento e os
      *>   grupos abertos que dão sentido às tags repetidas (CNPJ do
      *>   emitente, dados do item, duplicata).
       01  ws-nome-arquivo-xml                         pic x(60)       value spaces.
       01  ws-leitura-xml.
           03 ws-xml-tam-linha                       pic 9(04)       value zeros.
           03 ws-xml-pos                             pic 9(04)       value zeros.
           03 ws-xml-caracter                        pic x(01)       value spaces.
           03 ws-xml-estado                          pic x(01)       value "T".
              88 ws-xml-em-texto                                    value "T".
              88 ws-xml-em-nome-tag                                 value "N".
              88 ws-xml-em-atributos                                value "A".
           03 ws-xml-ind-fechamento                  pic x(01)       value "N".
              88 ws-xml-tag-fechamento                              value "S".
           03 ws-xml-caracter-anterior                pic x(01)       value spaces.
           03 ws-xml-tag                             pic x(20)       value spaces.
           03 ws-xml-tag-tam                         pic 9(02)       value zeros.
           03 ws-xml-valor                           pic x(60)       value spaces.
           03 ws-xml-valor-tam                       pic 9(02)       value zeros.
           03 ws-xml-ind-emit                        pic x(01)       value "N".
              88 ws-xml-no-emitente                                 value "S".
           03 ws-xml-ind-det                         pic x(01)       value "N".
              88 ws-xml-no-item                                     value "S".
           03 ws-xml-ind-dup                         pic x(01)       value "N".
              88 ws-xml-na-duplicata                                value "S".
           03 ws-xml-data                            pic 9(08)       value zeros.

      *>   NF-e lida do XML (e recarregada de NFE-COMPRA.DAT para a tela).
       01  ws-nfe-lida.
           03 ws-nfe-nr-nota                         pic 9(09)       value zeros.
           03 ws-nfe-serie                           pic 9(03)       value zeros.
           03 ws-nfe-data-emissao                    pic 9(08)       value zeros.
           03 ws-nfe-cnpj-emitente                   pic 9(14)       value zeros.
           03 ws-nfe-valor-nota                      pic 9(09)v9(02) value zeros.
           03 ws-nfe-pedido-xml                      pic x(15)       value spaces.
           03 ws-nfe-situacao                        pic x(01)       value spaces.
           03 ws-nfe-qtd-itens                       pic 9(03)       value zeros.
           03 ws-nfe-qtd-dups                        pic 9(02)       value zeros.
           03 ws-nfe-qtd-sem-vinculo                 pic 9(03)       value zeros.
       01  ws-tab-nfe-itens.
           03 ws-nfe-item                            occurs 100 times.
              05 ws-nfe-r-cd-produto-fornecedor        pic x(15).
              05 ws-nfe-r-descricao                  pic x(40).
              05 ws-nfe-r-unidade                    pic x(06).
              05 ws-nfe-r-quantidade                 pic 9(05).
              05 ws-nfe-r-custo-unitario              pic 9(07)v9(02).
              05 ws-nfe-r-lote                       pic x(10).
              05 ws-nfe-r-validade                   pic 9(08).
              05 ws-nfe-r-vinculo                    pic x(01).
              05 ws-nfe-r-cd-produto                 pic 9(05).
              05 ws-nfe-r-pci-sequencia               pic 9(05).
              05 ws-nfe-r-qtd-recebida-antes           pic 9(05).
       01  ws-tab-nfe-dups.
           03 ws-nfe-dup                             occurs 36 times.
              05 ws-nfe-r-dup-numero                 pic x(10).
              05 ws-nfe-r-dup-vencimento              pic 9(08).
              05 ws-nfe-r-dup-valor                  pic 9(09)v9(02).
       01  ws-nfe-idx                                pic 9(03)       value zeros.
       01  ws-nfe-cd-fornecedor                       pic 9(05)       value zeros.
       01  ws-nfe-qtd-pedidos-abertos                  pic 9(03)       value zeros.
       01  ws-nfe-ind-fim                             pic x(01)       value "N".
          88 ws-nfe-eof                                               value "S".
       01  ws-ind-parcelas-nfe                         pic x(01)       value "N".
          88 ws-parcelas-da-nfe                                       value "S".

      *>   Geração das parcelas de contas a pagar no recebimento
      *>   (2710-gerar-parcelas-pagar), na condição negociada do
      *>   fornecedor (frn-qtd-parcelas-pagar/frn-prazo-pagamento-dias;
       01  ws-valor-ultima-parcela                     pic 9(09)v9(02) value zeros.
       01  ws-venc-data-hoje                          pic 9(08)       value zeros.
       01  ws-venc-data-futura                         pic 9(08)       value zeros.
       01  ws-valor-gravar-parcela                     pic 9(09)v9(02) value zeros.
       01  ws-historico-parcela                        pic x(40)       value spaces.

      *>   Parâmetros do utilitário de datas DataUtil (CALL, mesmo padrão
      *>   de Pedido.cbl) - vencimento em fim de semana/feriado vai para
           03 ws-du-dia-util-anterior                 pic 9(08)       value zeros.
           03 ws-du-mensagem-erro                     pic x(40)       value spaces.

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

      *>===================================================================================
       procedure division.
       0000-controle section.
                 open i-o prd-fornecedor-arq
            end-if

            open input prd-unidade-arq
            if   ws-prd-unidade-nao-encontrado
                 open output prd-unidade-arq
                 close prd-unidade-arq
                 open input prd-unidade-arq
            end-if

            open input sessao-arq

            open i-o pagar-arq
                 close prd-lote-arq
                 open i-o prd-lote-arq
            end-if

            open i-o nfe-compra-arq
            if   ws-nfe-compra-nao-encontrado
                 open output nfe-compra-arq
                 close nfe-compra-arq
                 open i-o nfe-compra-arq
            end-if
            .

       1100-exit.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Pedido de compra restrito aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-incluir-item
                      or ws-opcao-receber-item
                      or ws-opcao-encerrar-receb
                      or ws-opcao-importar-nfe
                      or ws-opcao-receber-nfe)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-pedido-compra
                     perform 1200-obter-campos-formulario
                     perform 2760-encerrar-recebimento
                     perform 2300-carregar-pedido-compra
                when ws-opcao-importar-nfe
                     perform 1200-obter-campos-formulario
                     perform 2800-importar-nfe
                     perform 2300-carregar-pedido-compra
                when ws-opcao-receber-nfe
                     perform 1200-obter-campos-formulario
                     perform 2850-receber-pela-nfe
                     perform 2300-carregar-pedido-compra
                when ws-opcao-novo
                     perform 2600-novo-pedido-compra
                when other
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
       1200-obter-campos-formulario section.
       1200.
                getfield( ws-form-item-cd-produto )
                getfield( ws-form-item-quantidade )
                getfield( ws-form-item-custo-unitario )
                getfield( ws-form-item-unidade )
                getfield( ws-form-item-sequencia )
                getfield( ws-form-qtd-recebida )
                getfield( ws-form-custo-recebido )
                getfield( ws-form-item-lote )
                getfield( ws-form-item-validade )
                getfield( ws-form-arquivo-xml )
            end-exec
            .

                 end-read
            end-if

            if   ws-pedido-existente
                 move pdc-cd-empresa                  to ws-empresa-documento
                 if   ws-empresa-documento = zeros
                      move 1                          to ws-empresa-documento
                 end-if
                 if   ws-empresa-documento not = ws-empresa-logada
                      move "S"                        to ws-ind-erro
                      move "Pedido de compra de outro estabelecimento - apenas consulta." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

            if   not ws-pedido-existente
                 perform 2105-obter-proximo-codigo
            end-if
                 move zeros                            to pdc-valor-total
                 move function current-date (1:8)      to pdc-data-inclusao
                 move ws-operador-logado               to pdc-operador-inclusao
                 move zeros                            to pdc-cd-cotacao
                 move zeros                            to pdc-qtd-parcelas-pagar
                 move zeros                            to pdc-prazo-pagamento-dias
                 move ws-empresa-logada                to pdc-cd-empresa
                 write reg-pedido-compra
                     invalid key
                          move "S"                    to ws-ind-erro
      *>===================================================================================
      *>   2105-obter-proximo-codigo: lê a chave mais alta de
      *>   PEDIDO-COMPRA.DAT via START/READ PREVIOUS (mesma técnica de
      *>   2105-obter-proximo-codigo em Pedido.cbl); a filial numera na
      *>   própria série (PEDCOMP-Fn, EMPRESA.CPY).
       2105-obter-proximo-codigo section.
       2105.
            move high-values                        to pdc-cd-pedido-compra

            move "PEDCOMPRA"                         to ws-seq-serie
            move pdc-cd-pedido-compra                 to ws-seq-numero-semente
            if   ws-empresa-logada > 1
                 move spaces                          to ws-seq-serie
                 string "PEDCOMP-F" ws-empresa-logada
                        delimited by size into ws-seq-serie
                 compute ws-seq-numero-semente =
                         ws-empresa-logada * 1000000 + 1
            end-if
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to pdc-cd-pedido-compra
            .
                     move pdc-cd-fornecedor            to ws-form-cd-fornecedor
                     move pdc-situacao                to ws-form-situacao
                     perform 2330-carregar-itens
                     perform 2340-carregar-nfe
            end-read
            .

                              move pci-custo-unitario    to ws-item-r-custo-unitario(ws-item-qtd)
                              move pci-valor-total       to ws-item-r-valor-total(ws-item-qtd)
                              move pci-qtd-recebida      to ws-item-r-qtd-recebida(ws-item-qtd)
                              move pci-unidade           to ws-item-r-unidade(ws-item-qtd)
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              move pci-cd-produto       to prd-cd-produto
                              read produto-arq
       2330-exit.
            exit.

      *>===================================================================================
      *>   2340-carregar-nfe: NF-e importada para o pedido corrente
      *>   (NFE-COMPRA.DAT) para a grade de conferência da tela.
       2340-carregar-nfe section.
       2340.
            initialize ws-nfe-lida
                       ws-tab-nfe-itens
                       ws-tab-nfe-dups
            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            move low-values                          to nfc-tipo-registro
            move zeros                               to nfc-sequencia
            start nfe-compra-arq key is greater than or equal nfc-chave
                invalid key
                     set ws-nfe-eof                  to true
                not invalid key
                     move "N"                        to ws-nfe-ind-fim
            end-start
            perform until ws-nfe-eof
                read nfe-compra-arq next record
                    at end
                         set ws-nfe-eof               to true
                    not at end
                         if   nfc-cd-pedido-compra not = pdc-cd-pedido-compra
                              set ws-nfe-eof           to true
                         else
                              perform 2341-carregar-registro-nfe
                         end-if
                end-read
            end-perform
            .

       2340-exit.
            exit.

      *>===================================================================================
       2341-carregar-registro-nfe section.
       2341.
            evaluate true
                when nfc-cabecalho
                     move nfc-nr-nota                 to ws-nfe-nr-nota
                     move nfc-serie                   to ws-nfe-serie
                     move nfc-data-emissao            to ws-nfe-data-emissao
                     move nfc-cnpj-emitente           to ws-nfe-cnpj-emitente
                     move nfc-valor-nota              to ws-nfe-valor-nota
                     move nfc-situacao                to ws-nfe-situacao
                     move nfc-qtd-sem-vinculo         to ws-nfe-qtd-sem-vinculo
                when nfc-item
                     if   ws-nfe-qtd-itens < 100
                          add 1                       to ws-nfe-qtd-itens
                          move ws-nfe-qtd-itens        to ws-nfe-idx
                          move nfc-it-cd-produto-fornecedor to ws-nfe-r-cd-produto-fornecedor(ws-nfe-idx)
                          move nfc-it-descricao        to ws-nfe-r-descricao(ws-nfe-idx)
                          move nfc-it-unidade          to ws-nfe-r-unidade(ws-nfe-idx)
                          move nfc-it-quantidade       to ws-nfe-r-quantidade(ws-nfe-idx)
                          move nfc-it-custo-unitario    to ws-nfe-r-custo-unitario(ws-nfe-idx)
                          move nfc-it-lote             to ws-nfe-r-lote(ws-nfe-idx)
                          move nfc-it-validade         to ws-nfe-r-validade(ws-nfe-idx)
                          move nfc-it-vinculo          to ws-nfe-r-vinculo(ws-nfe-idx)
                          move nfc-it-cd-produto       to ws-nfe-r-cd-produto(ws-nfe-idx)
                          move nfc-it-pci-sequencia     to ws-nfe-r-pci-sequencia(ws-nfe-idx)
                          move nfc-it-qtd-recebida-antes to ws-nfe-r-qtd-recebida-antes(ws-nfe-idx)
                     end-if
                when nfc-duplicata
                     if   ws-nfe-qtd-dups < 36
                          add 1                       to ws-nfe-qtd-dups
                          move ws-nfe-qtd-dups         to ws-nfe-idx
                          move nfc-dup-numero          to ws-nfe-r-dup-numero(ws-nfe-idx)
                          move nfc-dup-vencimento      to ws-nfe-r-dup-vencimento(ws-nfe-idx)
                          move nfc-dup-valor           to ws-nfe-r-dup-valor(ws-nfe-idx)
                     end-if
            end-evaluate
            .

       2341-exit.
            exit.

      *>===================================================================================
      *>   2500-incluir-item: acrescenta um item ao pedido de compra já
      *>   gravado, com o custo unitário negociado informado na tela, e
                 exit section
            end-if

            move ws-form-item-cd-produto             to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                     exit section
            end-read

      *>   Relação com o fornecedor do pedido (PRD-FORNECEDOR.DAT mantida
      *>   em Produto.cbl): unidade em que ele vende e último custo pago.
            move zeros                               to ws-ultimo-custo-fornecedor
            move ws-form-item-cd-produto             to pfo-cd-produto
            move ws-form-cd-fornecedor               to pfo-cd-fornecedor
            read prd-fornecedor-arq
                key is pfo-chave
                invalid key
                     continue
                not invalid key
                     move pfo-ultimo-custo             to ws-ultimo-custo-fornecedor
                     if   ws-form-item-unidade = spaces
                          move pfo-unidade-compra      to ws-form-item-unidade
                     end-if
            end-read

            perform 2501-resolver-unidade-compra
            if   ws-com-erro
                 exit section
            end-if

      *>   Custo em branco assume o último custo negociado com o
      *>   fornecedor do pedido, levado para a unidade de compra; sem
      *>   relação cadastrada, o custo é obrigatório.
            if   ws-form-item-custo-unitario = zeros
                 compute ws-form-item-custo-unitario =
                         ws-ultimo-custo-fornecedor * ws-fator-compra
            end-if
            if   ws-form-item-custo-unitario = zeros
                 move "S"                            to ws-ind-erro
                 move "Informe o custo negociado (sem ultimo custo cadastrado)." to ws-mensagem-retorno
                 exit section
            end-if

      *>   Item incluído depois do recebimento não passaria pela entrada
      *>   de estoque; depois do cancelamento, não faria sentido.
            move ws-form-cd-pedido-compra           to pdc-cd-pedido-compra
            move ws-form-item-quantidade             to pci-quantidade
            move ws-form-item-custo-unitario          to pci-custo-unitario
            compute pci-valor-total = pci-quantidade * pci-custo-unitario
            move ws-unidade-compra                   to pci-unidade
            move ws-fator-compra                     to pci-fator-conversao
            write reg-pedido-compra-item
                invalid key
                     move "S"                        to ws-ind-erro
       2500-exit.
            exit.

      *>===================================================================================
      *>   2501-resolver-unidade-compra: unidade informada (ou a do
      *>   fornecedor) precisa ser de compra na grade de unidades do
      *>   produto; a unidade de estoque do cadastro vale fator 1 (mesma
      *>   resolução de 2511-resolver-unidade-venda em Pedido.cbl).
       2501-resolver-unidade-compra section.
       2501.
            move spaces                              to ws-unidade-compra
            move 1                                   to ws-fator-compra
            if   ws-form-item-unidade = prd-unidade
                 move spaces                         to ws-form-item-unidade
            end-if
            if   ws-form-item-unidade = spaces
                 exit section
            end-if
            move prd-cd-produto                      to pun-cd-produto
            move ws-form-item-unidade                to pun-unidade
            read prd-unidade-arq
                key is pun-chave
                invalid key
                     move "S"                        to ws-ind-erro
                     move "Unidade de compra nao cadastrada para o produto." to ws-mensagem-retorno
                     exit section
            end-read
            if   not pun-vale-compra
                 move "S"                            to ws-ind-erro
                 move "Unidade informada nao e de compra." to ws-mensagem-retorno
                 exit section
            end-if
            move pun-unidade                         to ws-unidade-compra
            if   pun-fator-conversao > 1
                 move pun-fator-conversao             to ws-fator-compra
            end-if
            .

       2501-exit.
            exit.

      *>===================================================================================
      *>   2505-obter-proxima-sequencia-item: mesma técnica START/READ
      *>   PREVIOUS usada em 2505-obter-proxima-sequencia-item (Pedido.cbl).
            move zeros                                to ws-form-item-cd-produto
            move zeros                                to ws-form-item-quantidade
            move zeros                                to ws-form-item-custo-unitario
            move spaces                               to ws-form-item-unidade
            move zeros                                to ws-item-qtd
            move spaces                              to ws-mensagem-retorno
            .
            move pci-custo-unitario                  to ws-custo-entrada
            move spaces                              to ws-lote-entrada
            move zeros                               to ws-validade-entrada
            perform 2703-converter-unidade-compra
            perform 2704-entrada-estoque

            move pci-quantidade                      to pci-qtd-recebida
       2702-exit.
            exit.

      *>===================================================================================
      *>   2703-converter-unidade-compra: o item comprado em caixa entra
      *>   no estoque em unidades - quantidade x fator e custo / fator -
      *>   antes de ponderar o custo médio e gravar o movimento.
       2703-converter-unidade-compra section.
       2703.
            if   pci-fator-conversao > 1
                 compute ws-qtd-entrada =
                         ws-qtd-entrada * pci-fator-conversao
                 compute ws-custo-entrada rounded =
                         ws-custo-entrada / pci-fator-conversao
            end-if
            .

       2703-exit.
            exit.

      *>===================================================================================
      *>   2704-entrada-estoque: entrada genérica de mercadoria
      *>   (ws-cd-produto-entrada/ws-qtd-entrada/ws-custo-entrada) usada
                     move ws-lote-entrada              to lot-lote
                     move ws-qtd-entrada               to lot-saldo
                     move function current-date (1:8)   to lot-data-inclusao
                     move spaces                       to lot-situacao
                     move zeros                        to lot-qtd-recolhida
                     move zeros                        to lot-data-recolhimento
                     move spaces                       to lot-operador-recolhimento
                     write reg-prd-lote
                         invalid key
                              continue
                              set ws-lote-eof          to true
                         else
                              if   lot-saldo > zeros
                              and  not lot-recolhido
                                   perform 2748-consumir-lote
                              end-if
                         end-if
            move reg-pendencia                       to ws-reg-pendencia-salvo

            perform 2745-emitir-fatura-complementar
      *>   A parcela cobra o total da fatura, que inclui o IPI.
            move fat-valor-total                     to ws-valor-parcela

            move zeros                               to ws-reneg-proxima-parcela
            move pen-cd-pedido                       to rec-cd-pedido
            compute rec-parcela = ws-reneg-proxima-parcela + 1
            move pen-cd-cliente                      to rec-cd-cliente
            move fat-cd-fatura                       to rec-cd-fatura
            move ws-empresa-documento                to rec-cd-empresa
            move ws-valor-parcela                    to rec-valor
            move ws-venc-data-futura                  to rec-data-vencimento
            set  rec-aberta                          to true
            move zeros                               to rec-parcela-origem
            move spaces                              to rec-forma-baixa
            move spaces                              to rec-motivo-perda
            move zeros                               to rec-valor-dispensado
            move spaces                              to rec-motivo-dispensa
            move spaces                              to rec-operador-dispensa
            write reg-receber
                invalid key
                     continue
      *>   2745-emitir-fatura-complementar: fatura do valor liberado da
      *>   pendência (número da série FATURA, mesma técnica de
      *>   2705-obter-proximo-codigo-fatura em Pedido.cbl), amarrada ao
      *>   pedido de origem e emitida pelo estabelecimento do pedido de
      *>   venda (o da primeira parcela a receber dele).
       2745-emitir-fatura-complementar section.
       2745.
            move 1                                   to ws-empresa-documento
            move pen-cd-pedido                       to rec-cd-pedido
            move 1                                   to rec-parcela
            read receber-arq
                key is rec-chave
                invalid key
                     continue
                not invalid key
                     if   rec-cd-empresa > zeros
                          move rec-cd-empresa          to ws-empresa-documento
                     end-if
            end-read

            move high-values                        to fat-cd-fatura
            start fatura-arq key is less than fat-cd-fatura
                invalid key

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

            move fat-cd-fatura                       to ws-trb-cd-fatura
            move pen-sequencia                       to ws-trb-sequencia
            move pen-cd-cliente                      to ws-trb-cd-cliente
            move ws-empresa-documento                to ws-trb-cd-empresa
            move pen-cd-produto                      to ws-trb-cd-produto
            move ws-pen-qtd-atender                   to ws-trb-quantidade
            move ws-pen-valor-liberado                to ws-trb-valor-produto
            call "CalculaTributos" using ws-parametros-calcula-tributos

            move pen-cd-pedido                       to fat-cd-pedido
            move pen-cd-cliente                      to fat-cd-cliente
            move ws-empresa-documento                to fat-cd-empresa
            move ws-pen-valor-liberado                to fat-valor-produtos
            move ws-trb-valor-icms                    to fat-valor-icms
            move ws-trb-valor-ipi                     to fat-valor-ipi
            move zeros                               to fat-valor-frete
            compute fat-valor-total =
                    fat-valor-produtos + fat-valor-ipi
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
                     continue
                not invalid key
                     perform 2743-enfileirar-aviso-fatura
            end-write
            .

       2745-exit.
            exit.

      *>===================================================================================
      *>   2743-enfileirar-aviso-fatura: aviso da fatura complementar ao
      *>   cliente na fila de e-mail (mesmo aviso de
      *>   2770-enfileirar-mensagens em Pedido.cbl).
       2743-enfileirar-aviso-fatura section.
       2743.
            initialize ws-parametros-enfileira-mensagem
            move 2                                   to ws-eml-tipo
            move fat-cd-cliente                      to ws-eml-cd-cliente
            move fat-cd-fatura                       to ws-eml-documento
            move ws-operador-logado                  to ws-eml-operador
            string "Fatura "
                   fat-cd-fatura
                   " emitida"
                   delimited by size into ws-eml-assunto
            string "Emitimos a fatura "
                   fat-cd-fatura
                   " do pedido "
                   fat-cd-pedido
                   " em "
                   fat-data-emissao
                   ", referente a item entregue da pendencia."
                   delimited by size into ws-eml-linha(1)
            string "Valor total "
                   fat-valor-total
                   " (produtos "
                   fat-valor-produtos
                   ", IPI "
                   fat-valor-ipi
                   ")."
                   delimited by size into ws-eml-linha(2)
            call "EnfileiraMensagem" using ws-parametros-enfileira-mensagem
            .

       2743-exit.
            exit.

      *>===================================================================================
      *>   2746-criar-tarefa-aviso: tarefa de aviso ao vendedor da
      *>   carteira (mesma mecânica da tarefa de reativação em
      *>===================================================================================
      *>   2710-gerar-parcelas-pagar: desdobra o valor total do pedido de
      *>   compra recebido em parcelas de contas a pagar em PAGAR.DAT, na
      *>   condição negociada do fornecedor (FORN.CPY, ou a da cotação de
      *>   origem em PEDCOMP.CPY; zeros valem 1 parcela em 30 dias). Mesma divisão de 2710-gerar-parcelas-
      *>   -receber em Pedido.cbl: partes iguais com a última absorvendo a
      *>   diferença de arredondamento, e vencimento em fim de semana/
      *>   feriado empurrado para o próximo dia útil via DataUtil.
       2710-gerar-parcelas-pagar section.
       2710.
      *>   NF-e do fornecedor importada para o pedido: as duplicatas da
      *>   nota valem no lugar da condição de pagamento.
            perform 2715-parcelas-pagar-nfe
            if   ws-parcelas-da-nfe
                 exit section
            end-if

            move 1                                   to ws-pagar-qtd-parcelas
            move 30                                  to ws-pagar-prazo-dias
            move pdc-cd-fornecedor                   to frn-cd-fornecedor
                          move frn-prazo-pagamento-dias to ws-pagar-prazo-dias
                     end-if
            end-read
      *>   Condição oferecida na cotação que originou o pedido prevalece
      *>   sobre a do cadastro do fornecedor.
            if   pdc-qtd-parcelas-pagar not = zeros
                 move pdc-qtd-parcelas-pagar          to ws-pagar-qtd-parcelas
            end-if
            if   pdc-prazo-pagamento-dias not = zeros
                 move pdc-prazo-pagamento-dias        to ws-pagar-prazo-dias
            end-if

      *>   A base vem do chamador (ws-valor-base-pagar): o valor total do
      *>   pedido no recebimento integral, ou o valor efetivamente
                     move ws-du-proximo-dia-util        to ws-venc-data-futura
                end-if

                if   ws-parcela-idx = ws-pagar-qtd-parcelas
                     move ws-valor-ultima-parcela      to ws-valor-gravar-parcela
                else
                     move ws-valor-parcela             to ws-valor-gravar-parcela
                end-if
                move spaces                          to ws-historico-parcela
                perform 2712-gravar-parcela-pagar
            end-perform
            .

       2710-exit.
            exit.

      *>===================================================================================
      *>   2712-gravar-parcela-pagar: grava a parcela ws-parcela-idx do
      *>   pedido de compra corrente, com valor, vencimento e histórico
      *>   preparados pelo chamador (2710 ou 2715).
       2712-gravar-parcela-pagar section.
       2712.
            move pdc-cd-pedido-compra                to pag-cd-pedido-compra
            move ws-parcela-idx                       to pag-parcela
            move pdc-cd-fornecedor                   to pag-cd-fornecedor
            move pdc-cd-empresa                      to pag-cd-empresa
            move ws-valor-gravar-parcela              to pag-valor
            move ws-venc-data-futura                  to pag-data-vencimento
            set  pag-aberta                          to true
            move zeros                               to pag-data-baixa
            move spaces                              to pag-operador-baixa
            move function current-date (1:8)          to pag-data-inclusao
            move ws-operador-logado                  to pag-operador-inclusao
            move zeros                               to pag-extrato-chave
            set  pag-origem-compra                   to true
            move spaces                              to pag-cd-conta
            move zeros                               to pag-cd-centro-custo
            move ws-historico-parcela                 to pag-historico
            move ws-venc-data-hoje (1:6)              to pag-competencia
            move zeros                               to pag-cd-despesa-fixa
            move "N"                                 to pag-aprovacao
            move zeros                               to pag-data-aprovacao
            move spaces                              to pag-operador-aprovacao
            move spaces                              to pag-codigo-barras
            set  pag-fora-remessa                    to true
            move zeros                               to pag-remessa-numero
            move spaces                              to pag-remessa-ocorrencia
            move zeros                               to pag-valor-abatido
            move zeros                               to pag-cd-nota-debito
            write reg-pagar
                invalid key
                     continue
            end-write
            .

       2712-exit.
            exit.

      *>===================================================================================
      *>   2715-parcelas-pagar-nfe: com NF-e importada e ainda não
      *>   recebida para o pedido (NFE-COMPRA.DAT), cada duplicata da
      *>   cobrança vira uma parcela a pagar no vencimento e valor da
      *>   nota, e a nota passa a Recebida. Nota sem duplicatas (à vista)
      *>   deixa a geração para a condição do fornecedor.
       2715-parcelas-pagar-nfe section.
       2715.
            move "N"                                 to ws-ind-parcelas-nfe
            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            set  nfc-cabecalho                       to true
            move zeros                               to nfc-sequencia
            read nfe-compra-arq
                key is nfc-chave
                invalid key
                     exit section
            end-read
            if   not nfc-importada
                 exit section
            end-if
            move nfc-nr-nota                         to ws-nfe-nr-nota

            move function current-date (1:8)          to ws-venc-data-hoje
            move zeros                               to ws-parcela-idx
            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            set  nfc-duplicata                       to true
            move zeros                               to nfc-sequencia
            start nfe-compra-arq key is greater than or equal nfc-chave
                invalid key
                     set ws-nfe-eof                  to true
                not invalid key
                     move "N"                        to ws-nfe-ind-fim
            end-start
            perform until ws-nfe-eof
                read nfe-compra-arq next record
                    at end
                         set ws-nfe-eof               to true
                    not at end
                         if   nfc-cd-pedido-compra not = pdc-cd-pedido-compra
                         or   not nfc-duplicata
                              set ws-nfe-eof           to true
                         else
                              add 1                    to ws-parcela-idx
                              move nfc-dup-valor        to ws-valor-gravar-parcela
                              move nfc-dup-vencimento   to ws-venc-data-futura
                              if   ws-venc-data-futura = zeros
                                   move ws-venc-data-hoje to ws-venc-data-futura
                              end-if
                              move spaces               to ws-historico-parcela
                              string "NF-e " ws-nfe-nr-nota " dup " nfc-dup-numero
                                     delimited by size into ws-historico-parcela
                              perform 2712-gravar-parcela-pagar
                              set  ws-parcelas-da-nfe   to true
                         end-if
                end-read
            end-perform

            if   not ws-parcelas-da-nfe
                 exit section
            end-if
            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            set  nfc-cabecalho                       to true
            move zeros                               to nfc-sequencia
            read nfe-compra-arq
                key is nfc-chave
                invalid key
                     exit section
            end-read
            set  nfc-recebida                        to true
            rewrite reg-nfe-compra
                invalid key
                     continue
            end-rewrite
            .

       2715-exit.
            exit.

      *>===================================================================================
      *>   2705-obter-proxima-sequencia-mov: maior mov-sequencia já gravada
      *>   para o produto corrente (mesma técnica de 2725-obter-proxima-
            else
                 move zeros                            to ws-validade-entrada
            end-if
            perform 2703-converter-unidade-compra
            perform 2704-entrada-estoque

            add  ws-form-qtd-recebida                 to pci-qtd-recebida
            exit.

      *>===================================================================================
      *>   2800-importar-nfe: lê o XML da NF-e do fornecedor, acha o
      *>   fornecedor pelo CNPJ do emitente (frn-cnpj) e o pedido de
      *>   compra em aberto dele, casa os itens da nota com os do pedido
      *>   pelo código do produto no fornecedor (pfo-cd-produto-fornecedor)
      *>   e grava a nota em NFE-COMPRA.DAT para conferência na tela e
      *>   recebimento pela opção 85. Uma nova importação para o mesmo
      *>   pedido substitui a anterior enquanto ela não foi recebida.
       2800-importar-nfe section.
       2800.
            move "N"                                to ws-ind-erro
            if   ws-form-arquivo-xml = spaces
                 move "NFE-ENTRADA.XML"              to ws-nome-arquivo-xml
            else
                 move ws-form-arquivo-xml             to ws-nome-arquivo-xml
            end-if

            perform 2810-ler-xml-nfe
            if   ws-com-erro
                 exit section
            end-if
            if   ws-nfe-cnpj-emitente = zeros
            or   ws-nfe-qtd-itens = zeros
                 move "S"                            to ws-ind-erro
                 move "XML sem emitente ou sem itens - não é uma NF-e de entrada." to ws-mensagem-retorno
                 exit section
            end-if

            perform 2820-localizar-fornecedor-cnpj
            if   ws-com-erro
                 exit section
            end-if
            perform 2825-localizar-pedido-nfe
            if   ws-com-erro
                 exit section
            end-if
            perform 2830-vincular-itens-nfe
            perform 2835-gravar-nfe-compra
            if   ws-com-erro
                 exit section
            end-if

            move spaces                              to ws-mensagem-retorno
            if   ws-nfe-qtd-sem-vinculo > zeros
                 string "NF-e " ws-nfe-nr-nota " importada no pedido "
                        pdc-cd-pedido-compra ": " ws-nfe-qtd-sem-vinculo
                        " item(ns) sem vínculo - acerte o código do fornecedor e importe de novo."
                        delimited by size into ws-mensagem-retorno
            else
                 string "NF-e " ws-nfe-nr-nota " importada no pedido "
                        pdc-cd-pedido-compra " - confira e use Receber pela NF-e."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2800-exit.
            exit.

      *>===================================================================================
      *>   2810-ler-xml-nfe: varre o XML caractere a caractere (a nota
      *>   pode vir numa linha só ou indentada) separando tags e textos;
      *>   o valor de cada tag de interesse é apanhado no fechamento.
       2810-ler-xml-nfe section.
       2810.
            initialize ws-leitura-xml
                       ws-nfe-lida
                       ws-tab-nfe-itens
                       ws-tab-nfe-dups
            set  ws-xml-em-texto                     to true
            move "N"                                 to ws-xml-ind-fechamento
            move "N"                                 to ws-xml-ind-emit
            move "N"                                 to ws-xml-ind-det
            move "N"                                 to ws-xml-ind-dup

            open input nfe-xml-arq
            if   not ws-nfe-xml-ok
                 move "S"                            to ws-ind-erro
                 move spaces                         to ws-mensagem-retorno
                 string "Arquivo XML da NF-e não encontrado: "
                        ws-nome-arquivo-xml
                        delimited by size into ws-mensagem-retorno
                 exit section
            end-if

            move "N"                                 to ws-nfe-ind-fim
            perform until ws-nfe-eof
                read nfe-xml-arq
                    at end
                         set ws-nfe-eof               to true
                    not at end
                         perform 2811-varrer-linha-xml
                end-read
            end-perform
            close nfe-xml-arq
            .

       2810-exit.
            exit.

      *>===================================================================================
      *>   2811-varrer-linha-xml: trata os caracteres da linha lida até o
      *>   último não branco.
       2811-varrer-linha-xml section.
       2811.
            move 1024                                to ws-xml-tam-linha
            perform until ws-xml-tam-linha = zeros
                    or reg-nfe-xml (ws-xml-tam-linha:1) not = space
                subtract 1                           from ws-xml-tam-linha
            end-perform

            perform varying ws-xml-pos from 1 by 1
                    until ws-xml-pos > ws-xml-tam-linha
                move reg-nfe-xml (ws-xml-pos:1)        to ws-xml-caracter
                perform 2812-tratar-caracter-xml
            end-perform
            .

       2811-exit.
            exit.

      *>===================================================================================
      *>   2812-tratar-caracter-xml: "<" abre uma tag; o nome vai até o
      *>   primeiro branco (daí em diante são atributos, ignorados) ou
      *>   até ">". "/" logo após "<" indica fechamento; "/>" no fim é
      *>   tag vazia e é desprezada, assim como o prólogo "<?xml ...?>".
       2812-tratar-caracter-xml section.
       2812.
            evaluate true
                when ws-xml-em-texto
                     if   ws-xml-caracter = "<"
                          set  ws-xml-em-nome-tag      to true
                          move "N"                    to ws-xml-ind-fechamento
                          move spaces                 to ws-xml-tag
                          move zeros                  to ws-xml-tag-tam
                     else
                          if   ws-xml-valor-tam < 60
                               add 1                   to ws-xml-valor-tam
                               move ws-xml-caracter     to ws-xml-valor (ws-xml-valor-tam:1)
                          end-if
                     end-if
                when ws-xml-em-nome-tag
                     evaluate true
                         when ws-xml-caracter = "/"
                          and ws-xml-tag-tam = zeros
                              set  ws-xml-tag-fechamento to true
                         when ws-xml-caracter = ">"
                              perform 2813-concluir-tag-xml
                         when ws-xml-caracter = space
                         or   ws-xml-caracter = "/"
                              set  ws-xml-em-atributos   to true
                         when other
                              if   ws-xml-tag-tam < 20
                                   add 1                 to ws-xml-tag-tam
                                   move ws-xml-caracter   to ws-xml-tag (ws-xml-tag-tam:1)
                              end-if
                     end-evaluate
                when ws-xml-em-atributos
                     if   ws-xml-caracter = ">"
                          if   ws-xml-caracter-anterior = "/"
                          or   ws-xml-caracter-anterior = "?"
                               set  ws-xml-em-texto     to true
                               move spaces             to ws-xml-valor
                               move zeros              to ws-xml-valor-tam
                          else
                               perform 2813-concluir-tag-xml
                          end-if
                     end-if
            end-evaluate
            move ws-xml-caracter                     to ws-xml-caracter-anterior
            .

       2812-exit.
            exit.

      *>===================================================================================
       2813-concluir-tag-xml section.
       2813.
            if   ws-xml-tag-fechamento
                 perform 2815-fechar-tag-xml
            else
                 perform 2814-abrir-tag-xml
            end-if
            set  ws-xml-em-texto                     to true
            move spaces                              to ws-xml-valor
            move zeros                               to ws-xml-valor-tam
            .

       2813-exit.
            exit.

      *>===================================================================================
      *>   2814-abrir-tag-xml: abertura dos grupos que repetem tags -
      *>   emitente, item (det) e duplicata (dup).
       2814-abrir-tag-xml section.
       2814.
            evaluate ws-xml-tag
                when "emit"
                     set  ws-xml-no-emitente          to true
                when "det"
                     if   ws-nfe-qtd-itens < 100
                          add 1                       to ws-nfe-qtd-itens
                          set  ws-xml-no-item         to true
                     else
                          move "S"                    to ws-ind-erro
                          move "NF-e com mais de 100 itens - receba pela digitação." to ws-mensagem-retorno
                     end-if
                when "dup"
                     if   ws-nfe-qtd-dups < 36
                          add 1                       to ws-nfe-qtd-dups
                          set  ws-xml-na-duplicata    to true
                     end-if
                when other
                     continue
            end-evaluate
            .

       2814-exit.
            exit.

      *>===================================================================================
      *>   2815-fechar-tag-xml: guarda o texto acumulado conforme a tag
      *>   que fecha e o grupo em que ela está.
       2815-fechar-tag-xml section.
       2815.
            evaluate ws-xml-tag
                when "emit"
                     move "N"                         to ws-xml-ind-emit
                when "det"
                     move "N"                         to ws-xml-ind-det
                when "dup"
                     move "N"                         to ws-xml-ind-dup
                when "CNPJ"
                     if   ws-xml-no-emitente
                     and  ws-xml-valor (1:14) is numeric
                          move ws-xml-valor (1:14)     to ws-nfe-cnpj-emitente
                     end-if
                when "nNF"
                     compute ws-nfe-nr-nota = function numval(ws-xml-valor)
                when "serie"
                     compute ws-nfe-serie = function numval(ws-xml-valor)
                when "dhEmi"
                when "dEmi"
                     perform 2816-converter-data-xml
                     move ws-xml-data                 to ws-nfe-data-emissao
                when "vNF"
                     compute ws-nfe-valor-nota = function numval(ws-xml-valor)
                when "xPed"
                     if   ws-nfe-pedido-xml = spaces
                          move ws-xml-valor            to ws-nfe-pedido-xml
                     end-if
                when other
                     if   ws-xml-no-item
                          perform 2817-tag-item-xml
                     end-if
                     if   ws-xml-na-duplicata
                          perform 2818-tag-duplicata-xml
                     end-if
            end-evaluate
            .

       2815-exit.
            exit.

      *>===================================================================================
      *>   2816-converter-data-xml: data AAAA-MM-DD (ou início de
      *>   data-hora) para AAAAMMDD; fora do formato fica zeros.
       2816-converter-data-xml section.
       2816.
            move zeros                               to ws-xml-data
            if   ws-xml-valor (1:4) is numeric
            and  ws-xml-valor (6:2) is numeric
            and  ws-xml-valor (9:2) is numeric
                 move ws-xml-valor (1:4)              to ws-xml-data (1:4)
                 move ws-xml-valor (6:2)              to ws-xml-data (5:2)
                 move ws-xml-valor (9:2)              to ws-xml-data (7:2)
            end-if
            .

       2816-exit.
            exit.

      *>===================================================================================
      *>   2817-tag-item-xml: dados do produto (prod) e do lote (rastro)
      *>   do item corrente. Quantidade e custo na unidade comercial da
      *>   nota, arredondados para as casas do pedido.
       2817-tag-item-xml section.
       2817.
            move ws-nfe-qtd-itens                    to ws-nfe-idx
            evaluate ws-xml-tag
                when "cProd"
                     move ws-xml-valor                to ws-nfe-r-cd-produto-fornecedor(ws-nfe-idx)
                when "xProd"
                     move ws-xml-valor                to ws-nfe-r-descricao(ws-nfe-idx)
                when "uCom"
                     move ws-xml-valor                to ws-nfe-r-unidade(ws-nfe-idx)
                when "qCom"
                     compute ws-nfe-r-quantidade(ws-nfe-idx) rounded =
                             function numval(ws-xml-valor)
                when "vUnCom"
                     compute ws-nfe-r-custo-unitario(ws-nfe-idx) rounded =
                             function numval(ws-xml-valor)
                when "nLote"
                     move ws-xml-valor                to ws-nfe-r-lote(ws-nfe-idx)
                when "dVal"
                     perform 2816-converter-data-xml
                     move ws-xml-data                 to ws-nfe-r-validade(ws-nfe-idx)
                when other
                     continue
            end-evaluate
            .

       2817-exit.
            exit.

      *>===================================================================================
       2818-tag-duplicata-xml section.
       2818.
            move ws-nfe-qtd-dups                     to ws-nfe-idx
            evaluate ws-xml-tag
                when "nDup"
                     move ws-xml-valor                to ws-nfe-r-dup-numero(ws-nfe-idx)
                when "dVenc"
                     perform 2816-converter-data-xml
                     move ws-xml-data                 to ws-nfe-r-dup-vencimento(ws-nfe-idx)
                when "vDup"
                     compute ws-nfe-r-dup-valor(ws-nfe-idx) =
                             function numval(ws-xml-valor)
                when other
                     continue
            end-evaluate
            .

       2818-exit.
            exit.

      *>===================================================================================
      *>   2820-localizar-fornecedor-cnpj: FORNECEDOR.DAT não tem chave
      *>   pelo CNPJ - varre o cadastro atrás do emitente da nota.
       2820-localizar-fornecedor-cnpj section.
       2820.
            move zeros                               to ws-nfe-cd-fornecedor
            move zeros                               to frn-cd-fornecedor
            start fornecedor-arq key is greater than or equal frn-cd-fornecedor
                invalid key
                     set ws-nfe-eof                  to true
                not invalid key
                     move "N"                        to ws-nfe-ind-fim
            end-start
            perform until ws-nfe-eof
                read fornecedor-arq next record
                    at end
                         set ws-nfe-eof               to true
                    not at end
                         if   frn-cnpj = ws-nfe-cnpj-emitente
                              move frn-cd-fornecedor   to ws-nfe-cd-fornecedor
                              set ws-nfe-eof           to true
                         end-if
                end-read
            end-perform

            if   ws-nfe-cd-fornecedor = zeros
                 move "S"                            to ws-ind-erro
                 move spaces                         to ws-mensagem-retorno
                 string "CNPJ do emitente " ws-nfe-cnpj-emitente
                        " não cadastrado como fornecedor."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2820-exit.
            exit.

      *>===================================================================================
      *>   2825-localizar-pedido-nfe: com o pedido carregado na tela, ele
      *>   precisa ser do fornecedor da nota; sem pedido carregado vale o
      *>   informado pelo fornecedor na nota (xPed) ou, na falta dele, o
      *>   único pedido emitido/parcial do fornecedor - havendo mais de
      *>   um, o comprador carrega o pedido certo antes de importar.
       2825-localizar-pedido-nfe section.
       2825.
            if   ws-form-cd-pedido-compra not = zeros
                 move ws-form-cd-pedido-compra        to pdc-cd-pedido-compra
                 read pedido-compra-arq
                     key is pdc-cd-pedido-compra
                     invalid key
                          move "S"                    to ws-ind-erro
                          move "Pedido de compra não encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   pdc-cd-fornecedor not = ws-nfe-cd-fornecedor
                      move "S"                        to ws-ind-erro
                      move "CNPJ da NF-e é de outro fornecedor - não confere com o pedido carregado." to ws-mensagem-retorno
                      exit section
                 end-if
            else
                 perform 2826-procurar-pedido-aberto
                 if   ws-com-erro
                      exit section
                 end-if
            end-if

            if   not pdc-emitido and not pdc-parcial
                 move "S"                            to ws-ind-erro
                 move "NF-e só entra em pedido emitido ou parcialmente recebido." to ws-mensagem-retorno
                 exit section
            end-if
            move pdc-cd-empresa                      to ws-empresa-documento
            if   ws-empresa-documento = zeros
                 move 1                              to ws-empresa-documento
            end-if
            if   ws-empresa-documento not = ws-empresa-logada
                 move "S"                            to ws-ind-erro
                 move "Pedido de compra de outro estabelecimento - apenas consulta." to ws-mensagem-retorno
                 exit section
            end-if
            move pdc-cd-pedido-compra                to ws-form-cd-pedido-compra
            .

       2825-exit.
            exit.

      *>===================================================================================
       2826-procurar-pedido-aberto section.
       2826.
            if   ws-nfe-pedido-xml not = spaces
                 compute pdc-cd-pedido-compra = function numval(ws-nfe-pedido-xml)
                 read pedido-compra-arq
                     key is pdc-cd-pedido-compra
                     invalid key
                          continue
                     not invalid key
                          if   pdc-cd-fornecedor = ws-nfe-cd-fornecedor
                          and  (pdc-emitido or pdc-parcial)
                               exit section
                          end-if
                 end-read
            end-if

            move zeros                               to ws-nfe-qtd-pedidos-abertos
            move zeros                               to ws-form-cd-pedido-compra
            move zeros                               to pdc-cd-pedido-compra
            start pedido-compra-arq key is greater than or equal pdc-cd-pedido-compra
                invalid key
                     set ws-nfe-eof                  to true
                not invalid key
                     move "N"                        to ws-nfe-ind-fim
            end-start
            perform until ws-nfe-eof
                read pedido-compra-arq next record
                    at end
                         set ws-nfe-eof               to true
                    not at end
                         if   pdc-cd-fornecedor = ws-nfe-cd-fornecedor
                         and  (pdc-emitido or pdc-parcial)
                              add 1                    to ws-nfe-qtd-pedidos-abertos
                              move pdc-cd-pedido-compra to ws-form-cd-pedido-compra
                         end-if
                end-read
            end-perform

            evaluate ws-nfe-qtd-pedidos-abertos
                when zeros
                     move "S"                         to ws-ind-erro
                     move "Nenhum pedido de compra em aberto para o fornecedor da NF-e." to ws-mensagem-retorno
                when 1
                     move ws-form-cd-pedido-compra     to pdc-cd-pedido-compra
                     read pedido-compra-arq
                         key is pdc-cd-pedido-compra
                         invalid key
                              move "S"                 to ws-ind-erro
                              move "Pedido de compra não encontrado." to ws-mensagem-retorno
                     end-read
                when other
                     move zeros                       to ws-form-cd-pedido-compra
                     move "S"                         to ws-ind-erro
                     move spaces                      to ws-mensagem-retorno
                     string "Fornecedor com " ws-nfe-qtd-pedidos-abertos
                            " pedidos em aberto - carregue o pedido da NF-e antes de importar."
                            delimited by size into ws-mensagem-retorno
            end-evaluate
            .

       2826-exit.
            exit.

      *>===================================================================================
      *>   2830-vincular-itens-nfe: código do fornecedor -> produto
      *>   (PRD-FORNECEDOR.DAT, varrido numa passada só, pois a chave é
      *>   produto+fornecedor) e produto -> item do pedido.
       2830-vincular-itens-nfe section.
       2830.
            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                move "F"                             to ws-nfe-r-vinculo(ws-nfe-idx)
                move zeros                           to ws-nfe-r-cd-produto(ws-nfe-idx)
                move zeros                           to ws-nfe-r-pci-sequencia(ws-nfe-idx)
                move zeros                           to ws-nfe-r-qtd-recebida-antes(ws-nfe-idx)
            end-perform

            move zeros                               to pfo-cd-produto
            move zeros                               to pfo-cd-fornecedor
            start prd-fornecedor-arq key is greater than or equal pfo-chave
                invalid key
                     set ws-nfe-eof                  to true
                not invalid key
                     move "N"                        to ws-nfe-ind-fim
            end-start
            perform until ws-nfe-eof
                read prd-fornecedor-arq next record
                    at end
                         set ws-nfe-eof               to true
                    not at end
                         if   pfo-cd-fornecedor = ws-nfe-cd-fornecedor
                         and  pfo-cd-produto-fornecedor not = spaces
                              perform 2831-casar-produto-fornecedor
                         end-if
                end-read
            end-perform

            move pdc-cd-pedido-compra                to pci-cd-pedido-compra
            move zeros                               to pci-sequencia
            start pedido-compra-it-arq key is greater than or equal pci-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read pedido-compra-it-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   pci-cd-pedido-compra not = pdc-cd-pedido-compra
                              set ws-item-eof          to true
                         else
                              perform 2832-casar-item-pedido
                         end-if
                end-read
            end-perform

            move zeros                               to ws-nfe-qtd-sem-vinculo
            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                if   ws-nfe-r-vinculo(ws-nfe-idx) not = "V"
                     add 1                           to ws-nfe-qtd-sem-vinculo
                end-if
            end-perform
            .

       2830-exit.
            exit.

      *>===================================================================================
       2831-casar-produto-fornecedor section.
       2831.
            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                if   ws-nfe-r-cd-produto-fornecedor(ws-nfe-idx) = pfo-cd-produto-fornecedor
                and  ws-nfe-r-cd-produto(ws-nfe-idx) = zeros
                     move pfo-cd-produto              to ws-nfe-r-cd-produto(ws-nfe-idx)
                     move "P"                         to ws-nfe-r-vinculo(ws-nfe-idx)
                end-if
            end-perform
            .

       2831-exit.
            exit.

      *>===================================================================================
      *>   2832-casar-item-pedido: item da nota com produto resolvido e
      *>   ainda sem item do pedido fica com o item corrente (o primeiro
      *>   do pedido com o mesmo produto).
       2832-casar-item-pedido section.
       2832.
            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                if   ws-nfe-r-vinculo(ws-nfe-idx) = "P"
                and  ws-nfe-r-cd-produto(ws-nfe-idx) = pci-cd-produto
                     move pci-sequencia               to ws-nfe-r-pci-sequencia(ws-nfe-idx)
                     move pci-qtd-recebida            to ws-nfe-r-qtd-recebida-antes(ws-nfe-idx)
                     move "V"                         to ws-nfe-r-vinculo(ws-nfe-idx)
                end-if
            end-perform
            .

       2832-exit.
            exit.

      *>===================================================================================
      *>   2835-gravar-nfe-compra: troca a nota importada do pedido pela
      *>   recém lida (cabeçalho, itens e duplicatas). Nota já recebida
      *>   não é substituída.
       2835-gravar-nfe-compra section.
       2835.
            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            set  nfc-cabecalho                       to true
            move zeros                               to nfc-sequencia
            read nfe-compra-arq
                key is nfc-chave
                invalid key
                     continue
                not invalid key
                     if   nfc-recebida
                          move "S"                    to ws-ind-erro
                          move "Já há NF-e recebida para este pedido de compra." to ws-mensagem-retorno
                          exit section
                     end-if
            end-read

            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            move low-values                          to nfc-tipo-registro
            move zeros                               to nfc-sequencia
            start nfe-compra-arq key is greater than or equal nfc-chave
                invalid key
                     set ws-nfe-eof                  to true
                not invalid key
                     move "N"                        to ws-nfe-ind-fim
            end-start
            perform until ws-nfe-eof
                read nfe-compra-arq next record
                    at end
                         set ws-nfe-eof               to true
                    not at end
                         if   nfc-cd-pedido-compra not = pdc-cd-pedido-compra
                              set ws-nfe-eof           to true
                         else
                              delete nfe-compra-arq record
                                  invalid key
                                       continue
                              end-delete
                         end-if
                end-read
            end-perform

            initialize reg-nfe-compra
            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            set  nfc-cabecalho                       to true
            move zeros                               to nfc-sequencia
            move ws-nfe-nr-nota                      to nfc-nr-nota
            move ws-nfe-serie                        to nfc-serie
            move ws-nfe-data-emissao                 to nfc-data-emissao
            move ws-nfe-cnpj-emitente                to nfc-cnpj-emitente
            move ws-nfe-valor-nota                   to nfc-valor-nota
            move ws-nome-arquivo-xml                 to nfc-nome-arquivo
            set  nfc-importada                       to true
            move ws-nfe-qtd-itens                    to nfc-qtd-itens
            move ws-nfe-qtd-sem-vinculo              to nfc-qtd-sem-vinculo
            move function current-date (1:8)          to nfc-data-importacao
            move ws-operador-logado                  to nfc-operador-importacao
            write reg-nfe-compra
                invalid key
                     move "S"                        to ws-ind-erro
                     move "Erro ao gravar a NF-e importada." to ws-mensagem-retorno
                     exit section
            end-write

            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                initialize reg-nfe-compra
                move pdc-cd-pedido-compra            to nfc-cd-pedido-compra
                set  nfc-item                        to true
                move ws-nfe-idx                      to nfc-sequencia
                move ws-nfe-r-cd-produto-fornecedor(ws-nfe-idx) to nfc-it-cd-produto-fornecedor
                move ws-nfe-r-descricao(ws-nfe-idx)    to nfc-it-descricao
                move ws-nfe-r-unidade(ws-nfe-idx)      to nfc-it-unidade
                move ws-nfe-r-quantidade(ws-nfe-idx)   to nfc-it-quantidade
                move ws-nfe-r-custo-unitario(ws-nfe-idx) to nfc-it-custo-unitario
                move ws-nfe-r-lote(ws-nfe-idx)         to nfc-it-lote
                move ws-nfe-r-validade(ws-nfe-idx)     to nfc-it-validade
                move ws-nfe-r-vinculo(ws-nfe-idx)      to nfc-it-vinculo
                move ws-nfe-r-cd-produto(ws-nfe-idx)   to nfc-it-cd-produto
                move ws-nfe-r-pci-sequencia(ws-nfe-idx) to nfc-it-pci-sequencia
                move ws-nfe-r-qtd-recebida-antes(ws-nfe-idx) to nfc-it-qtd-recebida-antes
                write reg-nfe-compra
                    invalid key
                         continue
                end-write
            end-perform

            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-dups
                initialize reg-nfe-compra
                move pdc-cd-pedido-compra            to nfc-cd-pedido-compra
                set  nfc-duplicata                   to true
                move ws-nfe-idx                      to nfc-sequencia
                move ws-nfe-r-dup-numero(ws-nfe-idx)   to nfc-dup-numero
                move ws-nfe-r-dup-vencimento(ws-nfe-idx) to nfc-dup-vencimento
                move ws-nfe-r-dup-valor(ws-nfe-idx)    to nfc-dup-valor
                write reg-nfe-compra
                    invalid key
                         continue
                end-write
            end-perform
            .

       2835-exit.
            exit.

      *>===================================================================================
      *>   2850-receber-pela-nfe: recebe o pedido pela NF-e importada -
      *>   cada item da nota entra como o recebimento por item (2750,
      *>   com as divergências de custo e de sobra), o que faltou vira
      *>   divergência no encerramento (2760) e as parcelas a pagar saem
      *>   das duplicatas da nota (2715). Recusa nota com item sem
      *>   vínculo ou com entrega digitada no pedido depois da importação.
       2850-receber-pela-nfe section.
       2850.
            move "N"                                to ws-ind-erro
            if   ws-form-cd-pedido-compra = zeros
                 move "S"                            to ws-ind-erro
                 move "Carregue o pedido de compra da NF-e." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-pedido-compra           to pdc-cd-pedido-compra
            read pedido-compra-arq
                key is pdc-cd-pedido-compra
                invalid key
                     move "S"                        to ws-ind-erro
                     move "Pedido de compra não encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not pdc-emitido and not pdc-parcial
                 move "S"                            to ws-ind-erro
                 move "Recebimento pela NF-e exige pedido emitido ou parcial." to ws-mensagem-retorno
                 exit section
            end-if

            perform 2340-carregar-nfe
            if   ws-nfe-qtd-itens = zeros
                 move "S"                            to ws-ind-erro
                 move "Nenhuma NF-e importada para o pedido - use Importar NF-e." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-nfe-situacao = "R"
                 move "S"                            to ws-ind-erro
                 move "NF-e já recebida para este pedido." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-nfe-qtd-sem-vinculo > zeros
                 move "S"                            to ws-ind-erro
                 move "NF-e com item sem vínculo no pedido - acerte o código do fornecedor e importe de novo." to ws-mensagem-retorno
                 exit section
            end-if

            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                       or ws-com-erro
                move pdc-cd-pedido-compra            to pci-cd-pedido-compra
                move ws-nfe-r-pci-sequencia(ws-nfe-idx) to pci-sequencia
                read pedido-compra-it-arq
                    key is pci-chave
                    invalid key
                         move "S"                    to ws-ind-erro
                    not invalid key
                         if   pci-qtd-recebida not = ws-nfe-r-qtd-recebida-antes(ws-nfe-idx)
                              move "S"               to ws-ind-erro
                         end-if
                end-read
            end-perform
            if   ws-com-erro
                 move "Pedido alterado depois da importação da NF-e - importe a nota de novo." to ws-mensagem-retorno
                 exit section
            end-if

            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                if   ws-nfe-r-quantidade(ws-nfe-idx) > zeros
                     move ws-nfe-r-pci-sequencia(ws-nfe-idx) to ws-form-item-sequencia
                     move ws-nfe-r-quantidade(ws-nfe-idx)  to ws-form-qtd-recebida
                     move ws-nfe-r-custo-unitario(ws-nfe-idx) to ws-form-custo-recebido
                     move ws-nfe-r-lote(ws-nfe-idx)        to ws-form-item-lote
                     if   ws-nfe-r-validade(ws-nfe-idx) = zeros
                          move spaces                 to ws-form-item-validade
                     else
                          move ws-nfe-r-validade(ws-nfe-idx) to ws-form-item-validade
                     end-if
                     perform 2750-receber-item
                end-if
            end-perform

            perform 2760-encerrar-recebimento
            if   ws-com-erro
                 exit section
            end-if

            move pdc-cd-pedido-compra                to nfc-cd-pedido-compra
            set  nfc-cabecalho                       to true
            move zeros                               to nfc-sequencia
            read nfe-compra-arq
                key is nfc-chave
                invalid key
                     continue
                not invalid key
                     if   not nfc-recebida
                          set  nfc-recebida           to true
                          rewrite reg-nfe-compra
                              invalid key
                                   continue
                          end-rewrite
                     end-if
            end-read

            move spaces                              to ws-mensagem-retorno
            if   ws-tem-falta
                 string "NF-e " ws-nfe-nr-nota
                        " recebida com falta(s) apontada(s) em divergência."
                        delimited by size into ws-mensagem-retorno
            else
                 string "NF-e " ws-nfe-nr-nota " recebida."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2850-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pedido-compra-arq
            close pedido-compra-it-arq
            close produto-arq
            close fornecedor-arq
            close estoque-mov-arq
            close prd-fornecedor-arq
            close prd-unidade-arq
            close sessao-arq
            close pagar-arq
            close pendencia-arq
            close receber-arq
            close cli-tarefa-arq
            close divergencia-arq
            close fatura-arq
            close prd-lote-arq
            close nfe-compra-arq
            .

       3000-exit.
            exit.

      *>===================================================================================
       8000-tela section.
       8000.
            perform 8000-scripts-tela
            perform 8000-style
            exec html
                <body bgcolor=#D3D3D3 onload="InicializarTela();">
                <form name=frmPedidoCompra id=frmPedidoCompra method=post action="PedidoCompra.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=itemSequencia id=itemSequencia value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Pedido Compra&nbsp;</td>
                        <td colspan=2>
                            <input name=cdPedidoCompra size=7 maxlength=7 value=":ws-form-cd-pedido-compra" class="campo" readonly tabIndex=1>
                            <input name=textoPesquisa size=15 maxlength=40 value="" class="campo" title="Codigo pedido ou fornecedor" tabIndex=2>
                            <img title="Pesquisar Pedido de Compra" style="cursor:hand; width:16; height:16;" onClick="PesquisaPedidoCompra();" src="Icones/busca.gif" tabIndex=2>
                            <img title="Carregar Pedido de Compra" style="cursor:hand; width:16; height:16;" onClick="CarregarPedidoCompra();" src="Icones/check.gif" tabIndex=3>
                        </td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td colspan=2>
                            <select name=situacao class="combo" tabIndex=6>
                                <option value="D">Rascunho</option>
                                <option value="E">Emitido</option>
                                <option value="P">Parc. Recebido</option>
                                <option value="R">Recebido</option>
                                <option value="C">Cancelado</option>
                            </select>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Fornecedor&nbsp;</td>
                        <td colspan=5><input name=cdFornecedor size=5 maxlength=5 value="" class="campo" obrigatorio=1 tabIndex=4></td>
                    </tr>
                    <tr>
                        <td colspan=6>&nbsp;</td>
                    </tr>
            end-exec
            if   ws-pesq-qtd-resultados > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                            <legend>Itens</legend>
                            <input name=itemCdProduto size=5 maxlength=5 value="" class="campo" title="Codigo produto" tabIndex=7>
                            <input name=itemQuantidade size=5 maxlength=5 value="" class="campo" title="Quantidade" tabIndex=8>
                            <input name=itemUnidade size=3 maxlength=3 value="" class="campo" title="Unidade de compra (vazio = a do fornecedor)" tabIndex=8>
                            <input name=itemCustoUnitario size=10 maxlength=10 value="" class="campo" title="Custo negociado" tabIndex=9>
                            <button class=botao name=BotIncluirItem onclick='IncluirItem();' style="width:110px;" tabindex=10><label>Incluir Item</label></button>
                            <br>Recebimento: qtd entregue
                            lote <input name=itemLote id=itemLote size=10 maxlength=10 value="" class="campo" title="Lote do perecivel (em branco sem lote)" tabIndex=12>
                            validade <input name=itemValidade id=itemValidade size=8 maxlength=8 value="" class="campo" title="Validade do lote (AAAAMMDD)" tabIndex=12>
                            <button class=botao name=BotEncerrar onclick='EncerrarRecebimento();' style="width:160px;" tabindex=13><label>Encerrar Recebimento</label></button>
                            <br>NF-e do fornecedor: arquivo XML
                            <input name=arquivoXml id=arquivoXml size=30 maxlength=60 value="" class="campo" title="Arquivo XML da NF-e (vazio = NFE-ENTRADA.XML)" tabIndex=14>
                            <button class=botao name=BotImportarNfe onclick='ImportarNfe();' style="width:110px;" tabindex=14><label>Importar NF-e</label></button>
                            <button class=botao name=BotReceberNfe onclick='ReceberNfe();' style="width:130px;" tabindex=14><label>Receber pela NF-e</label></button>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Seq.</td>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Qtd</td>
                                    <td class=titulocampo>Un.</td>
                                    <td class=titulocampo>Recebida</td>
                                    <td class=titulocampo>Custo Unit.</td>
                                    <td class=titulocampo>Total</td>
            perform 8000-linhas-itens
            exec html
                            </table>
            end-exec
            if   ws-nfe-qtd-itens > 0
                 exec html
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td colspan=12>NF-e :ws-nfe-nr-nota série :ws-nfe-serie emissão :ws-nfe-data-emissao
                                        CNPJ :ws-nfe-cnpj-emitente valor :ws-nfe-valor-nota situação :ws-nfe-situacao
                                        (I importada / R recebida) - :ws-nfe-qtd-dups duplicata(s)</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Item NF</td>
                                    <td class=titulocampo>Cód. Fornecedor</td>
                                    <td class=titulocampo>Descrição na Nota</td>
                                    <td class=titulocampo>Qtd</td>
                                    <td class=titulocampo>Un.</td>
                                    <td class=titulocampo>Custo Unit.</td>
                                    <td class=titulocampo>Lote</td>
                                    <td class=titulocampo>Validade</td>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Seq. Pedido</td>
                                    <td class=titulocampo title="V vinculado, F sem codigo do fornecedor, P produto fora do pedido">Vínculo</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-nfe
                 exec html
                            </table>
                 end-exec
            end-if
            exec html
                            </fieldset>
                        </td>
                    </tr>
                        <td>:ws-item-r-cd-produto(ws-item-tab-idx)</td>
                        <td>:ws-item-r-descricao(ws-item-tab-idx)</td>
                        <td><div align=center>:ws-item-r-quantidade(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-unidade(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-recebida(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-custo-unitario(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-valor-total(ws-item-tab-idx)</div></td>
       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-nfe section.
       8000.
            perform varying ws-nfe-idx from 1 by 1
                    until ws-nfe-idx > ws-nfe-qtd-itens
                exec html
                    <tr>
                        <td>:ws-nfe-idx</td>
                        <td>:ws-nfe-r-cd-produto-fornecedor(ws-nfe-idx)</td>
                        <td>:ws-nfe-r-descricao(ws-nfe-idx)</td>
                        <td><div align=center>:ws-nfe-r-quantidade(ws-nfe-idx)</div></td>
                        <td><div align=center>:ws-nfe-r-unidade(ws-nfe-idx)</div></td>
                        <td><div align=right>:ws-nfe-r-custo-unitario(ws-nfe-idx)</div></td>
                        <td>:ws-nfe-r-lote(ws-nfe-idx)</td>
                        <td><div align=center>:ws-nfe-r-validade(ws-nfe-idx)</div></td>
                        <td>:ws-nfe-r-cd-produto(ws-nfe-idx)</td>
                        <td><div align=center>:ws-nfe-r-pci-sequencia(ws-nfe-idx)</div></td>
                        <td><div align=center>:ws-nfe-r-vinculo(ws-nfe-idx)</div></td>
                        <td><img title="Preencher o recebimento do item com a nota" style="cursor:hand; width:16; height:16;"
                                 onClick="PreencherPelaNfe(':ws-nfe-r-vinculo(ws-nfe-idx)', :ws-nfe-r-pci-sequencia(ws-nfe-idx), ':ws-nfe-r-quantidade(ws-nfe-idx)', ':ws-nfe-r-custo-unitario(ws-nfe-idx)', ':ws-nfe-r-lote(ws-nfe-idx)', ':ws-nfe-r-validade(ws-nfe-idx)');" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
                        }
                    }

                    function ImportarNfe() {
                        Submeter("80");
                    }

                    function ReceberNfe() {
                        if (confirm("Confirma o recebimento pela NF-e (itens, divergencias e parcelas pela nota)?")) {
                            Submeter("85");
                        }
                    }

                    function PreencherPelaNfe(vinculo, sequencia, quantidade, custo, lote, validade) {
                        if (vinculo != "V") {
                            alert("Item da nota sem vinculo com o pedido.");
                            return;
                        }
                        document.all.qtdRecebida.value   = quantidade;
                        document.all.custoRecebido.value = custo;
                        document.all.itemLote.value      = lote;
                        document.all.itemValidade.value  = validade;
                        if (confirm("Receber o item " + sequencia + " do pedido com os dados da nota?")) {
                            document.all.itemSequencia.value = sequencia;
                            Submeter("70");
                        }
                    }

                    function InicializarTela() {
                        document.all.cdFornecedor.value = ":ws-form-cd-fornecedor";
                        document.all.situacao.value     = ":ws-form-situacao";
