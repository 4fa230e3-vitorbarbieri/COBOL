      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Cotacao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                        Cotação de Compra (Mapa de Cotação)
      *>            --------------------------------------------------------
      *>
      *>   Cotação com vários fornecedores antes do pedido de compra (mesmo
      *>   molde de Consignacao.cbl). O comprador monta a lista de
      *>   produtos e quantidades, convida os fornecedores vinculados aos
      *>   produtos em PRD-FORNECEDOR.DAT (ou inclui outros à mão) e, à
      *>   medida que respondem, registra preço unitário e prazo de
      *>   entrega por item e a condição de pagamento oferecida. O mapa
      *>   cruza itens e fornecedores, destaca o melhor preço de cada item
      *>   e totaliza por fornecedor. Escolhidos os vencedores - item a
      *>   item, a cotação inteira para um fornecedor ou pelo melhor preço
      *>   - Gerar Pedidos abre um pedido de compra em rascunho por
      *>   fornecedor vencedor (mesma técnica de SugestaoCompra.cbl), com o
      *>   preço cotado e a condição de pagamento da cotação, e atualiza o
      *>   último custo e o prazo de entrega da relação produto-fornecedor.
      *>   O rascunho segue para revisão e emissão em PedidoCompra.cbl.
      *>   Chamado pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.
       input-output section.
       file-control.
           select cotacao-arq assign        to "COTACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cot-cd-cotacao
                  file status                is ws-status-cotacao.
           select cotacao-item-arq assign   to "COTACAO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cti-chave
                  file status                is ws-status-cotacao-item.
           select cotacao-forn-arq assign   to "COTACAO-FORN.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ctf-chave
                  file status                is ws-status-cotacao-forn.
           select cotacao-preco-arq assign  to "COTACAO-PRECO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ctp-chave
                  file status                is ws-status-cotacao-preco.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select fornecedor-arq assign     to "FORNECEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is frn-cd-fornecedor
                  file status                is ws-status-fornecedor.
           select prd-fornecedor-arq assign to "PRD-FORNECEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pfo-chave
                  file status                is ws-status-prd-fornecedor.
           select pedido-compra-arq assign   to "PEDIDO-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pdc-cd-pedido-compra
                  file status                is ws-status-pedido-compra.
           select pedido-compra-it-arq assign to "PEDIDO-COMPRA-IT.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pci-chave
                  file status                is ws-status-pedido-compra-it.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  cotacao-arq.
       copy "COTACAO.CPY".

       fd  cotacao-item-arq.
       copy "COTACAOI.CPY".

       fd  cotacao-forn-arq.
       copy "COTACAOF.CPY".

       fd  cotacao-preco-arq.
       copy "COTACAOP.CPY".

       fd  produto-arq.
       copy "PROD.CPY".

       fd  fornecedor-arq.
       copy "FORN.CPY".

       fd  prd-fornecedor-arq.
       copy "PRDFORN.CPY".

       fd  pedido-compra-arq.
       copy "PEDCOMP.CPY".

       fd  pedido-compra-it-arq.
       copy "PEDCOMPI.CPY".

       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".
      *>   Capacidade do mapa: itens por cotação e fornecedores convidados.
       78  ws-max-itens                               value 50.
       78  ws-max-fornecedores                        value 10.

       01  ws-controle-arquivos.
           03 ws-status-cotacao                      pic x(02)       value "00".
              88 ws-cotacao-ok                                      value "00".
              88 ws-cotacao-nao-encontrado                          value "23" "35".
           03 ws-status-cotacao-item                 pic x(02)       value "00".
              88 ws-cotacao-item-ok                                 value "00".
              88 ws-cotacao-item-nao-encontrado                     value "23" "35".
           03 ws-status-cotacao-forn                 pic x(02)       value "00".
              88 ws-cotacao-forn-ok                                 value "00".
              88 ws-cotacao-forn-nao-encontrado                     value "23" "35".
           03 ws-status-cotacao-preco                pic x(02)       value "00".
              88 ws-cotacao-preco-ok                                value "00".
              88 ws-cotacao-preco-nao-encontrado                    value "23" "35".
           03 ws-status-produto                      pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-fornecedor                   pic x(02)       value "00".
              88 ws-fornecedor-ok                                   value "00".
              88 ws-fornecedor-nao-encontrado                       value "23" "35".
           03 ws-status-prd-fornecedor               pic x(02)       value "00".
              88 ws-prd-fornecedor-ok                               value "00".
              88 ws-prd-fornecedor-nao-encontrado                   value "23" "35".
           03 ws-status-pedido-compra                pic x(02)       value "00".
              88 ws-pedido-compra-ok                                value "00".
              88 ws-pedido-compra-nao-encontrado                    value "23" "35".
           03 ws-status-pedido-compra-it             pic x(02)       value "00".
              88 ws-pedido-compra-it-ok                             value "00".
              88 ws-pedido-compra-it-nao-encontrado                 value "23" "35".
           03 ws-status-sessao                       pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                           pic 9(01)       value 1.
      *>   Estabelecimento da sessão (ses-cd-empresa): os rascunhos de
      *>   pedido de compra nascem nele, na série do estabelecimento
      *>   (EMPRESA.CPY).
       01  ws-empresa-logada                          pic 9(01)       value 1.
       01  ws-data-hoje                              pic 9(08)       value zeros.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-nova-cotacao                              value "10".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-incluir-item                              value "60".
              88 ws-opcao-excluir-item                              value "65".
              88 ws-opcao-convidar-vinculados                       value "70".
              88 ws-opcao-incluir-fornecedor                        value "72".
              88 ws-opcao-registrar-resposta                        value "75".
              88 ws-opcao-vencedor-item                             value "80".
              88 ws-opcao-vencedor-cotacao                          value "82".
              88 ws-opcao-vencedor-melhor-preco                     value "84".
              88 ws-opcao-gerar-pedidos                             value "90".
              88 ws-opcao-cancelar                                  value "95".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-cotacao.
           03 ws-form-cd-cotacao                     pic 9(07)       value zeros.
           03 ws-form-descricao                      pic x(40)       value spaces.
           03 ws-form-item-cd-produto                pic 9(05)       value zeros.
           03 ws-form-item-quantidade                pic 9(05)       value zeros.
           03 ws-form-item-sequencia                 pic 9(03)       value zeros.
           03 ws-form-cd-fornecedor                  pic 9(05)       value zeros.
           03 ws-form-preco-unitario                 pic 9(07)v9(02) value zeros.
           03 ws-form-prazo-entrega                  pic 9(03)       value zeros.
           03 ws-form-qtd-parcelas                   pic 9(02)       value zeros.
           03 ws-form-prazo-pagamento                pic 9(03)       value zeros.

       01  ws-ind-cotacao-carregada                  pic x(01)       value "N".
          88 ws-cotacao-carregada                                   value "S".
       01  ws-ind-cotacao-valida                     pic x(01)       value "N".
          88 ws-cotacao-valida                                      value "S".
       01  ws-situacao-descricao                     pic x(10)       value spaces.
       01  ws-cot-descricao                          pic x(40)       value spaces.
       01  ws-cot-data                               pic 9(08)       value zeros.

      *>   Itens da cotação carregada, com o melhor preço recebido.
       01  ws-tab-itens.
           03 ws-item-linha                          occurs 50 times.
              05 ws-item-r-sequencia                  pic 9(03).
              05 ws-item-r-cd-produto                 pic 9(05).
              05 ws-item-r-descricao                  pic x(40).
              05 ws-item-r-quantidade                 pic 9(05).
              05 ws-item-r-forn-escolhido             pic 9(05).
              05 ws-item-r-cd-pedido-compra           pic 9(07).
              05 ws-item-r-melhor-preco               pic 9(07)v9(02).
              05 ws-item-r-melhor-prazo               pic 9(03).
              05 ws-item-r-melhor-forn                pic 9(05).
       01  ws-item-qtd                               pic 9(03)       value zeros.
       01  ws-item-tab-idx                           pic 9(03)       value zeros.
       01  ws-ind-fim-item                            pic x(01)       value "N".
          88 ws-item-eof                                             value "S".
          88 ws-item-continua                                       value "N".

      *>   Fornecedores convidados, com a condição oferecida e o total
      *>   do que cotaram.
       01  ws-tab-fornecedores.
           03 ws-forn-linha                          occurs 10 times.
              05 ws-forn-r-cd-fornecedor              pic 9(05).
              05 ws-forn-r-razao-social               pic x(40).
              05 ws-forn-r-ddd-contato                pic 9(02).
              05 ws-forn-r-fone-contato               pic x(10).
              05 ws-forn-r-qtd-parcelas               pic 9(02).
              05 ws-forn-r-prazo-pagamento            pic 9(03).
              05 ws-forn-r-data-envio                 pic 9(08).
              05 ws-forn-r-data-resposta              pic 9(08).
              05 ws-forn-r-qtd-cotados                pic 9(03).
              05 ws-forn-r-qtd-melhores               pic 9(03).
              05 ws-forn-r-valor-total                pic 9(09)v9(02).
       01  ws-forn-qtd                               pic 9(03)       value zeros.
       01  ws-forn-tab-idx                           pic 9(03)       value zeros.
       01  ws-ind-fim-forn                            pic x(01)       value "N".
          88 ws-forn-eof                                             value "S".
          88 ws-forn-continua                                       value "N".

      *>   Mapa: preço e prazo de cada fornecedor (coluna) para cada
      *>   item (linha); "S" onde o fornecedor cotou o item.
       01  ws-tab-mapa.
           03 ws-map-item                            occurs 50 times.
              05 ws-map-forn                          occurs 10 times.
                 07 ws-map-ind-cotado                  pic x(01).
                 07 ws-map-preco                       pic 9(07)v9(02).
                 07 ws-map-prazo                       pic 9(03).

      *>   Célula corrente do mapa na montagem da tela.
       01  ws-celula-preco                           pic 9(07)v9(02) value zeros.
       01  ws-celula-prazo                           pic 9(03)       value zeros.
       01  ws-celula-classe                          pic x(15)       value spaces.
       01  ws-celula-marca                           pic x(10)       value spaces.
       01  ws-celula-cd-fornecedor                   pic 9(05)       value zeros.
       01  ws-celula-sequencia                       pic 9(03)       value zeros.

      *>   Inclusão de itens e convite dos fornecedores vinculados.
       01  ws-proxima-sequencia-item                  pic 9(03)       value zeros.
       01  ws-ind-fim-pfo                              pic x(01)       value "N".
          88 ws-pfo-eof                                               value "S".
       01  ws-ind-ja-convidado                         pic x(01)       value "N".
          88 ws-ja-convidado                                          value "S".
       01  ws-qtd-convidados                           pic 9(03)       value zeros.
       01  ws-qtd-atribuidos                           pic 9(03)       value zeros.
       01  ws-qtd-nao-cotados                          pic 9(03)       value zeros.
       01  ws-qtd-sem-vencedor                         pic 9(03)       value zeros.
       01  ws-qtd-com-pedido                           pic 9(03)       value zeros.

      *>   Pedidos em rascunho abertos em 2900 (um por vencedor).
       01  ws-tab-rascunhos.
           03 ws-ras-linha                           occurs 10 times.
              05 ws-ras-cd-fornecedor                 pic 9(05).
              05 ws-ras-cd-pedido-compra              pic 9(07).
              05 ws-ras-proxima-sequencia             pic 9(05).
              05 ws-ras-valor-total                   pic 9(09)v9(02).
       01  ws-ras-qtd                                pic 9(03)       value zeros.
       01  ws-ras-idx                                pic 9(03)       value zeros.
       01  ws-ras-achou                              pic x(01)       value "N".
          88 ws-ras-na-tabela                                       value "S".
       01  ws-forn-vencedor                          pic 9(05)       value zeros.
       01  ws-preco-vencedor                         pic 9(07)v9(02) value zeros.
       01  ws-prazo-vencedor                         pic 9(03)       value zeros.

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

      *>   Numeração da cotação e dos pedidos (CALL para ProximoNumero).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>===================================================================================
       procedure division.
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
            .

       0000-saida.
          stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            move function current-date (1:8)         to ws-data-hoje
            perform 1100-abrir-arquivos
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o cotacao-arq
            if   ws-cotacao-nao-encontrado
                 open output cotacao-arq
                 close cotacao-arq
                 open i-o cotacao-arq
            end-if
            open i-o cotacao-item-arq
            if   ws-cotacao-item-nao-encontrado
                 open output cotacao-item-arq
                 close cotacao-item-arq
                 open i-o cotacao-item-arq
            end-if
            open i-o cotacao-forn-arq
            if   ws-cotacao-forn-nao-encontrado
                 open output cotacao-forn-arq
                 close cotacao-forn-arq
                 open i-o cotacao-forn-arq
            end-if
            open i-o cotacao-preco-arq
            if   ws-cotacao-preco-nao-encontrado
                 open output cotacao-preco-arq
                 close cotacao-preco-arq
                 open i-o cotacao-preco-arq
            end-if
            open input produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open input produto-arq
            end-if
            open input fornecedor-arq
            if   ws-fornecedor-nao-encontrado
                 open output fornecedor-arq
                 close fornecedor-arq
                 open input fornecedor-arq
            end-if
            open i-o prd-fornecedor-arq
            if   ws-prd-fornecedor-nao-encontrado
                 open output prd-fornecedor-arq
                 close prd-fornecedor-arq
                 open i-o prd-fornecedor-arq
            end-if
            open i-o pedido-compra-arq
            if   ws-pedido-compra-nao-encontrado
                 open output pedido-compra-arq
                 close pedido-compra-arq
                 open i-o pedido-compra-arq
            end-if
            open i-o pedido-compra-it-arq
            if   ws-pedido-compra-it-nao-encontrado
                 open output pedido-compra-it-arq
                 close pedido-compra-it-arq
                 open i-o pedido-compra-it-arq
            end-if
            open input sessao-arq
            .

       1100-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Cotacao de compra restrita aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-nova-cotacao or ws-opcao-incluir-item
                      or ws-opcao-excluir-item
                      or ws-opcao-convidar-vinculados
                      or ws-opcao-incluir-fornecedor
                      or ws-opcao-registrar-resposta
                      or ws-opcao-vencedor-item
                      or ws-opcao-vencedor-cotacao
                      or ws-opcao-vencedor-melhor-preco
                      or ws-opcao-gerar-pedidos or ws-opcao-cancelar)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-nova-cotacao
                     perform 1200-obter-campos-formulario
                     perform 2100-nova-cotacao
                     perform 2300-carregar-cotacao
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-cotacao
                when ws-opcao-incluir-item
                     perform 1200-obter-campos-formulario
                     perform 2500-incluir-item
                     perform 2300-carregar-cotacao
                when ws-opcao-excluir-item
                     perform 1200-obter-campos-formulario
                     perform 2550-excluir-item
                     perform 2300-carregar-cotacao
                when ws-opcao-convidar-vinculados
                     perform 1200-obter-campos-formulario
                     perform 2700-convidar-vinculados
                     perform 2300-carregar-cotacao
                when ws-opcao-incluir-fornecedor
                     perform 1200-obter-campos-formulario
                     perform 2720-incluir-fornecedor
                     perform 2300-carregar-cotacao
                when ws-opcao-registrar-resposta
                     perform 1200-obter-campos-formulario
                     perform 2750-registrar-resposta
                     perform 2300-carregar-cotacao
                when ws-opcao-vencedor-item
                     perform 1200-obter-campos-formulario
                     perform 2800-vencedor-item
                     perform 2300-carregar-cotacao
                when ws-opcao-vencedor-cotacao
                     perform 1200-obter-campos-formulario
                     perform 2820-vencedor-cotacao
                     perform 2300-carregar-cotacao
                when ws-opcao-vencedor-melhor-preco
                     perform 1200-obter-campos-formulario
                     perform 2840-vencedor-melhor-preco
                     perform 2300-carregar-cotacao
                when ws-opcao-gerar-pedidos
                     perform 1200-obter-campos-formulario
                     perform 2900-gerar-pedidos
                     perform 2300-carregar-cotacao
                when ws-opcao-cancelar
                     perform 1200-obter-campos-formulario
                     perform 2950-cancelar-cotacao
                     perform 2300-carregar-cotacao
                when other
                     continue
            end-evaluate
            perform 8000-tela
            .

       2000-exit.
            exit.

      *>===================================================================================
       1150-obter-opcao section.
       1150.
            move "00"                               to ws-opcao
            move zeros                              to ws-form-sessao
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string not = spaces
                 unstring ws-query-string delimited by "opcao=" into ws-mensagem-retorno
                                                                     ws-opcao
                 unstring ws-query-string delimited by "sessao=" into ws-mensagem-retorno
                                                                     ws-form-sessao
            end-if
            move spaces                             to ws-mensagem-retorno
            .

       1150-exit.
            exit.

      *>===================================================================================
       1160-obter-operador-logado section.
       1160.
            if   ws-form-sessao = zeros
                 exit section
            end-if
            move ws-form-sessao                     to ses-id
            read sessao-arq
                key is ses-id
                invalid key
                     continue
                not invalid key
                     move ses-cd-operador             to ws-operador-logado
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
            exec html
                getfield( ws-form-cd-cotacao )
                getfield( ws-form-descricao )
                getfield( ws-form-item-cd-produto )
                getfield( ws-form-item-quantidade )
                getfield( ws-form-item-sequencia )
                getfield( ws-form-cd-fornecedor )
                getfield( ws-form-preco-unitario )
                getfield( ws-form-prazo-entrega )
                getfield( ws-form-qtd-parcelas )
                getfield( ws-form-prazo-pagamento )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2050-ler-cotacao-aberta: lê a cotação informada e só a deixa
      *>   seguir (ws-cotacao-valida) se ainda estiver Aberta - finalizada
      *>   ou cancelada não aceita mais alteração.
       2050-ler-cotacao-aberta section.
       2050.
            move "N"                                to ws-ind-cotacao-valida
            if   ws-form-cd-cotacao = zeros
                 move "Informe ou carregue a cotacao." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-cotacao                 to cot-cd-cotacao
            read cotacao-arq
                key is cot-cd-cotacao
                invalid key
                     move "Cotacao nao encontrada."   to ws-mensagem-retorno
                     exit section
            end-read
            if   not cot-aberta
                 move "Cotacao finalizada ou cancelada nao aceita alteracao." to ws-mensagem-retorno
                 exit section
            end-if
            set  ws-cotacao-valida                   to true
            .

       2050-exit.
            exit.

      *>===================================================================================
      *>   2100-nova-cotacao: abre a cotação (série COTACAO) com a
      *>   descrição informada; itens e fornecedores entram em seguida.
       2100-nova-cotacao section.
       2100.
            move "COTACAO"                           to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-cotacao
            move ws-seq-numero-gerado                 to cot-cd-cotacao
            move ws-data-hoje                        to cot-data
            move ws-form-descricao                   to cot-descricao
            set  cot-aberta                          to true
            move ws-data-hoje                        to cot-data-inclusao
            move ws-operador-logado                  to cot-operador-inclusao
            write reg-cotacao
                invalid key
                     move "Erro ao incluir a cotacao." to ws-mensagem-retorno
                     exit section
            end-write
            move cot-cd-cotacao                      to ws-form-cd-cotacao
            move spaces                              to ws-mensagem-retorno
            string "Cotacao "
                   cot-cd-cotacao
                   " aberta; inclua os itens e convide os fornecedores."
                   delimited by size into ws-mensagem-retorno
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-cotacao: lê a cotação, os itens, os fornecedores
      *>   convidados e as respostas, e monta o mapa (2340).
       2300-carregar-cotacao section.
       2300.
            move "N"                                to ws-ind-cotacao-carregada
            move zeros                               to ws-item-qtd
            move zeros                               to ws-forn-qtd
            move spaces                              to ws-situacao-descricao
            move spaces                              to ws-cot-descricao
            move zeros                               to ws-cot-data
            if   ws-form-cd-cotacao = zeros
                 exit section
            end-if
            move ws-form-cd-cotacao                 to cot-cd-cotacao
            read cotacao-arq
                key is cot-cd-cotacao
                invalid key
                     move "Cotacao nao encontrada."   to ws-mensagem-retorno
                     exit section
            end-read
            set  ws-cotacao-carregada                to true
            move cot-descricao                       to ws-cot-descricao
            move cot-data                            to ws-cot-data
            evaluate true
                when cot-aberta
                     move "Aberta"                    to ws-situacao-descricao
                when cot-finalizada
                     move "Finalizada"                to ws-situacao-descricao
                when cot-cancelada
                     move "Cancelada"                 to ws-situacao-descricao
            end-evaluate
            perform 2310-carregar-itens
            perform 2320-carregar-fornecedores
            perform 2340-montar-mapa
            .

       2300-exit.
            exit.

      *>===================================================================================
       2310-carregar-itens section.
       2310.
            move cot-cd-cotacao                      to cti-cd-cotacao
            move zeros                               to cti-sequencia
            start cotacao-item-arq key is greater than or equal cti-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start

            perform until ws-item-eof
                    or ws-item-qtd >= ws-max-itens
                read cotacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   cti-cd-cotacao not = cot-cd-cotacao
                              set ws-item-eof          to true
                         else
                              add 1                    to ws-item-qtd
                              move cti-sequencia        to ws-item-r-sequencia(ws-item-qtd)
                              move cti-cd-produto       to ws-item-r-cd-produto(ws-item-qtd)
                              move cti-quantidade       to ws-item-r-quantidade(ws-item-qtd)
                              move cti-cd-fornecedor-escolhido
                                                        to ws-item-r-forn-escolhido(ws-item-qtd)
                              move cti-cd-pedido-compra to ws-item-r-cd-pedido-compra(ws-item-qtd)
                              move zeros                to ws-item-r-melhor-preco(ws-item-qtd)
                              move zeros                to ws-item-r-melhor-prazo(ws-item-qtd)
                              move zeros                to ws-item-r-melhor-forn(ws-item-qtd)
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              move cti-cd-produto       to prd-cd-produto
                              read produto-arq
                                  key is prd-cd-produto
                                  invalid key
                                       continue
                                  not invalid key
                                       move prd-descricao to ws-item-r-descricao(ws-item-qtd)
                              end-read
                         end-if
                end-read
            end-perform
            .

       2310-exit.
            exit.

      *>===================================================================================
       2320-carregar-fornecedores section.
       2320.
            move cot-cd-cotacao                      to ctf-cd-cotacao
            move zeros                               to ctf-cd-fornecedor
            start cotacao-forn-arq key is greater than or equal ctf-chave
                invalid key
                     set ws-forn-eof                 to true
                not invalid key
                     set ws-forn-continua             to true
            end-start

            perform until ws-forn-eof
                    or ws-forn-qtd >= ws-max-fornecedores
                read cotacao-forn-arq next record
                    at end
                         set ws-forn-eof              to true
                    not at end
                         if   ctf-cd-cotacao not = cot-cd-cotacao
                              set ws-forn-eof          to true
                         else
                              add 1                    to ws-forn-qtd
                              move ctf-cd-fornecedor    to ws-forn-r-cd-fornecedor(ws-forn-qtd)
                              move ctf-qtd-parcelas     to ws-forn-r-qtd-parcelas(ws-forn-qtd)
                              move ctf-prazo-pagamento-dias
                                                        to ws-forn-r-prazo-pagamento(ws-forn-qtd)
                              move ctf-data-envio       to ws-forn-r-data-envio(ws-forn-qtd)
                              move ctf-data-resposta    to ws-forn-r-data-resposta(ws-forn-qtd)
                              move zeros                to ws-forn-r-qtd-cotados(ws-forn-qtd)
                              move zeros                to ws-forn-r-qtd-melhores(ws-forn-qtd)
                              move zeros                to ws-forn-r-valor-total(ws-forn-qtd)
                              move spaces               to ws-forn-r-razao-social(ws-forn-qtd)
                              move zeros                to ws-forn-r-ddd-contato(ws-forn-qtd)
                              move spaces               to ws-forn-r-fone-contato(ws-forn-qtd)
                              move ctf-cd-fornecedor    to frn-cd-fornecedor
                              read fornecedor-arq
                                  key is frn-cd-fornecedor
                                  invalid key
                                       continue
                                  not invalid key
                                       move frn-razao-social to ws-forn-r-razao-social(ws-forn-qtd)
                                       move frn-ddd-contato  to ws-forn-r-ddd-contato(ws-forn-qtd)
                                       move frn-fone-contato to ws-forn-r-fone-contato(ws-forn-qtd)
                                       if   ctf-qtd-parcelas = zeros
                                            move frn-qtd-parcelas-pagar
                                                        to ws-forn-r-qtd-parcelas(ws-forn-qtd)
                                       end-if
                                       if   ctf-prazo-pagamento-dias = zeros
                                            move frn-prazo-pagamento-dias
                                                        to ws-forn-r-prazo-pagamento(ws-forn-qtd)
                                       end-if
                              end-read
                         end-if
                end-read
            end-perform
            .

       2320-exit.
            exit.

      *>===================================================================================
      *>   2340-montar-mapa: lê a resposta de cada fornecedor para cada
      *>   item, guarda o melhor preço do item (empate: menor prazo de
      *>   entrega) e soma o total cotado por fornecedor.
       2340-montar-mapa section.
       2340.
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                perform varying ws-forn-tab-idx from 1 by 1
                        until ws-forn-tab-idx > ws-forn-qtd
                    move "N"                         to ws-map-ind-cotado(ws-item-tab-idx, ws-forn-tab-idx)
                    move zeros                       to ws-map-preco(ws-item-tab-idx, ws-forn-tab-idx)
                    move zeros                       to ws-map-prazo(ws-item-tab-idx, ws-forn-tab-idx)
                    move cot-cd-cotacao              to ctp-cd-cotacao
                    move ws-forn-r-cd-fornecedor(ws-forn-tab-idx) to ctp-cd-fornecedor
                    move ws-item-r-sequencia(ws-item-tab-idx)     to ctp-sequencia
                    read cotacao-preco-arq
                        key is ctp-chave
                        invalid key
                             continue
                        not invalid key
                             move "S"                 to ws-map-ind-cotado(ws-item-tab-idx, ws-forn-tab-idx)
                             move ctp-preco-unitario  to ws-map-preco(ws-item-tab-idx, ws-forn-tab-idx)
                             move ctp-prazo-entrega-dias
                                                      to ws-map-prazo(ws-item-tab-idx, ws-forn-tab-idx)
                             add 1                    to ws-forn-r-qtd-cotados(ws-forn-tab-idx)
                             compute ws-forn-r-valor-total(ws-forn-tab-idx) =
                                     ws-forn-r-valor-total(ws-forn-tab-idx)
                                   + ws-item-r-quantidade(ws-item-tab-idx) * ctp-preco-unitario
                             if   ws-item-r-melhor-forn(ws-item-tab-idx) = zeros
                             or   ctp-preco-unitario < ws-item-r-melhor-preco(ws-item-tab-idx)
                             or  (ctp-preco-unitario = ws-item-r-melhor-preco(ws-item-tab-idx)
                              and ctp-prazo-entrega-dias < ws-item-r-melhor-prazo(ws-item-tab-idx))
                                  move ctp-preco-unitario to ws-item-r-melhor-preco(ws-item-tab-idx)
                                  move ctp-prazo-entrega-dias
                                                      to ws-item-r-melhor-prazo(ws-item-tab-idx)
                                  move ws-forn-r-cd-fornecedor(ws-forn-tab-idx)
                                                      to ws-item-r-melhor-forn(ws-item-tab-idx)
                             end-if
                    end-read
                end-perform
            end-perform

            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                perform varying ws-forn-tab-idx from 1 by 1
                        until ws-forn-tab-idx > ws-forn-qtd
                    if   ws-forn-r-cd-fornecedor(ws-forn-tab-idx) = ws-item-r-melhor-forn(ws-item-tab-idx)
                         add 1                        to ws-forn-r-qtd-melhores(ws-forn-tab-idx)
                    end-if
                end-perform
            end-perform
            .

       2340-exit.
            exit.

      *>===================================================================================
      *>   2500-incluir-item: acrescenta produto e quantidade à cotação
      *>   aberta. Produto inativo não entra.
       2500-incluir-item section.
       2500.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            if   ws-form-item-cd-produto = zeros
            or   ws-form-item-quantidade = zeros
                 move "Informe o produto e a quantidade do item." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-item-cd-produto            to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     move "Produto nao encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   prd-inativo
                 move "Produto inativo nao pode ser cotado." to ws-mensagem-retorno
                 exit section
            end-if

            perform 2510-obter-proxima-sequencia-item
            if   ws-proxima-sequencia-item > ws-max-itens
                 move "Cotacao ja tem o maximo de itens do mapa." to ws-mensagem-retorno
                 exit section
            end-if
            initialize reg-cotacao-item
            move cot-cd-cotacao                      to cti-cd-cotacao
            move ws-proxima-sequencia-item           to cti-sequencia
            move ws-form-item-cd-produto             to cti-cd-produto
            move ws-form-item-quantidade             to cti-quantidade
            move zeros                               to cti-cd-fornecedor-escolhido
            move zeros                               to cti-cd-pedido-compra
            write reg-cotacao-item
                invalid key
                     move "Erro ao incluir o item."   to ws-mensagem-retorno
                     exit section
            end-write
            move "Item incluido."                    to ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2510-obter-proxima-sequencia-item: mesma técnica START/READ
      *>   PREVIOUS de 2510-obter-proxima-sequencia-item em Consignacao.cbl.
       2510-obter-proxima-sequencia-item section.
       2510.
            move cot-cd-cotacao                      to cti-cd-cotacao
            move 999                                 to cti-sequencia
            start cotacao-item-arq key is less than or equal cti-chave
                invalid key
                     move zeros                      to ws-proxima-sequencia-item
                not invalid key
                     read cotacao-item-arq previous record
                         at end
                              move zeros              to ws-proxima-sequencia-item
                         not at end
                              if   cti-cd-cotacao = cot-cd-cotacao
                                   move cti-sequencia  to ws-proxima-sequencia-item
                              else
                                   move zeros          to ws-proxima-sequencia-item
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-item
            .

       2510-exit.
            exit.

      *>===================================================================================
      *>   2550-excluir-item: tira o item da cotação junto com as
      *>   respostas dos fornecedores para ele. Item que já virou pedido
      *>   de compra fica.
       2550-excluir-item section.
       2550.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            move cot-cd-cotacao                      to cti-cd-cotacao
            move ws-form-item-sequencia              to cti-sequencia
            read cotacao-item-arq
                key is cti-chave
                invalid key
                     move "Item nao encontrado na cotacao." to ws-mensagem-retorno
                     exit section
            end-read
            if   cti-cd-pedido-compra not = zeros
                 move "Item ja gerou pedido de compra; nao pode ser excluido." to ws-mensagem-retorno
                 exit section
            end-if
            delete cotacao-item-arq
                invalid key
                     move "Erro ao excluir o item."   to ws-mensagem-retorno
                     exit section
            end-delete

            move cot-cd-cotacao                      to ctf-cd-cotacao
            move zeros                               to ctf-cd-fornecedor
            start cotacao-forn-arq key is greater than or equal ctf-chave
                invalid key
                     set ws-forn-eof                 to true
                not invalid key
                     set ws-forn-continua             to true
            end-start
            perform until ws-forn-eof
                read cotacao-forn-arq next record
                    at end
                         set ws-forn-eof              to true
                    not at end
                         if   ctf-cd-cotacao not = cot-cd-cotacao
                              set ws-forn-eof          to true
                         else
                              move ctf-cd-cotacao       to ctp-cd-cotacao
                              move ctf-cd-fornecedor    to ctp-cd-fornecedor
                              move ws-form-item-sequencia to ctp-sequencia
                              delete cotacao-preco-arq
                                  invalid key
                                       continue
                              end-delete
                         end-if
                end-read
            end-perform
            move "Item excluido da cotacao."         to ws-mensagem-retorno
            .

       2550-exit.
            exit.

      *>===================================================================================
      *>   2700-convidar-vinculados: para cada item, convida os
      *>   fornecedores ativos ligados ao produto em PRD-FORNECEDOR.DAT
      *>   (mesma leitura por chave parcial de 2200-escolher-fornecedor em
      *>   SugestaoCompra.cbl). O envio em si é feito pelo comprador; a
      *>   data de envio fica gravada e os telefones aparecem no mapa.
       2700-convidar-vinculados section.
       2700.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            perform 2300-carregar-cotacao
            if   ws-item-qtd = zeros
                 move "Inclua os itens antes de convidar os fornecedores." to ws-mensagem-retorno
                 exit section
            end-if
            move zeros                               to ws-qtd-convidados
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                move ws-item-r-cd-produto(ws-item-tab-idx) to pfo-cd-produto
                move zeros                           to pfo-cd-fornecedor
                move "N"                             to ws-ind-fim-pfo
                start prd-fornecedor-arq key is greater than or equal pfo-chave
                    invalid key
                         set ws-pfo-eof              to true
                end-start
                perform until ws-pfo-eof
                    read prd-fornecedor-arq next record
                        at end
                             set ws-pfo-eof           to true
                        not at end
                             if   pfo-cd-produto not = ws-item-r-cd-produto(ws-item-tab-idx)
                                  set ws-pfo-eof       to true
                             else
                                  move pfo-cd-fornecedor to ws-form-cd-fornecedor
                                  perform 2710-gravar-convite
                             end-if
                    end-read
                end-perform
            end-perform
            move spaces                              to ws-mensagem-retorno
            if   ws-qtd-convidados = zeros
                 move "Nenhum fornecedor vinculado novo para os itens da cotacao." to ws-mensagem-retorno
            else
                 string ws-qtd-convidados
                        " fornecedor(es) convidado(s); contate-os pelos telefones do mapa."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2700-exit.
            exit.

      *>===================================================================================
      *>   2710-gravar-convite: grava o fornecedor em COTACAO-FORN.DAT se
      *>   estiver ativo, ainda não convidado e houver coluna no mapa.
       2710-gravar-convite section.
       2710.
            move ws-form-cd-fornecedor               to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     exit section
            end-read
            if   not frn-ativo
                 exit section
            end-if
            move cot-cd-cotacao                      to ctf-cd-cotacao
            move ws-form-cd-fornecedor               to ctf-cd-fornecedor
            read cotacao-forn-arq
                key is ctf-chave
                invalid key
                     continue
                not invalid key
                     exit section
            end-read
            if   ws-forn-qtd >= ws-max-fornecedores
                 exit section
            end-if
            initialize reg-cotacao-forn
            move cot-cd-cotacao                      to ctf-cd-cotacao
            move ws-form-cd-fornecedor               to ctf-cd-fornecedor
            move zeros                               to ctf-qtd-parcelas
            move zeros                               to ctf-prazo-pagamento-dias
            move ws-data-hoje                        to ctf-data-envio
            move zeros                               to ctf-data-resposta
            write reg-cotacao-forn
                invalid key
                     exit section
            end-write
            add 1                                    to ws-forn-qtd
            add 1                                    to ws-qtd-convidados
            .

       2710-exit.
            exit.

      *>===================================================================================
      *>   2720-incluir-fornecedor: convite avulso de um fornecedor que
      *>   não está vinculado aos produtos.
       2720-incluir-fornecedor section.
       2720.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            if   ws-form-cd-fornecedor = zeros
                 move "Informe o codigo do fornecedor." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-fornecedor               to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     move "Fornecedor nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not frn-ativo
                 move "Fornecedor inativo nao pode ser convidado." to ws-mensagem-retorno
                 exit section
            end-if
            perform 2300-carregar-cotacao
            move cot-cd-cotacao                      to ctf-cd-cotacao
            move ws-form-cd-fornecedor               to ctf-cd-fornecedor
            read cotacao-forn-arq
                key is ctf-chave
                invalid key
                     continue
                not invalid key
                     move "Fornecedor ja convidado para esta cotacao." to ws-mensagem-retorno
                     exit section
            end-read
            if   ws-forn-qtd >= ws-max-fornecedores
                 move "Cotacao ja tem o maximo de fornecedores do mapa." to ws-mensagem-retorno
                 exit section
            end-if
            move zeros                               to ws-qtd-convidados
            perform 2710-gravar-convite
            move "Fornecedor convidado."             to ws-mensagem-retorno
            .

       2720-exit.
            exit.

      *>===================================================================================
      *>   2750-registrar-resposta: grava (ou corrige) o preço unitário e
      *>   o prazo de entrega que o fornecedor deu para o item e, quando
      *>   informada, a condição de pagamento oferecida. Sem item, só a
      *>   condição de pagamento é registrada.
       2750-registrar-resposta section.
       2750.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            move cot-cd-cotacao                      to ctf-cd-cotacao
            move ws-form-cd-fornecedor               to ctf-cd-fornecedor
            read cotacao-forn-arq
                key is ctf-chave
                invalid key
                     move "Fornecedor nao convidado para esta cotacao." to ws-mensagem-retorno
                     exit section
            end-read

            if   ws-form-item-sequencia not = zeros
                 move cot-cd-cotacao                  to cti-cd-cotacao
                 move ws-form-item-sequencia          to cti-sequencia
                 read cotacao-item-arq
                     key is cti-chave
                     invalid key
                          move "Item nao encontrado na cotacao." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   cti-cd-pedido-compra not = zeros
                      move "Item ja gerou pedido de compra." to ws-mensagem-retorno
                      exit section
                 end-if
                 if   ws-form-preco-unitario = zeros
                      move "Informe o preco unitario cotado." to ws-mensagem-retorno
                      exit section
                 end-if
                 move cot-cd-cotacao                  to ctp-cd-cotacao
                 move ws-form-cd-fornecedor           to ctp-cd-fornecedor
                 move ws-form-item-sequencia          to ctp-sequencia
                 read cotacao-preco-arq
                     key is ctp-chave
                     invalid key
                          move ws-form-preco-unitario  to ctp-preco-unitario
                          move ws-form-prazo-entrega   to ctp-prazo-entrega-dias
                          move ws-data-hoje            to ctp-data-resposta
                          write reg-cotacao-preco
                              invalid key
                                   move "Erro ao gravar a resposta." to ws-mensagem-retorno
                                   exit section
                          end-write
                     not invalid key
                          move ws-form-preco-unitario  to ctp-preco-unitario
                          move ws-form-prazo-entrega   to ctp-prazo-entrega-dias
                          move ws-data-hoje            to ctp-data-resposta
                          rewrite reg-cotacao-preco
                              invalid key
                                   move "Erro ao gravar a resposta." to ws-mensagem-retorno
                                   exit section
                          end-rewrite
                 end-read
            else
                 if   ws-form-qtd-parcelas = zeros
                 and  ws-form-prazo-pagamento = zeros
                      move "Informe o item cotado ou a condicao de pagamento." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

            if   ws-form-qtd-parcelas not = zeros
                 move ws-form-qtd-parcelas            to ctf-qtd-parcelas
            end-if
            if   ws-form-prazo-pagamento not = zeros
                 move ws-form-prazo-pagamento         to ctf-prazo-pagamento-dias
            end-if
            move ws-data-hoje                        to ctf-data-resposta
            rewrite reg-cotacao-forn
                invalid key
                     continue
            end-rewrite
            move "Resposta do fornecedor registrada." to ws-mensagem-retorno
            .

       2750-exit.
            exit.

      *>===================================================================================
      *>   2800-vencedor-item: o comprador escolhe o fornecedor do item
      *>   (precisa ter cotado o item).
       2800-vencedor-item section.
       2800.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            move cot-cd-cotacao                      to cti-cd-cotacao
            move ws-form-item-sequencia              to cti-sequencia
            read cotacao-item-arq
                key is cti-chave
                invalid key
                     move "Item nao encontrado na cotacao." to ws-mensagem-retorno
                     exit section
            end-read
            if   cti-cd-pedido-compra not = zeros
                 move "Item ja gerou pedido de compra." to ws-mensagem-retorno
                 exit section
            end-if
            move cot-cd-cotacao                      to ctp-cd-cotacao
            move ws-form-cd-fornecedor               to ctp-cd-fornecedor
            move ws-form-item-sequencia              to ctp-sequencia
            read cotacao-preco-arq
                key is ctp-chave
                invalid key
                     move "Fornecedor nao cotou este item." to ws-mensagem-retorno
                     exit section
            end-read
            move ws-form-cd-fornecedor               to cti-cd-fornecedor-escolhido
            rewrite reg-cotacao-item
                invalid key
                     move "Erro ao gravar o vencedor do item." to ws-mensagem-retorno
                     exit section
            end-rewrite
            move "Vencedor do item registrado."      to ws-mensagem-retorno
            .

       2800-exit.
            exit.

      *>===================================================================================
      *>   2820-vencedor-cotacao: o fornecedor informado leva todos os
      *>   itens que cotou e que ainda não viraram pedido; os que ele não
      *>   cotou ficam como estão.
       2820-vencedor-cotacao section.
       2820.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            move cot-cd-cotacao                      to ctf-cd-cotacao
            move ws-form-cd-fornecedor               to ctf-cd-fornecedor
            read cotacao-forn-arq
                key is ctf-chave
                invalid key
                     move "Fornecedor nao convidado para esta cotacao." to ws-mensagem-retorno
                     exit section
            end-read
            move zeros                               to ws-qtd-atribuidos
            move zeros                               to ws-qtd-nao-cotados
            move cot-cd-cotacao                      to cti-cd-cotacao
            move zeros                               to cti-sequencia
            start cotacao-item-arq key is greater than or equal cti-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read cotacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   cti-cd-cotacao not = cot-cd-cotacao
                              set ws-item-eof          to true
                         else
                              if   cti-cd-pedido-compra = zeros
                                   perform 2825-atribuir-item
                              end-if
                         end-if
                end-read
            end-perform
            move spaces                              to ws-mensagem-retorno
            string ws-qtd-atribuidos
                   " item(ns) atribuido(s) ao fornecedor; "
                   ws-qtd-nao-cotados
                   " nao cotado(s) por ele."
                   delimited by size into ws-mensagem-retorno
            .

       2820-exit.
            exit.

      *>===================================================================================
       2825-atribuir-item section.
       2825.
            move cot-cd-cotacao                      to ctp-cd-cotacao
            move ws-form-cd-fornecedor               to ctp-cd-fornecedor
            move cti-sequencia                       to ctp-sequencia
            read cotacao-preco-arq
                key is ctp-chave
                invalid key
                     add 1                           to ws-qtd-nao-cotados
                     exit section
            end-read
            move ws-form-cd-fornecedor               to cti-cd-fornecedor-escolhido
            rewrite reg-cotacao-item
                invalid key
                     exit section
            end-rewrite
            add 1                                    to ws-qtd-atribuidos
            .

       2825-exit.
            exit.

      *>===================================================================================
      *>   2840-vencedor-melhor-preco: cada item ainda sem pedido fica com
      *>   o fornecedor do melhor preço do mapa (2340).
       2840-vencedor-melhor-preco section.
       2840.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            perform 2300-carregar-cotacao
            move zeros                               to ws-qtd-atribuidos
            move zeros                               to ws-qtd-nao-cotados
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                if   ws-item-r-cd-pedido-compra(ws-item-tab-idx) = zeros
                     if   ws-item-r-melhor-forn(ws-item-tab-idx) = zeros
                          add 1                       to ws-qtd-nao-cotados
                     else
                          move cot-cd-cotacao         to cti-cd-cotacao
                          move ws-item-r-sequencia(ws-item-tab-idx) to cti-sequencia
                          read cotacao-item-arq
                              key is cti-chave
                              invalid key
                                   continue
                              not invalid key
                                   move ws-item-r-melhor-forn(ws-item-tab-idx)
                                                      to cti-cd-fornecedor-escolhido
                                   rewrite reg-cotacao-item
                                       invalid key
                                            continue
                                   end-rewrite
                                   add 1              to ws-qtd-atribuidos
                          end-read
                     end-if
                end-if
            end-perform
            move spaces                              to ws-mensagem-retorno
            string ws-qtd-atribuidos
                   " item(ns) com o vencedor pelo melhor preco; "
                   ws-qtd-nao-cotados
                   " sem resposta de fornecedor."
                   delimited by size into ws-mensagem-retorno
            .

       2840-exit.
            exit.

      *>===================================================================================
      *>   2900-gerar-pedidos: um pedido de compra em rascunho por
      *>   fornecedor vencedor (mesma técnica de 2300-incluir-item-rascunho
      *>   em SugestaoCompra.cbl), com o preço cotado e a condição de
      *>   pagamento que o fornecedor deu na cotação. A relação
      *>   produto-fornecedor recebe o custo e o prazo cotados (ou é
      *>   criada). Com todos os itens atendidos a cotação é Finalizada.
       2900-gerar-pedidos section.
       2900.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            perform 2300-carregar-cotacao
            move zeros                               to ws-ras-qtd
            move zeros                               to ws-qtd-atribuidos
            move zeros                               to ws-qtd-sem-vencedor
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                if   ws-item-r-cd-pedido-compra(ws-item-tab-idx) = zeros
                     if   ws-item-r-forn-escolhido(ws-item-tab-idx) = zeros
                          add 1                       to ws-qtd-sem-vencedor
                     else
                          perform 2910-incluir-item-pedido
                     end-if
                end-if
            end-perform
            perform 2930-fechar-rascunhos

            move zeros                               to ws-qtd-com-pedido
            move cot-cd-cotacao                      to cti-cd-cotacao
            move zeros                               to cti-sequencia
            start cotacao-item-arq key is greater than or equal cti-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read cotacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   cti-cd-cotacao not = cot-cd-cotacao
                              set ws-item-eof          to true
                         else
                              if   cti-cd-pedido-compra not = zeros
                                   add 1               to ws-qtd-com-pedido
                              end-if
                         end-if
                end-read
            end-perform
            if   ws-item-qtd > zeros
            and  ws-qtd-com-pedido >= ws-item-qtd
                 move ws-form-cd-cotacao              to cot-cd-cotacao
                 read cotacao-arq
                     key is cot-cd-cotacao
                     invalid key
                          continue
                     not invalid key
                          set cot-finalizada          to true
                          rewrite reg-cotacao
                              invalid key
                                   continue
                          end-rewrite
                 end-read
            end-if

            move spaces                              to ws-mensagem-retorno
            if   ws-ras-qtd = zeros
                 move "Nenhum item com vencedor escolhido e sem pedido." to ws-mensagem-retorno
            else
                 string ws-ras-qtd
                        " pedido(s) de compra em rascunho gerado(s) com "
                        ws-qtd-atribuidos
                        " item(ns); "
                        ws-qtd-sem-vencedor
                        " item(ns) sem vencedor. Revise em Pedido de Compra."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2900-exit.
            exit.

      *>===================================================================================
      *>   2910-incluir-item-pedido: localiza (ou abre) o rascunho do
      *>   vencedor e grava o item com o preço cotado.
       2910-incluir-item-pedido section.
       2910.
            move ws-item-r-forn-escolhido(ws-item-tab-idx) to ws-forn-vencedor
            move cot-cd-cotacao                      to ctp-cd-cotacao
            move ws-forn-vencedor                    to ctp-cd-fornecedor
            move ws-item-r-sequencia(ws-item-tab-idx) to ctp-sequencia
            read cotacao-preco-arq
                key is ctp-chave
                invalid key
                     add 1                           to ws-qtd-sem-vencedor
                     exit section
            end-read
            move ctp-preco-unitario                  to ws-preco-vencedor
            move ctp-prazo-entrega-dias              to ws-prazo-vencedor

            move "N"                                 to ws-ras-achou
            perform varying ws-ras-idx from 1 by 1
                    until ws-ras-idx > ws-ras-qtd
                    or ws-ras-na-tabela
                if   ws-ras-cd-fornecedor(ws-ras-idx) = ws-forn-vencedor
                     move "S"                         to ws-ras-achou
                end-if
            end-perform
            if   ws-ras-na-tabela
                 subtract 1                           from ws-ras-idx
            else
                 if   ws-ras-qtd >= ws-max-fornecedores
                      exit section
                 end-if
                 add 1                                to ws-ras-qtd
                 move ws-ras-qtd                      to ws-ras-idx
                 perform 2920-abrir-rascunho
            end-if

            initialize reg-pedido-compra-item
            move ws-ras-cd-pedido-compra(ws-ras-idx)  to pci-cd-pedido-compra
            add 1                                    to ws-ras-proxima-sequencia(ws-ras-idx)
            move ws-ras-proxima-sequencia(ws-ras-idx) to pci-sequencia
            move ws-item-r-cd-produto(ws-item-tab-idx) to pci-cd-produto
            move ws-item-r-quantidade(ws-item-tab-idx) to pci-quantidade
            move ws-preco-vencedor                   to pci-custo-unitario
            compute pci-valor-total =
                    pci-quantidade * pci-custo-unitario
            move zeros                               to pci-qtd-recebida
            write reg-pedido-compra-item
                invalid key
                     exit section
            end-write
            add pci-valor-total                      to ws-ras-valor-total(ws-ras-idx)
            add 1                                    to ws-qtd-atribuidos

            move cot-cd-cotacao                      to cti-cd-cotacao
            move ws-item-r-sequencia(ws-item-tab-idx) to cti-sequencia
            read cotacao-item-arq
                key is cti-chave
                invalid key
                     continue
                not invalid key
                     move pci-cd-pedido-compra        to cti-cd-pedido-compra
                     rewrite reg-cotacao-item
                         invalid key
                              continue
                     end-rewrite
            end-read
            move pci-cd-pedido-compra                to ws-item-r-cd-pedido-compra(ws-item-tab-idx)

            perform 2925-atualizar-prd-fornecedor
            .

       2910-exit.
            exit.

      *>===================================================================================
      *>   2920-abrir-rascunho: grava o cabeçalho do rascunho do vencedor
      *>   (série PEDCOMPRA, a mesma de PedidoCompra.cbl) com a cotação de
      *>   origem e a condição de pagamento dada nela.
       2920-abrir-rascunho section.
       2920.
            move "PEDCOMPRA"                         to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            if   ws-empresa-logada > 1
                 move spaces                          to ws-seq-serie
                 string "PEDCOMP-F" ws-empresa-logada
                        delimited by size into ws-seq-serie
                 compute ws-seq-numero-semente =
                         ws-empresa-logada * 1000000 + 1
            end-if
            call "ProximoNumero" using ws-parametros-proximo-numero

            move ws-forn-vencedor                    to ws-ras-cd-fornecedor(ws-ras-idx)
            move ws-seq-numero-gerado                 to ws-ras-cd-pedido-compra(ws-ras-idx)
            move zeros                               to ws-ras-proxima-sequencia(ws-ras-idx)
            move zeros                               to ws-ras-valor-total(ws-ras-idx)

            move cot-cd-cotacao                      to ctf-cd-cotacao
            move ws-forn-vencedor                    to ctf-cd-fornecedor
            read cotacao-forn-arq
                key is ctf-chave
                invalid key
                     move zeros                      to ctf-qtd-parcelas
                     move zeros                      to ctf-prazo-pagamento-dias
            end-read

            initialize reg-pedido-compra
            move ws-seq-numero-gerado                 to pdc-cd-pedido-compra
            move ws-forn-vencedor                    to pdc-cd-fornecedor
            move ws-data-hoje                        to pdc-data
            set  pdc-rascunho                        to true
            move zeros                               to pdc-valor-total
            move ws-data-hoje                        to pdc-data-inclusao
            move ws-operador-logado                  to pdc-operador-inclusao
            move cot-cd-cotacao                      to pdc-cd-cotacao
            move ctf-qtd-parcelas                    to pdc-qtd-parcelas-pagar
            move ctf-prazo-pagamento-dias            to pdc-prazo-pagamento-dias
            move ws-empresa-logada                   to pdc-cd-empresa
            write reg-pedido-compra
                invalid key
                     continue
            end-write
            .

       2920-exit.
            exit.

      *>===================================================================================
      *>   2925-atualizar-prd-fornecedor: custo e prazo cotados passam a
      *>   ser o último custo e o prazo de entrega do produto no
      *>   fornecedor; sem relação cadastrada, ela é criada.
       2925-atualizar-prd-fornecedor section.
       2925.
            move ws-item-r-cd-produto(ws-item-tab-idx) to pfo-cd-produto
            move ws-forn-vencedor                    to pfo-cd-fornecedor
            read prd-fornecedor-arq
                key is pfo-chave
                invalid key
                     initialize reg-prd-fornecedor
                     move ws-item-r-cd-produto(ws-item-tab-idx) to pfo-cd-produto
                     move ws-forn-vencedor            to pfo-cd-fornecedor
                     move spaces                      to pfo-cd-produto-fornecedor
                     move ws-preco-vencedor           to pfo-ultimo-custo
                     move ws-prazo-vencedor           to pfo-prazo-entrega-dias
                     move zeros                       to pfo-data-ultima-compra
                     write reg-prd-fornecedor
                         invalid key
                              continue
                     end-write
                not invalid key
                     move ws-preco-vencedor           to pfo-ultimo-custo
                     move ws-prazo-vencedor           to pfo-prazo-entrega-dias
                     rewrite reg-prd-fornecedor
                         invalid key
                              continue
                     end-rewrite
            end-read
            .

       2925-exit.
            exit.

      *>===================================================================================
      *>   2930-fechar-rascunhos: regrava o total de cada rascunho aberto
      *>   (mesma técnica de 2500-fechar-rascunhos em SugestaoCompra.cbl).
       2930-fechar-rascunhos section.
       2930.
            perform varying ws-ras-idx from 1 by 1
                    until ws-ras-idx > ws-ras-qtd
                move ws-ras-cd-pedido-compra(ws-ras-idx) to pdc-cd-pedido-compra
                read pedido-compra-arq
                    key is pdc-cd-pedido-compra
                    invalid key
                         continue
                    not invalid key
                         move ws-ras-valor-total(ws-ras-idx) to pdc-valor-total
                         rewrite reg-pedido-compra
                             invalid key
                                  continue
                         end-rewrite
                end-read
            end-perform
            .

       2930-exit.
            exit.

      *>===================================================================================
      *>   2950-cancelar-cotacao: só enquanto nenhum item virou pedido.
       2950-cancelar-cotacao section.
       2950.
            perform 2050-ler-cotacao-aberta
            if   not ws-cotacao-valida
                 exit section
            end-if
            perform 2300-carregar-cotacao
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                if   ws-item-r-cd-pedido-compra(ws-item-tab-idx) not = zeros
                     move "Cotacao ja gerou pedido de compra; nao pode ser cancelada." to ws-mensagem-retorno
                     exit section
                end-if
            end-perform
            set  cot-cancelada                       to true
            rewrite reg-cotacao
                invalid key
                     move "Erro ao cancelar a cotacao." to ws-mensagem-retorno
                     exit section
            end-rewrite
            move "Cotacao cancelada."                to ws-mensagem-retorno
            .

       2950-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close cotacao-arq
            close cotacao-item-arq
            close cotacao-forn-arq
            close cotacao-preco-arq
            close produto-arq
            close fornecedor-arq
            close prd-fornecedor-arq
            close pedido-compra-arq
            close pedido-compra-it-arq
            close sessao-arq
            .

       3000-exit.
            exit.

      *>===================================================================================
       8000-tela section.
       8000.
            perform 8000-scripts-tela
            perform 8000-style
            exec html
                <body bgcolor=#D3D3D3>
                <form name=frmCotacao id=frmCotacao method=post action="Cotacao.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=4 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cotação&nbsp;</td>
                        <td colspan=3>
                            <input name=cdCotacao id=cdCotacao size=7 maxlength=7 value=":ws-form-cd-cotacao" class="campo" tabIndex=1>
                            <img title="Carregar Cotação" style="cursor:hand; width:16; height:16;" onClick="CarregarCotacao();" src="Icones/check.gif" tabIndex=2>
                            &nbsp;:ws-situacao-descricao &nbsp;:ws-cot-data
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Descrição&nbsp;</td>
                        <td colspan=3>
                            <input name=descricao id=descricao size=40 maxlength=40 value=":ws-cot-descricao" class="campo" tabIndex=3>
                            <button class=botao name=BotNovaCotacao onclick='NovaCotacao();' style="width:110px;" tabindex=4><label>Nova Cotação</label></button>
                            <button class=botao name=BotCancelar onclick='CancelarCotacao();' style="width:110px;" tabindex=5><label>Cancelar</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Item&nbsp;</td>
                        <td colspan=3>
                            produto <input name=itemCdProduto id=itemCdProduto size=5 maxlength=5 value="" class="campo" title="Codigo produto" tabIndex=6>
                            qtd <input name=itemQuantidade id=itemQuantidade size=5 maxlength=5 value="" class="campo" title="Quantidade a cotar" tabIndex=7>
                            <button class=botao name=BotIncluirItem onclick='IncluirItem();' style="width:110px;" tabindex=8><label>Incluir Item</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Fornecedores&nbsp;</td>
                        <td colspan=3>
                            <button class=botao name=BotConvidar onclick='ConvidarVinculados();' style="width:200px;" tabindex=9><label>Convidar Vinculados aos Itens</label></button>
                            fornecedor <input name=cdFornecedor id=cdFornecedor size=5 maxlength=5 value="" class="campo" title="Codigo do fornecedor" tabIndex=10>
                            <button class=botao name=BotIncluirFornecedor onclick='IncluirFornecedor();' style="width:130px;" tabindex=11><label>Incluir Fornecedor</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Resposta&nbsp;</td>
                        <td colspan=3>
                            item <input name=itemSequencia id=itemSequencia size=3 maxlength=3 value="" class="campo" title="Sequencia do item no mapa (em branco = so a condicao de pagamento)" tabIndex=12>
                            preço <input name=precoUnitario id=precoUnitario size=10 maxlength=10 value="" class="campo" title="Preco unitario cotado" tabIndex=13>
                            entrega <input name=prazoEntrega id=prazoEntrega size=3 maxlength=3 value="" class="campo" title="Prazo de entrega em dias" tabIndex=14>
                            parcelas <input name=qtdParcelas id=qtdParcelas size=2 maxlength=2 value="" class="campo" title="Quantidade de parcelas oferecida" tabIndex=15>
                            a cada <input name=prazoPagamento id=prazoPagamento size=3 maxlength=3 value="" class="campo" title="Intervalo das parcelas em dias" tabIndex=16> dias
                            <button class=botao name=BotRegistrar onclick='RegistrarResposta();' style="width:130px;" tabindex=17><label>Registrar Resposta</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Vencedores&nbsp;</td>
                        <td colspan=3>
                            <button class=botao name=BotMelhorPreco onclick='VencedorMelhorPreco();' style="width:150px;" tabindex=18><label>Pelo Melhor Preço</label></button>
                            <button class=botao name=BotGerarPedidos onclick='GerarPedidos();' style="width:150px;" tabindex=19><label>Gerar Pedidos</label></button>
                            (ícone da célula = vencedor do item; ícone da coluna = cotação inteira)
                        </td>
                    </tr>
            end-exec
            if   ws-forn-qtd > 0
                 exec html
                    <tr>
                        <td colspan=4>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Fornecedor</td>
                                    <td class=titulocampo>Razão social</td>
                                    <td class=titulocampo>Telefone</td>
                                    <td class=titulocampo>Enviada</td>
                                    <td class=titulocampo>Resposta</td>
                                    <td class=titulocampo>Parcelas</td>
                                    <td class=titulocampo>A cada (dias)</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-fornecedores
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            if   ws-item-qtd > 0
                 exec html
                    <tr>
                        <td colspan=4>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Seq.</td>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Qtd</td>
                 end-exec
                 perform 8000-cabecalho-mapa
                 exec html
                                    <td class=titulocampo>Melhor</td>
                                    <td class=titulocampo>Vencedor</td>
                                    <td class=titulocampo>Pedido</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-mapa
                 perform 8000-rodape-mapa
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            exec html
                </table>
                </form>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-fornecedores section.
       8000.
            perform varying ws-forn-tab-idx from 1 by 1
                    until ws-forn-tab-idx > ws-forn-qtd
                exec html
                    <tr>
                        <td>:ws-forn-r-cd-fornecedor(ws-forn-tab-idx)</td>
                        <td>:ws-forn-r-razao-social(ws-forn-tab-idx)</td>
                        <td>(:ws-forn-r-ddd-contato(ws-forn-tab-idx)) :ws-forn-r-fone-contato(ws-forn-tab-idx)</td>
                        <td><div align=center>:ws-forn-r-data-envio(ws-forn-tab-idx)</div></td>
                        <td><div align=center>:ws-forn-r-data-resposta(ws-forn-tab-idx)</div></td>
                        <td><div align=center>:ws-forn-r-qtd-parcelas(ws-forn-tab-idx)</div></td>
                        <td><div align=center>:ws-forn-r-prazo-pagamento(ws-forn-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
      *>   8000-cabecalho-mapa: uma coluna por fornecedor convidado, com o
      *>   ícone de vencedor da cotação inteira.
       8000-cabecalho-mapa section.
       8000.
            perform varying ws-forn-tab-idx from 1 by 1
                    until ws-forn-tab-idx > ws-forn-qtd
                exec html
                                    <td class=titulocampo>:ws-forn-r-cd-fornecedor(ws-forn-tab-idx)
                                        <img title="Vencedor da cotação inteira" style="cursor:hand; width:16; height:16;"
                                             onClick="VencedorCotacao(:ws-forn-r-cd-fornecedor(ws-forn-tab-idx));" src="Icones/check.gif"></td>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
      *>   8000-linhas-mapa: preço e prazo de cada fornecedor por item; o
      *>   melhor preço em destaque e o vencedor escolhido marcado.
       8000-linhas-mapa section.
       8000.
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                exec html
                    <tr>
                        <td>:ws-item-r-sequencia(ws-item-tab-idx)</td>
                        <td>:ws-item-r-cd-produto(ws-item-tab-idx)</td>
                        <td>:ws-item-r-descricao(ws-item-tab-idx)</td>
                        <td><div align=center>:ws-item-r-quantidade(ws-item-tab-idx)</div></td>
                end-exec
                perform varying ws-forn-tab-idx from 1 by 1
                        until ws-forn-tab-idx > ws-forn-qtd
                    if   ws-map-ind-cotado(ws-item-tab-idx, ws-forn-tab-idx) = "S"
                         move ws-map-preco(ws-item-tab-idx, ws-forn-tab-idx) to ws-celula-preco
                         move ws-map-prazo(ws-item-tab-idx, ws-forn-tab-idx) to ws-celula-prazo
                         move ws-forn-r-cd-fornecedor(ws-forn-tab-idx)       to ws-celula-cd-fornecedor
                         move ws-item-r-sequencia(ws-item-tab-idx)           to ws-celula-sequencia
                         move "preco"                 to ws-celula-classe
                         if   ws-forn-r-cd-fornecedor(ws-forn-tab-idx) = ws-item-r-melhor-forn(ws-item-tab-idx)
                              move "melhorpreco"      to ws-celula-classe
                         end-if
                         move spaces                  to ws-celula-marca
                         if   ws-forn-r-cd-fornecedor(ws-forn-tab-idx) = ws-item-r-forn-escolhido(ws-item-tab-idx)
                              move "[vencedor]"       to ws-celula-marca
                         end-if
                         exec html
                        <td class=":ws-celula-classe">:ws-celula-preco (:ws-celula-prazo d) :ws-celula-marca
                            <img title="Vencedor do item" style="cursor:hand; width:16; height:16;"
                                 onClick="VencedorItem(:ws-celula-sequencia, :ws-celula-cd-fornecedor);" src="Icones/check.gif"></td>
                         end-exec
                    else
                         exec html
                        <td><div align=center>-</div></td>
                         end-exec
                    end-if
                end-perform
                exec html
                        <td><div align=right>:ws-item-r-melhor-preco(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-forn-escolhido(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-cd-pedido-compra(ws-item-tab-idx)</div></td>
                        <td><img title="Excluir Item" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirItem(:ws-item-r-sequencia(ws-item-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
      *>   8000-rodape-mapa: total cotado por fornecedor, itens cotados e
      *>   itens em que ele tem o melhor preço.
       8000-rodape-mapa section.
       8000.
            exec html
                    <tr>
                        <td colspan=4 class=titulocampo>Total cotado (itens cotados / melhores)</td>
            end-exec
            perform varying ws-forn-tab-idx from 1 by 1
                    until ws-forn-tab-idx > ws-forn-qtd
                exec html
                        <td><div align=right>:ws-forn-r-valor-total(ws-forn-tab-idx)
                            (:ws-forn-r-qtd-cotados(ws-forn-tab-idx) / :ws-forn-r-qtd-melhores(ws-forn-tab-idx))</div></td>
                end-exec
            end-perform
            exec html
                        <td colspan=4>&nbsp;</td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
            exec html
               <style>
                  .campo {
                     border: 1px solid gray;
                  }
                  .titulocampo {
                     text-align: right;
                  }
                  .botao {
                  }
                  .preco {
                     text-align: right;
                  }
                  .melhorpreco {
                     text-align: right;
                     font-weight: bold;
                     background-color: #90EE90;
                  }
               </style>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-scripts-tela section.
       8000.
            exec html
                <script>
                    function Submeter(opcao) {
                        document.all.opcao.value = opcao;
                        document.all.frmCotacao.action = "Cotacao.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmCotacao.submit();
                    }

                    function CarregarCotacao() {
                        Submeter("30");
                    }

                    function NovaCotacao() {
                        if (document.all.descricao.value == "") {
                            alert("Informe a descricao da cotacao.");
                            return;
                        }
                        if (confirm("Confirma a abertura de uma nova cotacao?")) {
                            Submeter("10");
                        }
                    }

                    function CancelarCotacao() {
                        if (confirm("Confirma o cancelamento da cotacao?")) {
                            Submeter("95");
                        }
                    }

                    function IncluirItem() {
                        Submeter("60");
                    }

                    function ExcluirItem(sequencia) {
                        if (confirm("Confirma a exclusao do item e das respostas dele?")) {
                            document.all.itemSequencia.value = sequencia;
                            Submeter("65");
                        }
                    }

                    function ConvidarVinculados() {
                        Submeter("70");
                    }

                    function IncluirFornecedor() {
                        if (document.all.cdFornecedor.value == "") {
                            alert("Informe o fornecedor a convidar.");
                            return;
                        }
                        Submeter("72");
                    }

                    function RegistrarResposta() {
                        if (document.all.cdFornecedor.value == "") {
                            alert("Informe o fornecedor que respondeu.");
                            return;
                        }
                        Submeter("75");
                    }

                    function VencedorItem(sequencia, cdFornecedor) {
                        document.all.itemSequencia.value = sequencia;
                        document.all.cdFornecedor.value = cdFornecedor;
                        Submeter("80");
                    }

                    function VencedorCotacao(cdFornecedor) {
                        if (confirm("Confirma o fornecedor " + cdFornecedor + " como vencedor de todos os itens que cotou?")) {
                            document.all.cdFornecedor.value = cdFornecedor;
                            Submeter("82");
                        }
                    }

                    function VencedorMelhorPreco() {
                        if (confirm("Confirma o vencedor pelo melhor preco em todos os itens sem pedido?")) {
                            Submeter("84");
                        }
                    }

                    function GerarPedidos() {
                        if (confirm("Confirma a geracao dos pedidos de compra em rascunho dos vencedores?")) {
                            Submeter("90");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
