      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Consignacao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                           Consignação de Mercadoria
      *>            --------------------------------------------------------
      *>
      *>   Remessa em consignação e acerto periódico (mesmo molde de
      *>   DevolucaoCompra.cbl). A remessa tira a mercadoria do nosso
      *>   estoque (movimento "CSG" em ESTOQUE-MOV.DAT, lotes FEFO e saldo
      *>   do depósito por AtualizaDeposito) para o saldo consignado do
      *>   cliente, sem faturar. No acerto, item a item, aponta-se o que
      *>   o cliente vendeu (fica "a faturar") e o que devolveu (volta ao
      *>   estoque na hora); Gerar Pedido transforma o vendido em um
      *>   pedido Aberto com itens tipo "C", que segue o caminho normal de
      *>   Pedido.cbl - fechamento, fatura, parcelas e comissão - sem
      *>   baixar estoque de novo. O que sobra continua em poder do
      *>   cliente até o próximo acerto (RelConsignacao.cbl). Chamado
      *>   pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select consignacao-arq assign    to "CONSIGNACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csg-cd-consignacao
                  alternate record key       is csg-cd-cliente with duplicates
                  file status                is ws-status-consignacao.
           select consignacao-item-arq assign to "CONSIG-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csi-chave
                  file status                is ws-status-consignacao-item.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select vendedor-arq assign       to "VENDEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is vnd-cd-vendedor
                  file status                is ws-status-vendedor.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select prd-composicao-arq assign to "PRD-COMPOSICAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is kit-chave
                  file status                is ws-status-prd-composicao.
           select estoque-mov-arq assign    to "ESTOQUE-MOV.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select prd-lote-arq assign       to "PRD-LOTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is lot-chave
                  file status                is ws-status-prd-lote.
           select deposito-arq assign       to "DEPOSITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dep-cd-deposito
                  file status                is ws-status-deposito.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select pedido-item-arq assign     to "PEDIDO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pit-chave
                  file status                is ws-status-pedido-item.
           select ped-situacao-arq assign   to "PED-SITUACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is psi-chave
                  file status                is ws-status-ped-situacao.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.
           select fechamento-mes-arq assign to "FECHAMENTO-MES.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fme-ano-mes
                  file status                is ws-status-fechamento-mes.

      *>===================================================================================
       data division.
       file section.
       fd  consignacao-arq.
       copy "CONSIG.CPY".

       fd  consignacao-item-arq.
       copy "CONSIGIT.CPY".

       fd  cliente-arq.
       copy "CLIENTE.CPY".

       fd  vendedor-arq.
       copy "VEND.CPY".

       fd  produto-arq.
       copy "PROD.CPY".

       fd  prd-composicao-arq.
       copy "PRDKIT.CPY".

       fd  estoque-mov-arq.
       copy "ESTMOV.CPY".

       fd  prd-lote-arq.
       copy "LOTE.CPY".

       fd  deposito-arq.
       copy "DEPOSITO.CPY".

       fd  pedido-arq.
       copy "PEDIDO.CPY".

       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".

       fd  ped-situacao-arq.
       copy "PEDSIT.CPY".

       fd  sessao-arq.
       copy "SESSAO.CPY".

       fd  fechamento-mes-arq.
       copy "FECHMES.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".
      *>   Depósito de onde a remessa sai quando a tela não informa outro
      *>   (a loja).
       78  ws-deposito-padrao                         value 1.

       01  ws-controle-arquivos.
           03 ws-status-consignacao                  pic x(02)       value "00".
              88 ws-consignacao-ok                                  value "00".
              88 ws-consignacao-nao-encontrado                      value "23" "35".
           03 ws-status-consignacao-item             pic x(02)       value "00".
              88 ws-consignacao-item-ok                             value "00".
              88 ws-consignacao-item-nao-encontrado                 value "23" "35".
           03 ws-status-cliente                      pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-vendedor                     pic x(02)       value "00".
              88 ws-vendedor-ok                                     value "00".
              88 ws-vendedor-nao-encontrado                         value "23" "35".
           03 ws-status-produto                      pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-prd-composicao               pic x(02)       value "00".
              88 ws-prd-composicao-ok                               value "00".
              88 ws-prd-composicao-nao-encontrado                   value "23" "35".
           03 ws-status-estoque-mov                  pic x(02)       value "00".
              88 ws-estoque-mov-ok                                  value "00".
              88 ws-estoque-mov-nao-encontrado                      value "23" "35".
           03 ws-status-prd-lote                     pic x(02)       value "00".
              88 ws-prd-lote-ok                                     value "00".
              88 ws-prd-lote-nao-encontrado                         value "23" "35".
           03 ws-status-deposito                     pic x(02)       value "00".
              88 ws-deposito-ok                                     value "00".
              88 ws-deposito-nao-encontrado                         value "23" "35".
           03 ws-status-pedido                       pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-ped-situacao                 pic x(02)       value "00".
              88 ws-ped-situacao-ok                                 value "00".
              88 ws-ped-situacao-nao-encontrado                     value "23" "35".
           03 ws-status-sessao                       pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
           03 ws-status-fechamento-mes               pic x(02)       value "00".
              88 ws-fechamento-mes-ok                               value "00".
              88 ws-fechamento-mes-nao-encontrado                   value "23" "35".

      *>   Bloqueio de período (mesma regra de Estoque.cbl).
       01  ws-ind-periodo-fechado                    pic x(01)       value "N".
          88 ws-periodo-fechado                                     value "S".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                           pic 9(01)       value 1.
      *>   Estabelecimento da sessão (ses-cd-empresa): o pedido do acerto
      *>   nasce nele, na série do estabelecimento (EMPRESA.CPY).
       01  ws-empresa-logada                          pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-nova-remessa                              value "10".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-listar-cliente                            value "35".
              88 ws-opcao-incluir-item                              value "60".
              88 ws-opcao-acertar-item                              value "70".
              88 ws-opcao-gerar-pedido                              value "80".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-consignacao.
           03 ws-form-cd-consignacao                 pic 9(07)       value zeros.
           03 ws-form-cd-cliente                     pic 9(05)       value zeros.
           03 ws-form-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-form-item-cd-produto                pic 9(05)       value zeros.
           03 ws-form-item-quantidade                pic 9(05)       value zeros.
           03 ws-form-cd-deposito                    pic 9(03)       value zeros.
           03 ws-form-item-sequencia                 pic 9(05)       value zeros.
           03 ws-form-qtd-vendida                    pic 9(05)       value zeros.
           03 ws-form-qtd-devolvida                  pic 9(05)       value zeros.

       01  ws-ind-consignacao-carregada              pic x(01)       value "N".
          88 ws-consignacao-carregada                               value "S".
       01  ws-cliente-razao-social                   pic x(40)       value spaces.
       01  ws-situacao-descricao                     pic x(10)       value spaces.

      *>   Itens da remessa carregada com o saldo em poder do cliente.
       01  ws-tab-itens.
           03 ws-item-linha                          occurs 100 times.
              05 ws-item-r-sequencia                  pic 9(05).
              05 ws-item-r-cd-produto                 pic 9(05).
              05 ws-item-r-descricao                  pic x(40).
              05 ws-item-r-preco-unitario              pic 9(07)v9(02).
              05 ws-item-r-qtd-remetida               pic 9(05).
              05 ws-item-r-qtd-vendida                pic 9(05).
              05 ws-item-r-qtd-a-faturar              pic 9(05).
              05 ws-item-r-qtd-devolvida              pic 9(05).
              05 ws-item-r-saldo                      pic 9(05).
       01  ws-item-qtd                               pic 9(03)       value zeros.
       01  ws-item-tab-idx                           pic 9(03)       value zeros.
       01  ws-ind-fim-item                            pic x(01)       value "N".
          88 ws-item-eof                                             value "S".
          88 ws-item-continua                                       value "N".

      *>   Remessas abertas do cliente (opção 35).
       01  ws-tab-remessas.
           03 ws-rem-linha                           occurs 50 times.
              05 ws-rem-cd-consignacao                pic 9(07).
              05 ws-rem-data-remessa                  pic 9(08).
              05 ws-rem-data-ultimo-acerto            pic 9(08).
       01  ws-rem-qtd                                pic 9(03)       value zeros.
       01  ws-rem-tab-idx                            pic 9(03)       value zeros.
       01  ws-ind-fim-remessa                         pic x(01)       value "N".
          88 ws-remessa-eof                                          value "S".

      *>   Remessa, acerto e saídas/entradas de estoque.
       01  ws-saldo-disponivel                        pic s9(07)      value zeros.
       01  ws-saldo-consignado                        pic s9(07)      value zeros.
       01  ws-proxima-sequencia-item                  pic 9(05)       value zeros.
       01  ws-proxima-sequencia-mov                    pic 9(05)       value zeros.
       01  ws-proxima-sequencia-ped-sit                pic 9(05)       value zeros.
       01  ws-mov-documento-csg                        pic x(12)       value spaces.
       01  ws-ind-produto-eh-kit                       pic x(01)       value "N".
          88 ws-produto-eh-kit                                        value "S".
       01  ws-ind-tem-saldo                            pic x(01)       value "N".
          88 ws-tem-saldo                                             value "S".

      *>   Saída por lote (2520): FEFO.
       01  ws-qtd-restante-lote                        pic 9(05)       value zeros.
       01  ws-qtd-saida-lote                           pic 9(05)       value zeros.
       01  ws-lote-saida                               pic x(10)       value spaces.
       01  ws-ind-fim-lote                             pic x(01)       value "N".
          88 ws-lote-eof                                              value "S".

      *>   Pedido do acerto (2800).
       01  ws-novo-cd-pedido                           pic 9(07)       value zeros.
       01  ws-pit-sequencia                            pic 9(05)       value zeros.
       01  ws-valor-total-pedido                       pic 9(09)v9(02) value zeros.

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

      *>   Saldos por depósito (CALL para AtualizaDeposito) e numeração
      *>   da remessa e do pedido (CALL para ProximoNumero).
       01  ws-parametros-atualiza-deposito.
           03 ws-dep-cd-produto                      pic 9(05)       value zeros.
           03 ws-dep-cd-deposito                     pic 9(03)       value zeros.
           03 ws-dep-quantidade                      pic s9(07)      value zeros.
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
            perform 1100-abrir-arquivos
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o consignacao-arq
            if   ws-consignacao-nao-encontrado
                 open output consignacao-arq
                 close consignacao-arq
                 open i-o consignacao-arq
            end-if
            open i-o consignacao-item-arq
            if   ws-consignacao-item-nao-encontrado
                 open output consignacao-item-arq
                 close consignacao-item-arq
                 open i-o consignacao-item-arq
            end-if
            open input cliente-arq
            if   ws-cliente-nao-encontrado
                 open output cliente-arq
                 close cliente-arq
                 open input cliente-arq
            end-if
            open input vendedor-arq
            if   ws-vendedor-nao-encontrado
                 open output vendedor-arq
                 close vendedor-arq
                 open input vendedor-arq
            end-if
            open i-o produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open i-o produto-arq
            end-if
            open input prd-composicao-arq
            if   ws-prd-composicao-nao-encontrado
                 open output prd-composicao-arq
                 close prd-composicao-arq
                 open input prd-composicao-arq
            end-if
            open i-o estoque-mov-arq
            if   ws-estoque-mov-nao-encontrado
                 open output estoque-mov-arq
                 close estoque-mov-arq
                 open i-o estoque-mov-arq
            end-if
            open i-o prd-lote-arq
            if   ws-prd-lote-nao-encontrado
                 open output prd-lote-arq
                 close prd-lote-arq
                 open i-o prd-lote-arq
            end-if
            open input deposito-arq
            if   ws-deposito-nao-encontrado
                 open output deposito-arq
                 close deposito-arq
                 open input deposito-arq
            end-if
            open i-o pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                 close pedido-arq
                 open i-o pedido-arq
            end-if
            open i-o pedido-item-arq
            if   ws-pedido-item-nao-encontrado
                 open output pedido-item-arq
                 close pedido-item-arq
                 open i-o pedido-item-arq
            end-if
            open i-o ped-situacao-arq
            if   ws-ped-situacao-nao-encontrado
                 open output ped-situacao-arq
                 close ped-situacao-arq
                 open i-o ped-situacao-arq
            end-if
            open input sessao-arq
            open input fechamento-mes-arq
            if   ws-fechamento-mes-nao-encontrado
                 open output fechamento-mes-arq
                 close fechamento-mes-arq
                 open input fechamento-mes-arq
            end-if
            .

       1100-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            perform 1180-verificar-periodo-fechado
            evaluate true
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Consignacao restrita aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-periodo-fechado
                 and (ws-opcao-nova-remessa or ws-opcao-incluir-item
                      or ws-opcao-acertar-item or ws-opcao-gerar-pedido)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-nova-remessa or ws-opcao-incluir-item
                      or ws-opcao-acertar-item
                      or ws-opcao-gerar-pedido)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-nova-remessa
                     perform 1200-obter-campos-formulario
                     perform 2100-nova-remessa
                     perform 2300-carregar-consignacao
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-consignacao
                when ws-opcao-listar-cliente
                     perform 1200-obter-campos-formulario
                     perform 2350-listar-remessas-cliente
                when ws-opcao-incluir-item
                     perform 1200-obter-campos-formulario
                     perform 2500-incluir-item
                     perform 2300-carregar-consignacao
                when ws-opcao-acertar-item
                     perform 1200-obter-campos-formulario
                     perform 2600-acertar-item
                     perform 2300-carregar-consignacao
                when ws-opcao-gerar-pedido
                     perform 1200-obter-campos-formulario
                     perform 2800-gerar-pedido-acerto
                     perform 2300-carregar-consignacao
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
       1180-verificar-periodo-fechado section.
       1180.
            move "N"                                to ws-ind-periodo-fechado
            move function current-date (1:6)         to fme-ano-mes
            read fechamento-mes-arq
                key is fme-ano-mes
                invalid key
                     continue
                not invalid key
                     set ws-periodo-fechado           to true
            end-read
            .

       1180-exit.
            exit.

      *>===================================================================================
       1200-obter-campos-formulario section.
       1200.
            exec html
                getfield( ws-form-cd-consignacao )
                getfield( ws-form-cd-cliente )
                getfield( ws-form-cd-vendedor )
                getfield( ws-form-item-cd-produto )
                getfield( ws-form-item-quantidade )
                getfield( ws-form-cd-deposito )
                getfield( ws-form-item-sequencia )
                getfield( ws-form-qtd-vendida )
                getfield( ws-form-qtd-devolvida )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-nova-remessa: abre a remessa para o cliente (mesmas regras
      *>   de situação do cliente de 2100-gravar-pedido em Pedido.cbl:
      *>   inativo ou bloqueado não recebe mercadoria). Sem vendedor
      *>   informado vale o da carteira do cliente.
       2100-nova-remessa section.
       2100.
            if   ws-form-cd-cliente = zeros
                 move "Informe o codigo do cliente."   to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-cliente                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   cli-inativo
            or   cli-bloqueado
                 move "Cliente inativo ou bloqueado nao recebe consignacao." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-vendedor = zeros
                 move cli-cd-vendedor                 to ws-form-cd-vendedor
            end-if
            if   ws-form-cd-vendedor not = zeros
                 move ws-form-cd-vendedor             to vnd-cd-vendedor
                 read vendedor-arq
                     key is vnd-cd-vendedor
                     invalid key
                          move "Vendedor nao encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
            end-if

            move "CONSIGNA"                          to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-consignacao
            move ws-seq-numero-gerado                 to csg-cd-consignacao
            move ws-form-cd-cliente                  to csg-cd-cliente
            move ws-form-cd-vendedor                 to csg-cd-vendedor
            move function current-date (1:8)          to csg-data-remessa
            move ws-operador-logado                  to csg-operador
            set  csg-aberta                          to true
            write reg-consignacao
                invalid key
                     move "Erro ao incluir a remessa." to ws-mensagem-retorno
                     exit section
            end-write
            move csg-cd-consignacao                  to ws-form-cd-consignacao
            move spaces                              to ws-mensagem-retorno
            string "Remessa "
                   csg-cd-consignacao
                   " aberta; inclua os itens."
                   delimited by size into ws-mensagem-retorno
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-consignacao: lê a remessa e monta os itens com o
      *>   saldo em poder do cliente.
       2300-carregar-consignacao section.
       2300.
            move "N"                                to ws-ind-consignacao-carregada
            move zeros                               to ws-item-qtd
            move spaces                              to ws-cliente-razao-social
            if   ws-form-cd-consignacao = zeros
                 exit section
            end-if
            move ws-form-cd-consignacao             to csg-cd-consignacao
            read consignacao-arq
                key is csg-cd-consignacao
                invalid key
                     move "Remessa nao encontrada."   to ws-mensagem-retorno
                     exit section
            end-read
            set  ws-consignacao-carregada            to true
            move csg-cd-cliente                      to ws-form-cd-cliente
            move csg-cd-vendedor                     to ws-form-cd-vendedor
            if   csg-aberta
                 move "Aberta"                        to ws-situacao-descricao
            else
                 move "Encerrada"                     to ws-situacao-descricao
            end-if
            move csg-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social             to ws-cliente-razao-social
            end-read
            perform 2330-carregar-itens
            .

       2300-exit.
            exit.

      *>===================================================================================
       2330-carregar-itens section.
       2330.
            move csg-cd-consignacao                  to csi-cd-consignacao
            move zeros                               to csi-sequencia
            start consignacao-item-arq key is greater than or equal csi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start

            perform until ws-item-eof
                    or ws-item-qtd >= 100
                read consignacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   csi-cd-consignacao not = csg-cd-consignacao
                              set ws-item-eof          to true
                         else
                              add 1                    to ws-item-qtd
                              move csi-sequencia        to ws-item-r-sequencia(ws-item-qtd)
                              move csi-cd-produto       to ws-item-r-cd-produto(ws-item-qtd)
                              move csi-preco-unitario    to ws-item-r-preco-unitario(ws-item-qtd)
                              move csi-qtd-remetida      to ws-item-r-qtd-remetida(ws-item-qtd)
                              move csi-qtd-vendida       to ws-item-r-qtd-vendida(ws-item-qtd)
                              move csi-qtd-a-faturar     to ws-item-r-qtd-a-faturar(ws-item-qtd)
                              move csi-qtd-devolvida     to ws-item-r-qtd-devolvida(ws-item-qtd)
                              compute ws-item-r-saldo(ws-item-qtd) =
                                      csi-qtd-remetida - csi-qtd-vendida
                                    - csi-qtd-a-faturar - csi-qtd-devolvida
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              move csi-cd-produto       to prd-cd-produto
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

       2330-exit.
            exit.

      *>===================================================================================
      *>   2350-listar-remessas-cliente: remessas abertas do cliente pela
      *>   chave alternativa csg-cd-cliente.
       2350-listar-remessas-cliente section.
       2350.
            move zeros                               to ws-rem-qtd
            if   ws-form-cd-cliente = zeros
                 move "Informe o cliente para listar as remessas." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-cliente                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social             to ws-cliente-razao-social
            end-read
            move "N"                                 to ws-ind-fim-remessa
            move ws-form-cd-cliente                 to csg-cd-cliente
            start consignacao-arq key is equal csg-cd-cliente
                invalid key
                     set ws-remessa-eof               to true
            end-start
            perform until ws-remessa-eof
                    or ws-rem-qtd >= 50
                read consignacao-arq next record
                    at end
                         set ws-remessa-eof            to true
                    not at end
                         if   csg-cd-cliente not = ws-form-cd-cliente
                              set ws-remessa-eof        to true
                         else
                              if   csg-aberta
                                   add 1                to ws-rem-qtd
                                   move csg-cd-consignacao to ws-rem-cd-consignacao(ws-rem-qtd)
                                   move csg-data-remessa  to ws-rem-data-remessa(ws-rem-qtd)
                                   move csg-data-ultimo-acerto
                                                        to ws-rem-data-ultimo-acerto(ws-rem-qtd)
                              end-if
                         end-if
                end-read
            end-perform
            if   ws-rem-qtd = zeros
                 move "Cliente sem remessa em aberto." to ws-mensagem-retorno
            end-if
            .

       2350-exit.
            exit.

      *>===================================================================================
      *>   2500-incluir-item: remete o produto ao cliente - valida o
      *>   saldo livre de reserva (mesma conta da saída manual de
      *>   Estoque.cbl), tira do estoque e grava o item ao preço de
      *>   tabela do dia. Kit não é consignado (a baixa seria pelos
      *>   componentes): consigne os componentes.
       2500-incluir-item section.
       2500.
            if   ws-form-cd-consignacao = zeros
                 move "Abra ou carregue a remessa antes de incluir itens." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-item-cd-produto = zeros
            or   ws-form-item-quantidade = zeros
                 move "Informe o produto e a quantidade." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-deposito = zeros
                 move ws-deposito-padrao              to ws-form-cd-deposito
            end-if

            move ws-form-cd-consignacao             to csg-cd-consignacao
            read consignacao-arq
                key is csg-cd-consignacao
                invalid key
                     move "Remessa nao encontrada."   to ws-mensagem-retorno
                     exit section
            end-read
            if   not csg-aberta
                 move "Remessa encerrada nao recebe itens." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-deposito                 to dep-cd-deposito
            read deposito-arq
                key is dep-cd-deposito
                invalid key
                     move "Deposito nao cadastrado."   to ws-mensagem-retorno
                     exit section
            end-read

            perform 2505-verificar-kit
            if   ws-produto-eh-kit
                 move "Kit nao pode ser consignado; consigne os componentes." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-item-cd-produto             to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     move "Produto não encontrado."  to ws-mensagem-retorno
                     exit section
            end-read
            if   prd-inativo
                 move "Produto inativo."              to ws-mensagem-retorno
                 exit section
            end-if
            compute ws-saldo-disponivel =
                    prd-saldo-atual - prd-saldo-reservado
            if   ws-form-item-quantidade > ws-saldo-disponivel
                 move spaces                          to ws-mensagem-retorno
                 string "Saldo disponivel insuficiente (disponivel: "
                        ws-saldo-disponivel
                        ", reservado: "
                        prd-saldo-reservado
                        ")."
                        delimited by size into ws-mensagem-retorno
                 exit section
            end-if

            perform 2510-obter-proxima-sequencia-item
            initialize reg-consignacao-item
            move csg-cd-consignacao                  to csi-cd-consignacao
            move ws-proxima-sequencia-item            to csi-sequencia
            move prd-cd-produto                      to csi-cd-produto
            move prd-preco-venda                     to csi-preco-unitario
            move prd-custo-medio                     to csi-custo-unitario
            move ws-form-item-quantidade             to csi-qtd-remetida
            move ws-form-cd-deposito                 to csi-cd-deposito
            write reg-consignacao-item
                invalid key
                     move "Erro ao incluir item."    to ws-mensagem-retorno
                     exit section
            end-write

            perform 2520-baixar-estoque
            move "Item remetido em consignacao."     to ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2505-verificar-kit: mesma técnica de 2721-verificar-kit em
      *>   Pedido.cbl.
       2505-verificar-kit section.
       2505.
            move "N"                                 to ws-ind-produto-eh-kit
            move ws-form-item-cd-produto             to kit-cd-produto-kit
            move zeros                               to kit-cd-componente
            start prd-composicao-arq key is greater than or equal kit-chave
                invalid key
                     exit section
            end-start
            read prd-composicao-arq next record
                at end
                     continue
                not at end
                     if   kit-cd-produto-kit = ws-form-item-cd-produto
                          set ws-produto-eh-kit        to true
                     end-if
            end-read
            .

       2505-exit.
            exit.

      *>===================================================================================
      *>   2510-obter-proxima-sequencia-item: mesma técnica START/READ
      *>   PREVIOUS de 2505-obter-proxima-sequencia-item em Pedido.cbl.
       2510-obter-proxima-sequencia-item section.
       2510.
            move csg-cd-consignacao                  to csi-cd-consignacao
            move 99999                               to csi-sequencia
            start consignacao-item-arq key is less than or equal csi-chave
                invalid key
                     move zeros                      to ws-proxima-sequencia-item
                not invalid key
                     read consignacao-item-arq previous record
                         at end
                              move zeros              to ws-proxima-sequencia-item
                         not at end
                              if   csi-cd-consignacao = csg-cd-consignacao
                                   move csi-sequencia  to ws-proxima-sequencia-item
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
      *>   2520-baixar-estoque: tira a quantidade remetida do saldo geral,
      *>   dos lotes (FEFO, um movimento "CSG" por lote consumido - mesma
      *>   técnica de 2520-consumir-lotes em DevolucaoCompra.cbl) e do
      *>   depósito.
       2520-baixar-estoque section.
       2520.
            move spaces                              to ws-mov-documento-csg
            string "CSG " csg-cd-consignacao
                   delimited by size into ws-mov-documento-csg

            subtract ws-form-item-quantidade         from prd-saldo-atual
            rewrite reg-produto
                invalid key
                     continue
            end-rewrite

            move ws-form-item-quantidade             to ws-qtd-restante-lote
            move "N"                                 to ws-ind-fim-lote
            move prd-cd-produto                      to lot-cd-produto
            move zeros                               to lot-data-validade
            move low-values                          to lot-lote
            start prd-lote-arq key is greater than or equal lot-chave
                invalid key
                     set ws-lote-eof                 to true
            end-start

            perform until ws-lote-eof
                    or ws-qtd-restante-lote = zeros
                read prd-lote-arq next record
                    at end
                         set ws-lote-eof              to true
                    not at end
                         if   lot-cd-produto not = prd-cd-produto
                              set ws-lote-eof          to true
                         else
                              if   lot-saldo > zeros
                              and  not lot-recolhido
                                   perform 2522-consumir-lote
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-qtd-restante-lote > zeros
                 move ws-qtd-restante-lote             to ws-qtd-saida-lote
                 move spaces                          to ws-lote-saida
                 perform 2525-gravar-saida-lote
            end-if

            move prd-cd-produto                      to ws-dep-cd-produto
            move ws-form-cd-deposito                 to ws-dep-cd-deposito
            compute ws-dep-quantidade =
                    0 - ws-form-item-quantidade
            call "AtualizaDeposito" using ws-parametros-atualiza-deposito
            .

       2520-exit.
            exit.

      *>===================================================================================
       2522-consumir-lote section.
       2522.
            if   lot-saldo >= ws-qtd-restante-lote
                 move ws-qtd-restante-lote             to ws-qtd-saida-lote
            else
                 move lot-saldo                       to ws-qtd-saida-lote
            end-if
            subtract ws-qtd-saida-lote                from lot-saldo
            rewrite reg-prd-lote
                invalid key
                     continue
            end-rewrite
            subtract ws-qtd-saida-lote                from ws-qtd-restante-lote

            move lot-lote                            to ws-lote-saida
            perform 2525-gravar-saida-lote
            .

       2522-exit.
            exit.

      *>===================================================================================
       2525-gravar-saida-lote section.
       2525.
            perform 2527-obter-proxima-sequencia-mov
            move prd-cd-produto                      to mov-cd-produto
            move ws-proxima-sequencia-mov              to mov-sequencia
            set  mov-saida                           to true
            move ws-qtd-saida-lote                    to mov-quantidade
            move function current-date (1:8)          to mov-data
            move ws-mov-documento-csg                 to mov-documento
            move ws-operador-logado                  to mov-operador
            move "Remessa em consignacao"            to mov-motivo
            move spaces                              to mov-aprovador
            move spaces                              to mov-sentido
            move prd-custo-medio                     to mov-custo-unitario
            move ws-lote-saida                       to mov-lote
            move ws-form-cd-deposito                 to mov-cd-deposito
            write reg-estoque-mov
                invalid key
                     continue
            end-write
            .

       2525-exit.
            exit.

      *>===================================================================================
       2527-obter-proxima-sequencia-mov section.
       2527.
            move zeros                               to ws-proxima-sequencia-mov
            move prd-cd-produto                      to mov-cd-produto
            move 99999                                to mov-sequencia
            start estoque-mov-arq key is less than or equal mov-chave
                invalid key
                     continue
                not invalid key
                     read estoque-mov-arq previous record
                         at end
                              continue
                         not at end
                              if   mov-cd-produto = prd-cd-produto
                                   move mov-sequencia  to ws-proxima-sequencia-mov
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-mov
            .

       2527-exit.
            exit.

      *>===================================================================================
      *>   2600-acertar-item: aponta no item o que o cliente vendeu (fica
      *>   a faturar até o Gerar Pedido) e o que devolveu (volta ao
      *>   estoque agora, no depósito de onde saiu). A soma não pode
      *>   passar do saldo em poder do cliente.
       2600-acertar-item section.
       2600.
            if   ws-form-cd-consignacao = zeros
            or   ws-form-item-sequencia = zeros
                 move "Carregue a remessa e aponte o item do acerto." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-qtd-vendida = zeros
            and  ws-form-qtd-devolvida = zeros
                 move "Informe a quantidade vendida e/ou devolvida." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-consignacao             to csg-cd-consignacao
            read consignacao-arq
                key is csg-cd-consignacao
                invalid key
                     move "Remessa nao encontrada."   to ws-mensagem-retorno
                     exit section
            end-read
            if   not csg-aberta
                 move "Remessa encerrada." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-consignacao             to csi-cd-consignacao
            move ws-form-item-sequencia              to csi-sequencia
            read consignacao-item-arq
                key is csi-chave
                invalid key
                     move "Item nao encontrado na remessa." to ws-mensagem-retorno
                     exit section
            end-read
            compute ws-saldo-consignado =
                    csi-qtd-remetida - csi-qtd-vendida
                  - csi-qtd-a-faturar - csi-qtd-devolvida
            if   ws-form-qtd-vendida + ws-form-qtd-devolvida > ws-saldo-consignado
                 move spaces                          to ws-mensagem-retorno
                 string "Quantidade maior que o saldo em poder do cliente ("
                        ws-saldo-consignado
                        ")."
                        delimited by size into ws-mensagem-retorno
                 exit section
            end-if

            add  ws-form-qtd-vendida                 to csi-qtd-a-faturar
            add  ws-form-qtd-devolvida               to csi-qtd-devolvida
            rewrite reg-consignacao-item
                invalid key
                     move "Erro ao gravar o acerto do item." to ws-mensagem-retorno
                     exit section
            end-rewrite

            if   ws-form-qtd-devolvida > zeros
                 perform 2620-devolver-estoque
            end-if
            perform 2700-verificar-encerramento
            move "Acerto do item registrado."        to ws-mensagem-retorno
            .

       2600-exit.
            exit.

      *>===================================================================================
      *>   2620-devolver-estoque: a mercadoria devolvida pelo cliente
      *>   reentra no estoque (movimento "CSG" de entrada, sem lote, como
      *>   a devolução de 2807 em Pedido.cbl) e no depósito de origem.
       2620-devolver-estoque section.
       2620.
            move csi-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     exit section
            end-read
            add  ws-form-qtd-devolvida               to prd-saldo-atual
            rewrite reg-produto
                invalid key
                     continue
            end-rewrite

            move spaces                              to ws-mov-documento-csg
            string "CSG " csg-cd-consignacao
                   delimited by size into ws-mov-documento-csg
            perform 2527-obter-proxima-sequencia-mov
            move prd-cd-produto                      to mov-cd-produto
            move ws-proxima-sequencia-mov              to mov-sequencia
            set  mov-entrada                         to true
            move ws-form-qtd-devolvida               to mov-quantidade
            move function current-date (1:8)          to mov-data
            move ws-mov-documento-csg                 to mov-documento
            move ws-operador-logado                  to mov-operador
            move "Devolucao de consignacao"          to mov-motivo
            move spaces                              to mov-aprovador
            move spaces                              to mov-sentido
            move csi-custo-unitario                  to mov-custo-unitario
            move spaces                              to mov-lote
            move csi-cd-deposito                     to mov-cd-deposito
            write reg-estoque-mov
                invalid key
                     continue
            end-write

            move prd-cd-produto                      to ws-dep-cd-produto
            move csi-cd-deposito                     to ws-dep-cd-deposito
            move ws-form-qtd-devolvida               to ws-dep-quantidade
            call "AtualizaDeposito" using ws-parametros-atualiza-deposito
            .

       2620-exit.
            exit.

      *>===================================================================================
      *>   2700-verificar-encerramento: sem saldo em poder do cliente e
      *>   sem nada a faturar, a remessa fica Encerrada.
       2700-verificar-encerramento section.
       2700.
            move "N"                                 to ws-ind-tem-saldo
            move csg-cd-consignacao                  to csi-cd-consignacao
            move zeros                               to csi-sequencia
            start consignacao-item-arq key is greater than or equal csi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                    or ws-tem-saldo
                read consignacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   csi-cd-consignacao not = csg-cd-consignacao
                              set ws-item-eof          to true
                         else
                              if   csi-qtd-a-faturar > zeros
                              or   csi-qtd-remetida > csi-qtd-vendida + csi-qtd-devolvida
                                   set ws-tem-saldo      to true
                              end-if
                         end-if
                end-read
            end-perform

            if   not ws-tem-saldo
                 set  csg-encerrada                  to true
                 rewrite reg-consignacao
                     invalid key
                          continue
                 end-rewrite
            end-if
            .

       2700-exit.
            exit.

      *>===================================================================================
      *>   2800-gerar-pedido-acerto: o vendido apontado (a faturar) vira
      *>   um pedido Aberto do cliente, itens tipo "C" ao preço da
      *>   remessa (mesma gravação de 2700-gravar-pedido em
      *>   ImportaPedido.cbl). O pedido é fechado na tela de Pedido, que
      *>   fatura e gera as parcelas sem baixar estoque de novo.
       2800-gerar-pedido-acerto section.
       2800.
            if   ws-form-cd-consignacao = zeros
                 move "Carregue a remessa antes de gerar o pedido." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-consignacao             to csg-cd-consignacao
            read consignacao-arq
                key is csg-cd-consignacao
                invalid key
                     move "Remessa nao encontrada."   to ws-mensagem-retorno
                     exit section
            end-read

            move zeros                               to ws-valor-total-pedido
            move "N"                                 to ws-ind-tem-saldo
            move csg-cd-consignacao                  to csi-cd-consignacao
            move zeros                               to csi-sequencia
            start consignacao-item-arq key is greater than or equal csi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read consignacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   csi-cd-consignacao not = csg-cd-consignacao
                              set ws-item-eof          to true
                         else
                              if   csi-qtd-a-faturar > zeros
                                   set ws-tem-saldo      to true
                                   compute ws-valor-total-pedido =
                                           ws-valor-total-pedido
                                         + csi-qtd-a-faturar * csi-preco-unitario
                              end-if
                         end-if
                end-read
            end-perform
            if   not ws-tem-saldo
                 move "Nenhuma quantidade vendida apontada para faturar." to ws-mensagem-retorno
                 exit section
            end-if

            perform 2805-obter-proximo-pedido

            initialize reg-pedido
            move ws-novo-cd-pedido                   to ped-cd-pedido
            move csg-cd-cliente                      to ped-cd-cliente
            move csg-cd-vendedor                     to ped-cd-vendedor
            move function current-date (1:8)          to ped-data
            move "A"                                 to ped-situacao
            move ws-valor-total-pedido                to ped-valor-total
            move function current-date (1:8)          to ped-data-inclusao
            move ws-operador-logado                  to ped-operador-inclusao
            move "P"                                 to ped-tipo
            move csg-cd-consignacao                  to ped-cd-consignacao
            move ws-empresa-logada                   to ped-cd-empresa
            write reg-pedido
                invalid key
                     move "Erro ao gerar o pedido do acerto." to ws-mensagem-retorno
                     exit section
            end-write

            move zeros                               to ws-pit-sequencia
            move csg-cd-consignacao                  to csi-cd-consignacao
            move zeros                               to csi-sequencia
            start consignacao-item-arq key is greater than or equal csi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read consignacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   csi-cd-consignacao not = csg-cd-consignacao
                              set ws-item-eof          to true
                         else
                              if   csi-qtd-a-faturar > zeros
                                   perform 2810-gravar-item-pedido
                              end-if
                         end-if
                end-read
            end-perform

            perform 2820-gravar-historico-situacao

            move function current-date (1:8)          to csg-data-ultimo-acerto
            move ws-novo-cd-pedido                   to csg-cd-ultimo-pedido
            add  1                                   to csg-qtd-acertos
            rewrite reg-consignacao
                invalid key
                     continue
            end-rewrite
            perform 2700-verificar-encerramento

            move spaces                              to ws-mensagem-retorno
            string "Pedido "
                   ws-novo-cd-pedido
                   " gerado com o vendido do acerto; feche-o na tela de Pedido para faturar."
                   delimited by size into ws-mensagem-retorno
            .

       2800-exit.
            exit.

      *>===================================================================================
      *>   2805-obter-proximo-pedido: mesma numeração de
      *>   2105-obter-proximo-codigo em Pedido.cbl (série PEDIDO, semente
      *>   na maior chave gravada).
       2805-obter-proximo-pedido section.
       2805.
            move high-values                        to ped-cd-pedido
            start pedido-arq key is less than ped-cd-pedido
                invalid key
                     move zeros                      to ped-cd-pedido
                not invalid key
                     read pedido-arq previous record
                         at end
                              move zeros              to ped-cd-pedido
                     end-read
            end-start
            add 1                                    to ped-cd-pedido

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
            move ws-seq-numero-gerado                 to ws-novo-cd-pedido
            .

       2805-exit.
            exit.

      *>===================================================================================
      *>   2810-gravar-item-pedido: item tipo "C" com o a faturar do item
      *>   da remessa, que passa para vendida.
       2810-gravar-item-pedido section.
       2810.
            add  1                                   to ws-pit-sequencia
            initialize reg-pedido-item
            move ws-novo-cd-pedido                   to pit-cd-pedido
            move ws-pit-sequencia                    to pit-sequencia
            move csi-cd-produto                      to pit-cd-produto
            move csi-qtd-a-faturar                   to pit-quantidade
            move csi-preco-unitario                  to pit-preco-lista
            move zeros                               to pit-desconto-percentual
            move csi-preco-unitario                  to pit-preco-unitario
            compute pit-valor-total =
                    pit-quantidade * pit-preco-unitario
            move zeros                               to pit-qtd-reservada
            set  pit-item-consignacao                to true
            move zeros                               to pit-custo-bonificacao
            write reg-pedido-item
                invalid key
                     exit section
            end-write

            add  csi-qtd-a-faturar                   to csi-qtd-vendida
            move zeros                               to csi-qtd-a-faturar
            rewrite reg-consignacao-item
                invalid key
                     continue
            end-rewrite
            .

       2810-exit.
            exit.

      *>===================================================================================
      *>   2820-gravar-historico-situacao: abertura do pedido do acerto
      *>   em PED-SITUACAO.DAT (mesma técnica de ImportaPedido.cbl).
       2820-gravar-historico-situacao section.
       2820.
            move zeros                               to ws-proxima-sequencia-ped-sit
            move ws-novo-cd-pedido                   to psi-cd-pedido
            move 99999                                to psi-sequencia
            start ped-situacao-arq key is less than or equal psi-chave
                invalid key
                     continue
                not invalid key
                     read ped-situacao-arq previous record
                         at end
                              continue
                         not at end
                              if   psi-cd-pedido = ws-novo-cd-pedido
                                   move psi-sequencia  to ws-proxima-sequencia-ped-sit
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-ped-sit

            move ws-novo-cd-pedido                   to psi-cd-pedido
            move ws-proxima-sequencia-ped-sit          to psi-sequencia
            move function current-date (1:14)          to psi-data-hora
            move spaces                              to psi-situacao-anterior
            move "A"                                 to psi-situacao-nova
            move zeros                               to psi-motivo
            move spaces                              to psi-ds-motivo
            move ws-operador-logado                  to psi-operador
            write reg-ped-situacao
                invalid key
                     continue
            end-write
            .

       2820-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close consignacao-arq
            close consignacao-item-arq
            close cliente-arq
            close vendedor-arq
            close produto-arq
            close prd-composicao-arq
            close estoque-mov-arq
            close prd-lote-arq
            close deposito-arq
            close pedido-arq
            close pedido-item-arq
            close ped-situacao-arq
            close sessao-arq
            close fechamento-mes-arq
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
                <form name=frmConsignacao id=frmConsignacao method=post action="Consignacao.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=itemSequencia id=itemSequencia value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=10 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Remessa&nbsp;</td>
                        <td colspan=9>
                            <input name=cdConsignacao id=cdConsignacao size=7 maxlength=7 value=":ws-form-cd-consignacao" class="campo" tabIndex=1>
                            <img title="Carregar Remessa" style="cursor:hand; width:16; height:16;" onClick="CarregarRemessa();" src="Icones/check.gif" tabIndex=2>
                            &nbsp;:ws-situacao-descricao
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cliente&nbsp;</td>
                        <td colspan=9>
                            <input name=cdCliente id=cdCliente size=5 maxlength=5 value=":ws-form-cd-cliente" class="campo" tabIndex=3>
                            <img title="Remessas em aberto do cliente" style="cursor:hand; width:16; height:16;" onClick="ListarRemessas();" src="Icones/busca.gif" tabIndex=4>
                            &nbsp;:ws-cliente-razao-social
                            &nbsp;vendedor <input name=cdVendedor id=cdVendedor size=5 maxlength=5 value=":ws-form-cd-vendedor" class="campo" title="Vendedor (em branco = o da carteira do cliente)" tabIndex=5>
                            <button class=botao name=BotNovaRemessa onclick='NovaRemessa();' style="width:110px;" tabindex=6><label>Nova Remessa</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Remeter&nbsp;</td>
                        <td colspan=9>
                            produto <input name=itemCdProduto id=itemCdProduto size=5 maxlength=5 value="" class="campo" title="Codigo produto" tabIndex=7>
                            qtd <input name=itemQuantidade id=itemQuantidade size=5 maxlength=5 value="" class="campo" title="Quantidade remetida" tabIndex=8>
                            dep. <input name=cdDeposito id=cdDeposito size=3 maxlength=3 value="1" class="campo" title="Deposito de onde a mercadoria sai (1 = loja)" tabIndex=9>
                            <button class=botao name=BotIncluirItem onclick='IncluirItem();' style="width:110px;" tabindex=10><label>Incluir Item</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Acerto&nbsp;</td>
                        <td colspan=9>
                            vendida <input name=qtdVendida id=qtdVendida size=5 maxlength=5 value="" class="campo" title="Quantidade vendida pelo cliente" tabIndex=11>
                            devolvida <input name=qtdDevolvida id=qtdDevolvida size=5 maxlength=5 value="" class="campo" title="Quantidade devolvida ao estoque" tabIndex=12>
                            (use o ícone da linha para apontar o item)
                            <button class=botao name=BotGerarPedido onclick='GerarPedido();' style="width:150px;" tabindex=13><label>Gerar Pedido</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-rem-qtd > 0
                 exec html
                    <tr>
                        <td colspan=10>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Remessa</td>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Último acerto</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-remessas
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            if   ws-item-qtd > 0
                 exec html
                    <tr>
                        <td colspan=10>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Seq.</td>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Preço</td>
                                    <td class=titulocampo>Remetida</td>
                                    <td class=titulocampo>Vendida</td>
                                    <td class=titulocampo>A faturar</td>
                                    <td class=titulocampo>Devolvida</td>
                                    <td class=titulocampo>Com o cliente</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-itens
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
       8000-linhas-remessas section.
       8000.
            perform varying ws-rem-tab-idx from 1 by 1
                    until ws-rem-tab-idx > ws-rem-qtd
                exec html
                    <tr>
                        <td>:ws-rem-cd-consignacao(ws-rem-tab-idx)</td>
                        <td><div align=center>:ws-rem-data-remessa(ws-rem-tab-idx)</div></td>
                        <td><div align=center>:ws-rem-data-ultimo-acerto(ws-rem-tab-idx)</div></td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarRemessaCodigo(:ws-rem-cd-consignacao(ws-rem-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-itens section.
       8000.
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                exec html
                    <tr>
                        <td>:ws-item-r-sequencia(ws-item-tab-idx)</td>
                        <td>:ws-item-r-cd-produto(ws-item-tab-idx)</td>
                        <td>:ws-item-r-descricao(ws-item-tab-idx)</td>
                        <td><div align=right>:ws-item-r-preco-unitario(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-remetida(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-vendida(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-a-faturar(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-devolvida(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-saldo(ws-item-tab-idx)</div></td>
                        <td><img title="Apontar Acerto" style="cursor:hand; width:16; height:16;"
                                 onClick="AcertarItem(:ws-item-r-sequencia(ws-item-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
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
                        document.all.frmConsignacao.action = "Consignacao.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmConsignacao.submit();
                    }

                    function CarregarRemessa() {
                        Submeter("30");
                    }

                    function CarregarRemessaCodigo(cdConsignacao) {
                        document.all.cdConsignacao.value = cdConsignacao;
                        Submeter("30");
                    }

                    function ListarRemessas() {
                        Submeter("35");
                    }

                    function NovaRemessa() {
                        if (document.all.cdCliente.value == "") {
                            alert("Informe o cliente da remessa.");
                            return;
                        }
                        if (confirm("Confirma a abertura de uma nova remessa em consignacao?")) {
                            Submeter("10");
                        }
                    }

                    function IncluirItem() {
                        Submeter("60");
                    }

                    function AcertarItem(sequencia) {
                        if (document.all.qtdVendida.value == "" && document.all.qtdDevolvida.value == "") {
                            alert("Informe a quantidade vendida e/ou devolvida antes de apontar o item.");
                            return;
                        }
                        if (confirm("Confirma o acerto deste item?")) {
                            document.all.itemSequencia.value = sequencia;
                            Submeter("70");
                        }
                    }

                    function GerarPedido() {
                        if (confirm("Confirma a geracao do pedido com o vendido do acerto?")) {
                            Submeter("80");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
