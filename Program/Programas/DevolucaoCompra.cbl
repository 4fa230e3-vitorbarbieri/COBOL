      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. DevolucaoCompra.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                        Devolução de Compra ao Fornecedor
      *>            --------------------------------------------------------
      *>
      *>   Devolução ao fornecedor contra pedido de compra Recebido ou
      *>   Parcialmente Recebido (mesmo molde de Devolucao.cbl, no sentido
      *>   do fornecedor). Carrega o pedido de compra, recebe item,
      *>   quantidade e motivo, com o lote e o depósito de onde a
      *>   mercadoria sai, e tira a mercadoria do estoque (movimento "DVC"
      *>   em ESTOQUE-MOV.DAT, saldo do lote em PRD-LOTE.DAT - o lote
      *>   informado ou, sem lote, o que vence primeiro - e saldo do
      *>   depósito por AtualizaDeposito). Cada devolução emite uma nota
      *>   de débito (NOTA-DEBITO.DAT, série NOTADEB) ao custo negociado
      *>   do item, que já abate as parcelas de compra em aberto do
      *>   fornecedor em PAGAR.DAT; sem parcela em aberto a nota fica
      *>   Aberta como crédito e pode ser abatida depois pela mesma tela.
      *>   Lote Recolhido (recall de RastreioLote.cbl) só sai informando
      *>   o lote: a quantidade devolvida dele libera o bloqueio na mesma
      *>   medida (lot-qtd-recolhida e prd-saldo-reservado); a devolução
      *>   sem lote pula os lotes recolhidos.
      *>   Chamado pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
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
           select fornecedor-arq assign     to "FORNECEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is frn-cd-fornecedor
                  file status                is ws-status-fornecedor.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
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
           select devolucao-compra-arq assign to "DEVOLUCAO-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dvc-chave
                  file status                is ws-status-devolucao-compra.
           select nota-debito-arq assign    to "NOTA-DEBITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ndb-cd-nota
                  file status                is ws-status-nota-debito.
           select pagar-arq assign          to "PAGAR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pag-chave
                  file status                is ws-status-pagar.
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
       fd  pedido-compra-arq.
       copy "PEDCOMP.CPY".
       fd  pedido-compra-it-arq.
       copy "PEDCOMPI.CPY".
       fd  fornecedor-arq.
       copy "FORN.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  estoque-mov-arq.
       copy "ESTMOV.CPY".
       fd  prd-lote-arq.
       copy "LOTE.CPY".
       fd  deposito-arq.
       copy "DEPOSITO.CPY".
       fd  devolucao-compra-arq.
       copy "DEVCOMP.CPY".
       fd  nota-debito-arq.
       copy "NOTADEB.CPY".
       fd  pagar-arq.
       copy "PAGAR.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".
       fd  fechamento-mes-arq.
       copy "FECHMES.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".
      *>   Depósito de onde a mercadoria devolvida sai quando a tela não
      *>   informa outro (a loja).
       78  ws-deposito-padrao                         value 1.

       01  ws-controle-arquivos.
           03 ws-status-pedido-compra                pic x(02)       value "00".
              88 ws-pedido-compra-ok                                value "00".
              88 ws-pedido-compra-nao-encontrado                    value "23" "35".
           03 ws-status-pedido-compra-it             pic x(02)       value "00".
              88 ws-pedido-compra-it-ok                             value "00".
              88 ws-pedido-compra-it-nao-encontrado                 value "23" "35".
           03 ws-status-fornecedor                   pic x(02)       value "00".
              88 ws-fornecedor-ok                                   value "00".
              88 ws-fornecedor-nao-encontrado                       value "23" "35".
           03 ws-status-produto                      pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-estoque-mov                  pic x(02)       value "00".
              88 ws-estoque-mov-ok                                  value "00".
              88 ws-estoque-mov-nao-encontrado                      value "23" "35".
           03 ws-status-prd-lote                     pic x(02)       value "00".
              88 ws-prd-lote-ok                                     value "00".
              88 ws-prd-lote-nao-encontrado                         value "23" "35".
           03 ws-status-deposito                     pic x(02)       value "00".
              88 ws-deposito-ok                                     value "00".
              88 ws-deposito-nao-encontrado                         value "23" "35".
           03 ws-status-devolucao-compra             pic x(02)       value "00".
              88 ws-devolucao-compra-ok                             value "00".
              88 ws-devolucao-compra-nao-encontrado                 value "23" "35".
           03 ws-status-nota-debito                  pic x(02)       value "00".
              88 ws-nota-debito-ok                                  value "00".
              88 ws-nota-debito-nao-encontrado                      value "23" "35".
           03 ws-status-pagar                        pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".
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

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-devolver                                  value "60".
              88 ws-opcao-abater                                    value "70".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-devolucao-compra.
           03 ws-form-cd-pedido-compra               pic 9(07)       value zeros.
           03 ws-form-item-sequencia                 pic 9(05)       value zeros.
           03 ws-form-qtd-devolver                   pic 9(05)       value zeros.
           03 ws-form-motivo                        pic x(40)       value spaces.
           03 ws-form-lote                          pic x(10)       value spaces.
           03 ws-form-cd-deposito                    pic 9(03)       value zeros.
           03 ws-form-cd-nota                        pic 9(07)       value zeros.

       01  ws-ind-pedido-carregado                   pic x(01)       value "N".
          88 ws-pedido-carregado                                    value "S".
       01  ws-fornecedor-razao-social                 pic x(40)       value spaces.

      *>   Itens do pedido de compra carregado, com a quantidade recebida
      *>   e a já devolvida ao fornecedor.
       01  ws-tab-itens.
           03 ws-item-linha                          occurs 100 times.
              05 ws-item-r-sequencia                  pic 9(05).
              05 ws-item-r-cd-produto                 pic 9(05).
              05 ws-item-r-descricao                  pic x(40).
              05 ws-item-r-quantidade                 pic 9(05).
              05 ws-item-r-qtd-recebida               pic 9(05).
              05 ws-item-r-qtd-devolvida              pic 9(05).
              05 ws-item-r-custo-unitario              pic 9(07)v9(02).
       01  ws-item-qtd                               pic 9(03)       value zeros.
       01  ws-item-tab-idx                           pic 9(03)       value zeros.
       01  ws-ind-fim-item                            pic x(01)       value "N".
          88 ws-item-eof                                             value "S".
          88 ws-item-continua                                       value "N".

      *>   Devolução do item (2500) e saída de estoque.
       01  ws-qtd-ja-devolvida                        pic 9(05)       value zeros.
       01  ws-qtd-devolvivel                          pic s9(07)      value zeros.
       01  ws-saldo-disponivel                        pic s9(07)      value zeros.
      *>   A devolução é digitada na unidade de compra do item (a mesma
      *>   de pci-qtd-recebida); estoque, lotes e depósito saem na
      *>   unidade de estoque (x pci-fator-conversao).
       01  ws-qtd-devolver-estoque                    pic 9(07)       value zeros.
       01  ws-valor-devolucao                         pic 9(09)v9(02) value zeros.
       01  ws-mov-documento-dvc                        pic x(12)       value spaces.
       01  ws-proxima-sequencia-mov                    pic 9(05)       value zeros.

      *>   Saída por lote (2520): lote informado ou FEFO.
       01  ws-qtd-restante-lote                        pic 9(05)       value zeros.
       01  ws-qtd-saida-lote                           pic 9(05)       value zeros.
       01  ws-lote-saida                               pic x(10)       value spaces.
       01  ws-ind-fim-lote                             pic x(01)       value "N".
          88 ws-lote-eof                                              value "S".
       01  ws-ind-lote-achado                          pic x(01)       value "N".
          88 ws-lote-achado                                           value "S".
       01  ws-saldo-lote-informado                      pic s9(07)      value zeros.
      *>   Parte do lote informado bloqueada por recolhimento (2505) e o
      *>   quanto do bloqueio a devolução liberou (2522).
       01  ws-qtd-bloqueada-lote                        pic s9(07)      value zeros.
       01  ws-qtd-liberada-bloqueio                     pic s9(07)      value zeros.
       01  ws-qtd-liberada-lote                         pic 9(05)       value zeros.

      *>   Abatimento da nota de débito nas parcelas em aberto (2600).
       01  ws-debito-restante                          pic 9(09)v9(02) value zeros.
       01  ws-debito-aplicado                           pic 9(09)v9(02) value zeros.
       01  ws-abate-parcela                             pic 9(09)v9(02) value zeros.
       01  ws-ind-fim-pagar                             pic x(01)       value "N".
          88 ws-pagar-eof                                               value "S".

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
      *>   da nota de débito (CALL para ProximoNumero).
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
            open input pedido-compra-arq
            if   ws-pedido-compra-nao-encontrado
                 open output pedido-compra-arq
                 close pedido-compra-arq
                 open input pedido-compra-arq
            end-if
            open input pedido-compra-it-arq
            if   ws-pedido-compra-it-nao-encontrado
                 open output pedido-compra-it-arq
                 close pedido-compra-it-arq
                 open input pedido-compra-it-arq
            end-if
            open input fornecedor-arq
            if   ws-fornecedor-nao-encontrado
                 open output fornecedor-arq
                 close fornecedor-arq
                 open input fornecedor-arq
            end-if
            open i-o produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open i-o produto-arq
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
            open i-o devolucao-compra-arq
            if   ws-devolucao-compra-nao-encontrado
                 open output devolucao-compra-arq
                 close devolucao-compra-arq
                 open i-o devolucao-compra-arq
            end-if
            open i-o nota-debito-arq
            if   ws-nota-debito-nao-encontrado
                 open output nota-debito-arq
                 close nota-debito-arq
                 open i-o nota-debito-arq
            end-if
            open i-o pagar-arq
            if   ws-pagar-nao-encontrado
                 open output pagar-arq
                 close pagar-arq
                 open i-o pagar-arq
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
                     move "Devolucao de compra restrita aos perfis de compras e supervisor."
                                                     to ws-mensagem-retorno
                when ws-periodo-fechado
                 and (ws-opcao-devolver or ws-opcao-abater)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-devolver or ws-opcao-abater)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-pedido-compra
                when ws-opcao-devolver
                     perform 1200-obter-campos-formulario
                     perform 2500-registrar-devolucao
                     perform 2300-carregar-pedido-compra
                when ws-opcao-abater
                     perform 1200-obter-campos-formulario
                     perform 2600-abater-nota-debito
                     perform 2300-carregar-pedido-compra
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
                getfield( ws-form-cd-pedido-compra )
                getfield( ws-form-item-sequencia )
                getfield( ws-form-qtd-devolver )
                getfield( ws-form-motivo )
                getfield( ws-form-lote )
                getfield( ws-form-cd-deposito )
                getfield( ws-form-cd-nota )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-pedido-compra: lê o pedido de compra (só Recebido
      *>   ou Parcial interessa) e monta os itens com a quantidade
      *>   recebida e a já devolvida de cada um.
       2300-carregar-pedido-compra section.
       2300.
            move "N"                                to ws-ind-pedido-carregado
            move zeros                               to ws-item-qtd
            move spaces                              to ws-fornecedor-razao-social
            if   ws-form-cd-pedido-compra = zeros
                 exit section
            end-if
            move ws-form-cd-pedido-compra           to pdc-cd-pedido-compra
            read pedido-compra-arq
                key is pdc-cd-pedido-compra
                invalid key
                     move "Pedido de compra não encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not pdc-recebido
            and  not pdc-parcial
                 move "Devolucao de compra so vale para pedido recebido ou parcial." to ws-mensagem-retorno
                 exit section
            end-if
            set  ws-pedido-carregado                 to true
            move pdc-cd-fornecedor                   to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     continue
                not invalid key
                     move frn-razao-social             to ws-fornecedor-razao-social
            end-read
            perform 2330-carregar-itens
            .

       2300-exit.
            exit.

      *>===================================================================================
       2330-carregar-itens section.
       2330.
            move pdc-cd-pedido-compra                to pci-cd-pedido-compra
            move zeros                               to pci-sequencia
            start pedido-compra-it-arq key is greater than or equal pci-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start

            perform until ws-item-eof
                    or ws-item-qtd >= 100
                read pedido-compra-it-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   pci-cd-pedido-compra not = pdc-cd-pedido-compra
                              set ws-item-eof          to true
                         else
                              add 1                    to ws-item-qtd
                              move pci-sequencia        to ws-item-r-sequencia(ws-item-qtd)
                              move pci-cd-produto       to ws-item-r-cd-produto(ws-item-qtd)
                              move pci-quantidade       to ws-item-r-quantidade(ws-item-qtd)
                              move pci-qtd-recebida     to ws-item-r-qtd-recebida(ws-item-qtd)
                              move pci-custo-unitario    to ws-item-r-custo-unitario(ws-item-qtd)
                              move zeros                to ws-item-r-qtd-devolvida(ws-item-qtd)
                              move pci-cd-pedido-compra  to dvc-cd-pedido-compra
                              move pci-sequencia         to dvc-sequencia
                              read devolucao-compra-arq
                                  key is dvc-chave
                                  invalid key
                                       continue
                                  not invalid key
                                       move dvc-qtd-devolvida
                                            to ws-item-r-qtd-devolvida(ws-item-qtd)
                              end-read
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              move pci-cd-produto       to prd-cd-produto
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
      *>   2500-registrar-devolucao: valida item, quantidade, lote e
      *>   depósito, tira a mercadoria do estoque, acumula a devolução,
      *>   emite a nota de débito e já a abate das parcelas em aberto do
      *>   fornecedor.
       2500-registrar-devolucao section.
       2500.
            if   ws-form-cd-pedido-compra = zeros
            or   ws-form-item-sequencia = zeros
                 move "Carregue o pedido de compra e aponte o item devolvido." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-qtd-devolver = zeros
                 move "Informe a quantidade devolvida." to ws-mensagem-retorno
                 exit section
            end-if
            if   function trim(ws-form-motivo) = spaces
                 move "Informe o motivo da devolucao." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-deposito = zeros
                 move ws-deposito-padrao              to ws-form-cd-deposito
            end-if

            move ws-form-cd-pedido-compra           to pdc-cd-pedido-compra
            read pedido-compra-arq
                key is pdc-cd-pedido-compra
                invalid key
                     move "Pedido de compra não encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not pdc-recebido
            and  not pdc-parcial
                 move "Devolucao de compra so vale para pedido recebido ou parcial." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-pedido-compra           to pci-cd-pedido-compra
            move ws-form-item-sequencia              to pci-sequencia
            read pedido-compra-it-arq
                key is pci-chave
                invalid key
                     move "Item não encontrado no pedido de compra." to ws-mensagem-retorno
                     exit section
            end-read

            move ws-form-cd-deposito                 to dep-cd-deposito
            read deposito-arq
                key is dep-cd-deposito
                invalid key
                     move "Deposito nao cadastrado."   to ws-mensagem-retorno
                     exit section
            end-read

      *>   O devolvível é o que de fato entrou (pci-qtd-recebida - no
      *>   recebimento integral de PedidoCompra.cbl a recebida fica igual
      *>   à pedida), menos o que já voltou ao fornecedor.
            move zeros                               to ws-qtd-ja-devolvida
            move pci-cd-pedido-compra                to dvc-cd-pedido-compra
            move pci-sequencia                       to dvc-sequencia
            read devolucao-compra-arq
                key is dvc-chave
                invalid key
                     continue
                not invalid key
                     move dvc-qtd-devolvida            to ws-qtd-ja-devolvida
            end-read
            compute ws-qtd-devolvivel =
                    pci-qtd-recebida - ws-qtd-ja-devolvida
            if   ws-form-qtd-devolver > ws-qtd-devolvivel
                 move spaces                          to ws-mensagem-retorno
                 string "Quantidade maior que o devolvivel ("
                        ws-qtd-devolvivel
                        " - recebidas menos ja devolvidas)."
                        delimited by size into ws-mensagem-retorno
                 exit section
            end-if

            if   pci-fator-conversao > 1
                 compute ws-qtd-devolver-estoque =
                         ws-form-qtd-devolver * pci-fator-conversao
            else
                 move ws-form-qtd-devolver             to ws-qtd-devolver-estoque
            end-if

      *>   Lote informado precisa existir com saldo para a devolução.
            move zeros                               to ws-qtd-bloqueada-lote
            if   ws-form-lote not = spaces
                 perform 2505-localizar-lote
                 if   not ws-lote-achado
                      move "Lote nao encontrado para o produto do item." to ws-mensagem-retorno
                      exit section
                 end-if
                 if   ws-qtd-devolver-estoque > ws-saldo-lote-informado
                      move spaces                     to ws-mensagem-retorno
                      string "Saldo do lote insuficiente ("
                             ws-saldo-lote-informado
                             ")."
                             delimited by size into ws-mensagem-retorno
                      exit section
                 end-if
            end-if

      *>   A mercadoria precisa estar na casa: saldo livre de reserva
      *>   (mesma conta da saída manual de Estoque.cbl). O bloqueio do
      *>   lote recolhido informado conta como disponível - devolver o
      *>   lote ao fornecedor é justamente o destino dele.
            move pci-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     move "Produto do item nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            compute ws-saldo-disponivel =
                    prd-saldo-atual - prd-saldo-reservado
                  + ws-qtd-bloqueada-lote
            if   ws-qtd-devolver-estoque > ws-saldo-disponivel
                 move spaces                          to ws-mensagem-retorno
                 string "Saldo disponivel insuficiente (disponivel: "
                        ws-saldo-disponivel
                        ", reservado: "
                        prd-saldo-reservado
                        ")."
                        delimited by size into ws-mensagem-retorno
                 exit section
            end-if

            compute ws-valor-devolucao =
                    ws-form-qtd-devolver * pci-custo-unitario

            perform 2510-baixar-estoque
            perform 2530-gravar-devolucao
            perform 2540-emitir-nota-debito
            perform 2610-aplicar-nota-debito

            move spaces                              to ws-mensagem-retorno
            if   ws-debito-aplicado = zeros
                 string "Devolucao registrada; nota de debito "
                        ndb-cd-nota
                        " de "
                        ws-valor-devolucao
                        " fica em aberto (fornecedor sem parcela a pagar)."
                        delimited by size into ws-mensagem-retorno
            else
                 string "Devolucao registrada; nota de debito "
                        ndb-cd-nota
                        " de "
                        ws-valor-devolucao
                        ", "
                        ws-debito-aplicado
                        " abatido das parcelas em aberto."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2505-localizar-lote: procura o lote informado entre os lotes do
      *>   produto (a validade faz parte da chave, então a procura é por
      *>   varredura), somando o saldo das validades do mesmo lote e a
      *>   parte bloqueada das validades recolhidas.
       2505-localizar-lote section.
       2505.
            move "N"                                 to ws-ind-lote-achado
            move zeros                               to ws-saldo-lote-informado
            move zeros                               to ws-qtd-bloqueada-lote
            move "N"                                 to ws-ind-fim-lote
            move pci-cd-produto                      to lot-cd-produto
            move zeros                               to lot-data-validade
            move low-values                          to lot-lote
            start prd-lote-arq key is greater than or equal lot-chave
                invalid key
                     set ws-lote-eof                 to true
            end-start

            perform until ws-lote-eof
                read prd-lote-arq next record
                    at end
                         set ws-lote-eof              to true
                    not at end
                         if   lot-cd-produto not = pci-cd-produto
                              set ws-lote-eof          to true
                         else
                              if   lot-lote = ws-form-lote
                                   set ws-lote-achado    to true
                                   if   lot-saldo > zeros
                                        add lot-saldo     to ws-saldo-lote-informado
                                   end-if
                                   if   lot-recolhido
                                   and  lot-qtd-recolhida > zeros
                                        add lot-qtd-recolhida to ws-qtd-bloqueada-lote
                                   end-if
                              end-if
                         end-if
                end-read
            end-perform
            .

       2505-exit.
            exit.

      *>===================================================================================
      *>   2510-baixar-estoque: tira a quantidade dos lotes (2520, um
      *>   movimento "DVC" por lote consumido), do saldo geral - e do
      *>   reservado o bloqueio de recolhimento liberado - e do depósito
      *>   informado.
       2510-baixar-estoque section.
       2510.
            move spaces                              to ws-mov-documento-dvc
            string "DVC " ws-form-cd-pedido-compra
                   delimited by size into ws-mov-documento-dvc

            perform 2520-consumir-lotes

            subtract ws-qtd-devolver-estoque         from prd-saldo-atual
            if   prd-saldo-reservado > ws-qtd-liberada-bloqueio
                 subtract ws-qtd-liberada-bloqueio    from prd-saldo-reservado
            else
                 move zeros                           to prd-saldo-reservado
            end-if
            rewrite reg-produto
                invalid key
                     continue
            end-rewrite

            move pci-cd-produto                      to ws-dep-cd-produto
            move ws-form-cd-deposito                 to ws-dep-cd-deposito
            compute ws-dep-quantidade =
                    0 - ws-qtd-devolver-estoque
            call "AtualizaDeposito" using ws-parametros-atualiza-deposito
            .

       2510-exit.
            exit.

      *>===================================================================================
      *>   2520-consumir-lotes: com lote informado consome só as
      *>   validades daquele lote; sem lote consome na ordem de chave
      *>   (FEFO, mesma técnica de 2747-consumir-lotes-fefo em
      *>   PedidoCompra.cbl), pulando os lotes recolhidos. O que sobrar
      *>   sem lote com saldo sai num movimento sem lote - produto não
      *>   perecível sai todo assim.
       2520-consumir-lotes section.
       2520.
            move ws-qtd-devolver-estoque             to ws-qtd-restante-lote
            move zeros                               to ws-qtd-liberada-bloqueio
            move "N"                                 to ws-ind-fim-lote
            move pci-cd-produto                      to lot-cd-produto
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
                         if   lot-cd-produto not = pci-cd-produto
                              set ws-lote-eof          to true
                         else
                              if   lot-saldo > zeros
                              and ((ws-form-lote = spaces
                              and   not lot-recolhido)
                               or  lot-lote = ws-form-lote)
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
            if   lot-recolhido
            and  lot-qtd-recolhida > zeros
                 if   lot-qtd-recolhida >= ws-qtd-saida-lote
                      move ws-qtd-saida-lote          to ws-qtd-liberada-lote
                 else
                      move lot-qtd-recolhida          to ws-qtd-liberada-lote
                 end-if
                 subtract ws-qtd-liberada-lote        from lot-qtd-recolhida
                 add  ws-qtd-liberada-lote            to ws-qtd-liberada-bloqueio
            end-if
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
            move pci-cd-produto                      to mov-cd-produto
            move ws-proxima-sequencia-mov              to mov-sequencia
            set  mov-saida                           to true
            move ws-qtd-saida-lote                    to mov-quantidade
            move function current-date (1:8)          to mov-data
            move ws-mov-documento-dvc                 to mov-documento
            move ws-operador-logado                  to mov-operador
            move ws-form-motivo                      to mov-motivo
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
            move pci-cd-produto                      to mov-cd-produto
            move 99999                                to mov-sequencia
            start estoque-mov-arq key is less than or equal mov-chave
                invalid key
                     continue
                not invalid key
                     read estoque-mov-arq previous record
                         at end
                              continue
                         not at end
                              if   mov-cd-produto = pci-cd-produto
                                   move mov-sequencia  to ws-proxima-sequencia-mov
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-mov
            .

       2527-exit.
            exit.

      *>===================================================================================
      *>   2530-gravar-devolucao: acumula a devolução do item (o registro
      *>   nasce na primeira devolução), guardando o lote e o depósito
      *>   da última.
       2530-gravar-devolucao section.
       2530.
            move ws-form-cd-pedido-compra            to dvc-cd-pedido-compra
            move ws-form-item-sequencia               to dvc-sequencia
            read devolucao-compra-arq
                key is dvc-chave
                invalid key
                     move ws-form-cd-pedido-compra     to dvc-cd-pedido-compra
                     move ws-form-item-sequencia        to dvc-sequencia
                     move pci-cd-produto               to dvc-cd-produto
                     move ws-form-qtd-devolver          to dvc-qtd-devolvida
                     move ws-valor-devolucao            to dvc-valor-devolvido
                     move function current-date (1:8)   to dvc-data-ultima
                     move ws-form-motivo               to dvc-motivo
                     move ws-operador-logado           to dvc-operador
                     move ws-form-lote                 to dvc-lote
                     move ws-form-cd-deposito           to dvc-cd-deposito
                     write reg-devolucao-compra
                         invalid key
                              continue
                     end-write
                not invalid key
                     add  ws-form-qtd-devolver          to dvc-qtd-devolvida
                     add  ws-valor-devolucao            to dvc-valor-devolvido
                     move function current-date (1:8)   to dvc-data-ultima
                     move ws-form-motivo               to dvc-motivo
                     move ws-operador-logado           to dvc-operador
                     move ws-form-lote                 to dvc-lote
                     move ws-form-cd-deposito           to dvc-cd-deposito
                     rewrite reg-devolucao-compra
                         invalid key
                              continue
                     end-rewrite
            end-read
            .

       2530-exit.
            exit.

      *>===================================================================================
       2540-emitir-nota-debito section.
       2540.
            move "NOTADEB"                           to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            move ws-seq-numero-gerado                 to ndb-cd-nota
            move pdc-cd-fornecedor                   to ndb-cd-fornecedor
            move ws-form-cd-pedido-compra            to ndb-cd-pedido-compra
            move ws-valor-devolucao                  to ndb-valor
            move zeros                               to ndb-valor-utilizado
            set  ndb-aberta                          to true
            move function current-date (1:8)          to ndb-data-emissao
            move ws-operador-logado                  to ndb-operador
            write reg-nota-debito
                invalid key
                     continue
            end-write
            .

       2540-exit.
            exit.

      *>===================================================================================
      *>   2600-abater-nota-debito: abatimento pedido pela tela de uma
      *>   nota que ficou em aberto (o fornecedor não tinha parcela a
      *>   pagar quando ela foi emitida).
       2600-abater-nota-debito section.
       2600.
            if   ws-form-cd-nota = zeros
                 move "Informe o numero da nota de debito." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-nota                     to ndb-cd-nota
            read nota-debito-arq
                key is ndb-cd-nota
                invalid key
                     move "Nota de debito nao encontrada." to ws-mensagem-retorno
                     exit section
            end-read
            if   not ndb-aberta
                 move "Nota de debito ja utilizada ou cancelada." to ws-mensagem-retorno
                 exit section
            end-if
            if   ndb-valor-utilizado >= ndb-valor
                 move "Nota de debito sem saldo."     to ws-mensagem-retorno
                 exit section
            end-if

            perform 2610-aplicar-nota-debito

            move spaces                              to ws-mensagem-retorno
            if   ws-debito-aplicado = zeros
                 move "Fornecedor sem parcela em aberto; a nota fica para a proxima compra." to ws-mensagem-retorno
            else
                 string "Debito de "
                        ws-debito-aplicado
                        " abatido das parcelas em aberto."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2600-exit.
            exit.

      *>===================================================================================
      *>   2610-aplicar-nota-debito: aplica o saldo da nota (em
      *>   reg-nota-debito) nas parcelas de compra em aberto do
      *>   fornecedor, em ordem de chave (mesma técnica de
      *>   2600-abater-nota-credito em Devolucao.cbl). Parcela que está
      *>   no banco (remessa enviada) não é mexida. Débito que sobrar
      *>   fica na nota (Aberta).
       2610-aplicar-nota-debito section.
       2610.
            compute ws-debito-restante =
                    ndb-valor - ndb-valor-utilizado
            move zeros                               to ws-debito-aplicado
            if   ws-debito-restante = zeros
                 exit section
            end-if

            move "N"                                 to ws-ind-fim-pagar
            move low-values                          to pag-chave
            start pagar-arq key is greater than or equal pag-chave
                invalid key
                     set ws-pagar-eof                 to true
            end-start
            perform until ws-pagar-eof
                    or ws-debito-restante = zeros
                read pagar-arq next record
                    at end
                         set ws-pagar-eof              to true
                    not at end
                         if   pag-aberta
                         and  pag-origem-compra
                         and  not pag-em-remessa
                         and  pag-cd-fornecedor = ndb-cd-fornecedor
                              perform 2615-abater-parcela
                         end-if
                end-read
            end-perform

            add  ws-debito-aplicado                  to ndb-valor-utilizado
            if   ndb-valor-utilizado >= ndb-valor
                 set  ndb-utilizada                  to true
            end-if
            rewrite reg-nota-debito
                invalid key
                     continue
            end-rewrite
            .

       2610-exit.
            exit.

      *>===================================================================================
      *>   2615-abater-parcela: o abatido sai de pag-valor (o que resta
      *>   pagar) e acumula em pag-valor-abatido; parcela zerada fica
      *>   Cancelada - compensada, sem pagamento a conciliar.
       2615-abater-parcela section.
       2615.
            if   pag-valor = zeros
                 exit section
            end-if
            if   ws-debito-restante >= pag-valor
                 move pag-valor                       to ws-abate-parcela
            else
                 move ws-debito-restante              to ws-abate-parcela
            end-if

            subtract ws-abate-parcela                 from pag-valor
            add  ws-abate-parcela                    to pag-valor-abatido
            move ndb-cd-nota                         to pag-cd-nota-debito
            if   pag-valor = zeros
                 set  pag-cancelada                  to true
                 move function current-date (1:8)     to pag-data-baixa
                 move ws-operador-logado              to pag-operador-baixa
            end-if
            rewrite reg-pagar
                invalid key
                     exit section
            end-rewrite

            subtract ws-abate-parcela                 from ws-debito-restante
            add  ws-abate-parcela                    to ws-debito-aplicado
            .

       2615-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pedido-compra-arq
            close pedido-compra-it-arq
            close fornecedor-arq
            close produto-arq
            close estoque-mov-arq
            close prd-lote-arq
            close deposito-arq
            close devolucao-compra-arq
            close nota-debito-arq
            close pagar-arq
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
                <form name=frmDevolucaoCompra id=frmDevolucaoCompra method=post action="DevolucaoCompra.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=itemSequencia id=itemSequencia value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=8 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Pedido de compra&nbsp;</td>
                        <td colspan=7>
                            <input name=cdPedidoCompra id=cdPedidoCompra size=7 maxlength=7 value=":ws-form-cd-pedido-compra" class="campo" tabIndex=1>
                            <img title="Carregar Pedido de Compra" style="cursor:hand; width:16; height:16;" onClick="CarregarPedido();" src="Icones/check.gif" tabIndex=2>
                            &nbsp;:ws-fornecedor-razao-social
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Devolução&nbsp;</td>
                        <td colspan=7>
                            qtd <input name=qtdDevolver id=qtdDevolver size=5 maxlength=5 value="" class="campo" title="Quantidade devolvida" tabIndex=3>
                            motivo <input name=motivo id=motivo size=30 maxlength=40 value="" class="campo" title="Motivo da devolucao" tabIndex=4>
                            lote <input name=lote id=lote size=10 maxlength=10 value="" class="campo" title="Lote devolvido (em branco = o que vence primeiro)" tabIndex=5>
                            dep. <input name=cdDeposito id=cdDeposito size=3 maxlength=3 value="1" class="campo" title="Deposito de onde a mercadoria sai (1 = loja)" tabIndex=6>
                            (use o ícone da linha para apontar o item)
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Abater nota&nbsp;</td>
                        <td colspan=7>
                            nota <input name=cdNota id=cdNota size=7 maxlength=7 value="" class="campo" title="Numero da nota de debito" tabIndex=7>
                            <button class=botao name=BotAbater onclick='AbaterNota();' style="width:160px;" tabindex=8><label>Abater das Parcelas</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-item-qtd > 0
                 exec html
                    <tr>
                        <td colspan=8>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Seq.</td>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Qtd pedida</td>
                                    <td class=titulocampo>Qtd recebida</td>
                                    <td class=titulocampo>Qtd devolvida</td>
                                    <td class=titulocampo>Custo Unit.</td>
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
       8000-linhas-itens section.
       8000.
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                exec html
                    <tr>
                        <td>:ws-item-r-sequencia(ws-item-tab-idx)</td>
                        <td>:ws-item-r-cd-produto(ws-item-tab-idx)</td>
                        <td>:ws-item-r-descricao(ws-item-tab-idx)</td>
                        <td><div align=center>:ws-item-r-quantidade(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-recebida(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-qtd-devolvida(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-custo-unitario(ws-item-tab-idx)</div></td>
                        <td><img title="Devolver Item" style="cursor:hand; width:16; height:16;"
                                 onClick="DevolverItem(:ws-item-r-sequencia(ws-item-tab-idx));" src="Icones/check.gif"></td>
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
                        document.all.frmDevolucaoCompra.action = "DevolucaoCompra.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmDevolucaoCompra.submit();
                    }

                    function CarregarPedido() {
                        Submeter("30");
                    }

                    function DevolverItem(sequencia) {
                        if (document.all.qtdDevolver.value == "" || document.all.motivo.value == "") {
                            alert("Informe a quantidade e o motivo antes de apontar o item.");
                            return;
                        }
                        if (confirm("Confirma a devolucao deste item ao fornecedor?")) {
                            document.all.itemSequencia.value = sequencia;
                            Submeter("60");
                        }
                    }

                    function AbaterNota() {
                        if (document.all.cdNota.value == "") {
                            alert("Informe o numero da nota de debito.");
                            return;
                        }
                        if (confirm("Confirma o abatimento desta nota nas parcelas em aberto?")) {
                            Submeter("70");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
