      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RastreioLote.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                           Rastreabilidade de Lote (recall)
      *>            --------------------------------------------------------
      *>
      *>   Consulta de um lote de produto (produto + lote) a partir dos
      *>   movimentos de ESTOQUE-MOV.DAT que carregam o lote (mov-lote):
      *>     - para trás: as entradas "PDC nnnnnnn" levam ao pedido de
      *>       compra (PEDIDO-COMPRA.DAT) e ao fornecedor;
      *>     - para frente: as saídas "PED"/"PEN" levam ao pedido de
      *>       venda, ao cliente, à confirmação de entrega (ENTREGA.DAT)
      *>       e ao romaneio/veículo que levou a carga; as remessas "CSG"
      *>       à consignação do cliente; as devoluções "DVC" ao
      *>       fornecedor;
      *>     - o que ainda está em estoque: os registros de PRD-LOTE.DAT
      *>       do lote e o saldo do lote por depósito, somado dos
      *>       próprios movimentos (entrada soma, saída subtrai, ajuste
      *>       pelo sentido).
      *>   Recolher (somente supervisor) bloqueia o que resta do lote
      *>   para venda sem tirá-lo do estoque: o lote é marcado Recolhido
      *>   (as varreduras FEFO de Pedido, Consignacao e PedidoCompra
      *>   pulam o lote), lot-saldo e prd-saldo-atual continuam com a
      *>   mercadoria física, o saldo de cada PRD-LOTE é copiado para
      *>   lot-qtd-recolhida e a quantidade entra em prd-saldo-reservado,
      *>   saindo do disponível para venda. Cada cliente que recebeu o
      *>   lote ganha uma tarefa de contato em CLI-TAREFA.DAT (mesmo
      *>   molde de ConfirmaEntrega.cbl). Pedido cancelado e entrega
      *>   recusada não geram tarefa - a mercadoria voltou.
      *>   O lote bloqueado sai do estoque de um de dois jeitos: volta
      *>   ao fornecedor por DevolucaoCompra.cbl, que libera o bloqueio
      *>   na mesma medida, ou é descartado aqui (Descartar, somente
      *>   supervisor): a quantidade recolhida sai de lot-saldo, do
      *>   saldo e do reservado do produto por ajuste de redução ("RCL
      *>   nnnnn", mesmo molde do ajuste de Inventario.cbl) em cada
      *>   depósito que tinha o lote, e o descarte entra nas exceções
      *>   autorizadas (RegistraExcecao), valorizado ao custo médio.
      *>   Chamado pelo menu em "3 - Consultas" (perfis de vendas e
      *>   supervisor).
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
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
           select pedido-compra-arq assign  to "PEDIDO-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pdc-cd-pedido-compra
                  file status                is ws-status-pedido-compra.
           select fornecedor-arq assign     to "FORNECEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is frn-cd-fornecedor
                  file status                is ws-status-fornecedor.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select entrega-arq assign        to "ENTREGA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ent-cd-pedido
                  file status                is ws-status-entrega.
           select romaneio-arq assign       to "ROMANEIO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rmn-chave
                  file status                is ws-status-romaneio.
           select veiculo-arq assign        to "VEICULO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is vei-cd-veiculo
                  file status                is ws-status-veiculo.
           select consignacao-arq assign    to "CONSIGNACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csg-cd-consignacao
                  alternate record key       is csg-cd-cliente with duplicates
                  file status                is ws-status-consignacao.
           select deposito-arq assign       to "DEPOSITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dep-cd-deposito
                  file status                is ws-status-deposito.
           select cli-tarefa-arq assign     to "CLI-TAREFA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is tar-chave
                  file status                is ws-status-cli-tarefa.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  produto-arq.
       copy "PROD.CPY".
       fd  estoque-mov-arq.
       copy "ESTMOV.CPY".
       fd  prd-lote-arq.
       copy "LOTE.CPY".
       fd  pedido-compra-arq.
       copy "PEDCOMP.CPY".
       fd  fornecedor-arq.
       copy "FORN.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  entrega-arq.
       copy "ENTREGA.CPY".
       fd  romaneio-arq.
       copy "ROMANEIO.CPY".
       fd  veiculo-arq.
       copy "VEIC.CPY".
       fd  consignacao-arq.
       copy "CONSIG.CPY".
       fd  deposito-arq.
       copy "DEPOSITO.CPY".
       fd  cli-tarefa-arq.
       copy "CLITAR.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".
       78  ws-deposito-padrao                         value 1.

       01  ws-controle-arquivos.
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-estoque-mov                 pic x(02)       value "00".
              88 ws-estoque-mov-ok                                  value "00".
              88 ws-estoque-mov-nao-encontrado                      value "23" "35".
           03 ws-status-prd-lote                    pic x(02)       value "00".
              88 ws-prd-lote-ok                                     value "00".
              88 ws-prd-lote-nao-encontrado                         value "23" "35".
           03 ws-status-pedido-compra               pic x(02)       value "00".
              88 ws-pedido-compra-ok                                value "00".
              88 ws-pedido-compra-nao-encontrado                    value "23" "35".
           03 ws-status-fornecedor                  pic x(02)       value "00".
              88 ws-fornecedor-ok                                   value "00".
              88 ws-fornecedor-nao-encontrado                       value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-entrega                     pic x(02)       value "00".
              88 ws-entrega-ok                                      value "00".
              88 ws-entrega-nao-encontrado                          value "23" "35".
           03 ws-status-romaneio                    pic x(02)       value "00".
              88 ws-romaneio-ok                                     value "00".
              88 ws-romaneio-nao-encontrado                         value "23" "35".
           03 ws-status-veiculo                     pic x(02)       value "00".
              88 ws-veiculo-ok                                      value "00".
              88 ws-veiculo-nao-encontrado                          value "23" "35".
           03 ws-status-consignacao                 pic x(02)       value "00".
              88 ws-consignacao-ok                                  value "00".
              88 ws-consignacao-nao-encontrado                      value "23" "35".
           03 ws-status-deposito                    pic x(02)       value "00".
              88 ws-deposito-ok                                     value "00".
              88 ws-deposito-nao-encontrado                         value "23" "35".
           03 ws-status-cli-tarefa                  pic x(02)       value "00".
              88 ws-cli-tarefa-ok                                   value "00".
              88 ws-cli-tarefa-nao-encontrado                       value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                           pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-rastrear                                  value "20".
              88 ws-opcao-recolher                                  value "50".
              88 ws-opcao-descartar                                 value "60".

       01  ws-form-rastreio.
           03 ws-form-cd-produto                    pic 9(05)       value zeros.
           03 ws-form-lote                          pic x(10)       value spaces.
           03 ws-form-motivo-recolhimento            pic x(30)       value spaces.

       01  ws-ind-rastreio-feito                      pic x(01)       value "N".
          88 ws-rastreio-feito                                       value "S".
       01  ws-ind-fim-movimento                       pic x(01)       value "N".
          88 ws-movimento-eof                                        value "S".
       01  ws-ind-fim-lote                            pic x(01)       value "N".
          88 ws-lote-eof                                             value "S".
       01  ws-ind-fim-deposito                        pic x(01)       value "N".
          88 ws-deposito-eof                                         value "S".
       01  ws-ind-achou                              pic x(01)       value "N".
          88 ws-achou                                                value "S".
       01  ws-ind-gera-tarefa                         pic x(01)       value "N".
          88 ws-gera-tarefa                                          value "S".

       01  ws-descricao-produto                       pic x(40)       value spaces.
       01  ws-cd-documento                            pic 9(07)       value zeros.
       01  ws-cd-cliente-destino                      pic 9(05)       value zeros.
       01  ws-quantidade-sinal                        pic s9(07)      value zeros.
       01  ws-data-romaneio                           pic 9(08)       value zeros.

      *>   Registros do lote em PRD-LOTE.DAT (um por validade).
       01  ws-tab-lotes.
           03 ws-lot-linha                           occurs 20 times.
              05 ws-lot-validade                      pic 9(08).
              05 ws-lot-saldo                         pic s9(07).
              05 ws-lot-situacao                      pic x(10).
              05 ws-lot-qtd-recolhida                  pic s9(07).
              05 ws-lot-data-recolhimento              pic 9(08).
       01  ws-lot-qtd                                pic 9(03)       value zeros.
       01  ws-lot-tab-idx                             pic 9(03)       value zeros.

      *>   Origem: entradas de compra do lote.
       01  ws-tab-origens.
           03 ws-ori-linha                           occurs 30 times.
              05 ws-ori-data                          pic 9(08).
              05 ws-ori-cd-pedido-compra               pic 9(07).
              05 ws-ori-data-pedido                    pic 9(08).
              05 ws-ori-cd-fornecedor                  pic 9(05).
              05 ws-ori-razao-social                   pic x(40).
              05 ws-ori-quantidade                     pic 9(05).
              05 ws-ori-cd-deposito                    pic 9(03).
       01  ws-ori-qtd                                pic 9(03)       value zeros.
       01  ws-ori-tab-idx                             pic 9(03)       value zeros.

      *>   Destino: saídas, devoluções e ajustes do lote.
       01  ws-tab-destinos.
           03 ws-des-linha                           occurs 300 times.
              05 ws-des-data                          pic 9(08).
              05 ws-des-tipo                          pic x(20).
              05 ws-des-documento                     pic x(12).
              05 ws-des-quantidade                     pic 9(05).
              05 ws-des-cd-deposito                    pic 9(03).
              05 ws-des-cd-destinatario                 pic 9(05).
              05 ws-des-nome-destinatario               pic x(40).
              05 ws-des-entrega                       pic x(20).
              05 ws-des-data-entrega                   pic 9(08).
              05 ws-des-placa                         pic x(07).
              05 ws-des-romaneio                      pic x(15).
       01  ws-des-qtd                                pic 9(03)       value zeros.
       01  ws-des-tab-idx                             pic 9(03)       value zeros.

      *>   Saldo do lote por depósito, somado dos movimentos.
       01  ws-tab-saldos-deposito.
           03 ws-sdl-linha                           occurs 50 times.
              05 ws-sdl-cd-deposito                    pic 9(03).
              05 ws-sdl-descricao                      pic x(30).
              05 ws-sdl-saldo                         pic s9(07).
       01  ws-sdl-qtd                                pic 9(03)       value zeros.
       01  ws-sdl-tab-idx                             pic 9(03)       value zeros.
       01  ws-sdl-idx-achado                          pic 9(03)       value zeros.

      *>   Clientes que receberam o lote (uma tarefa por cliente no
      *>   recolhimento).
       01  ws-tab-clientes-afetados.
           03 ws-caf-linha                           occurs 300 times.
              05 ws-caf-cd-cliente                     pic 9(05).
              05 ws-caf-documento                      pic x(12).
       01  ws-caf-qtd                                pic 9(03)       value zeros.
       01  ws-caf-tab-idx                             pic 9(03)       value zeros.

      *>   Recolhimento.
       01  ws-qtd-recolher                            pic s9(07)      value zeros.
       01  ws-qtd-restante-recolher                    pic s9(07)      value zeros.
       01  ws-qtd-ajuste                              pic s9(07)      value zeros.
       01  ws-cd-deposito-ajuste                       pic 9(03)       value zeros.
       01  ws-qtd-tarefas-criadas                      pic 9(03)       value zeros.
       01  ws-proxima-sequencia-mov                    pic 9(05)       value zeros.
       01  ws-proxima-sequencia-tarefa                 pic 9(05)       value zeros.
       01  ws-mov-documento-recolhimento                pic x(12)       value spaces.
       01  ws-data-prevista-formatada                  pic x(10)       value spaces.
       01  ws-qtd-recolher-exibicao                    pic z(06)9      value zeros.

      *>   Descarte do lote recolhido.
       01  ws-qtd-descartar                           pic s9(07)      value zeros.
       01  ws-qtd-descartar-exibicao                   pic z(06)9      value zeros.

      *>   O descarte entra nas exceções autorizadas pelo supervisor
      *>   (CALL para RegistraExcecao, mesmo molde do ajuste de
      *>   Inventario.cbl), valorizado ao custo médio.
       01  ws-parametros-registra-excecao.
           03 ws-exc-tipo                           pic 9(02)       value zeros.
           03 ws-exc-autorizador                    pic x(10)       value spaces.
           03 ws-exc-solicitante                    pic x(10)       value spaces.
           03 ws-exc-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-exc-cd-cliente                     pic 9(05)       value zeros.
           03 ws-exc-documento                      pic x(12)       value spaces.
           03 ws-exc-valor                          pic 9(11)v9(02) value zeros.
           03 ws-exc-motivo                         pic x(60)       value spaces.
           03 ws-exc-cd-excecao                     pic 9(09)       value zeros.

      *>   Saldos por depósito (CALL para AtualizaDeposito, mesmo padrão
      *>   de Inventario.cbl).
       01  ws-parametros-atualiza-deposito.
           03 ws-dep-cd-produto                      pic 9(05)       value zeros.
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
      *>   1100-abrir-arquivos: as origens e destinos só são lidos; o
      *>   recolhimento grava lote, produto e tarefa; o descarte grava
      *>   lote, produto e movimento.
       1100-abrir-arquivos section.
       1100.
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

            open i-o cli-tarefa-arq
            if   ws-cli-tarefa-nao-encontrado
                 open output cli-tarefa-arq
                 close cli-tarefa-arq
                 open i-o cli-tarefa-arq
            end-if

            open input pedido-compra-arq
            open input fornecedor-arq
            open input pedido-arq
            open input cliente-arq
            open input entrega-arq
            open input romaneio-arq
            open input veiculo-arq
            open input consignacao-arq
            open input deposito-arq
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
            if   ws-perfil-logado < 2
                 move "Rastreabilidade de lote restrita aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
            else
                 evaluate true
                     when ws-jan-manutencao-ativa
                      and (ws-opcao-recolher or ws-opcao-descartar)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-rastrear
                          perform 1200-obter-campos-formulario
                          perform 2100-rastrear-lote
                     when ws-opcao-recolher
                      and ws-perfil-logado not = 3
                          move "Recolhimento de lote restrito ao supervisor."
                                                     to ws-mensagem-retorno
                     when ws-opcao-recolher
                          perform 1200-obter-campos-formulario
                          perform 2500-recolher-lote
                     when ws-opcao-descartar
                      and ws-perfil-logado not = 3
                          move "Descarte de lote restrito ao supervisor."
                                                     to ws-mensagem-retorno
                     when ws-opcao-descartar
                          perform 1200-obter-campos-formulario
                          perform 2600-descartar-lote
                     when other
                          continue
                 end-evaluate
            end-if
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
      *>   (JanelaManutencao.cbl) deixa a tela só para consulta - o
      *>   recolhimento é recusado com o término previsto.
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
                getfield( ws-form-cd-produto )
                getfield( ws-form-lote )
                getfield( ws-form-motivo-recolhimento )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-rastrear-lote: carrega os registros do lote, varre os
      *>   movimentos do produto que carregam o lote e monta origens,
      *>   destinos, saldo por depósito e clientes afetados.
       2100-rastrear-lote section.
       2100.
            move "N"                                 to ws-ind-rastreio-feito
            if   ws-form-cd-produto = zeros
                 move "Informe o codigo do produto."   to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-lote = spaces
                 move "Informe o lote."                to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-produto                  to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     move "Produto nao cadastrado."   to ws-mensagem-retorno
                     exit section
            end-read
            move prd-descricao                       to ws-descricao-produto

            move zeros                               to ws-lot-qtd
            move zeros                               to ws-ori-qtd
            move zeros                               to ws-des-qtd
            move zeros                               to ws-sdl-qtd
            move zeros                               to ws-caf-qtd

            perform 2110-carregar-lotes
            perform 2120-varrer-movimentos
            perform 2190-descrever-depositos

            if   ws-lot-qtd = zeros
            and  ws-ori-qtd = zeros
            and  ws-des-qtd = zeros
                 move "Nenhum registro ou movimento para o lote informado."
                                                     to ws-mensagem-retorno
                 exit section
            end-if
            set  ws-rastreio-feito                   to true
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2110-carregar-lotes: todos os registros do produto com o lote
      *>   informado, em qualquer validade.
       2110-carregar-lotes section.
       2110.
            move "N"                                 to ws-ind-fim-lote
            move ws-form-cd-produto                  to lot-cd-produto
            move zeros                               to lot-data-validade
            move low-values                          to lot-lote
            start prd-lote-arq key is greater than or equal lot-chave
                invalid key
                     set ws-lote-eof                 to true
            end-start

            perform until ws-lote-eof
                    or ws-lot-qtd >= 20
                read prd-lote-arq next record
                    at end
                         set ws-lote-eof              to true
                    not at end
                         if   lot-cd-produto not = ws-form-cd-produto
                              set ws-lote-eof          to true
                         else
                              if   lot-lote = ws-form-lote
                                   perform 2115-guardar-lote
                              end-if
                         end-if
                end-read
            end-perform
            .

       2110-exit.
            exit.

      *>===================================================================================
       2115-guardar-lote section.
       2115.
            add 1                                    to ws-lot-qtd
            move lot-data-validade                    to ws-lot-validade(ws-lot-qtd)
            move lot-saldo                           to ws-lot-saldo(ws-lot-qtd)
            if   lot-recolhido
                 move "Recolhido"                     to ws-lot-situacao(ws-lot-qtd)
                 move lot-qtd-recolhida                to ws-lot-qtd-recolhida(ws-lot-qtd)
                 move lot-data-recolhimento            to ws-lot-data-recolhimento(ws-lot-qtd)
            else
                 move "Liberado"                      to ws-lot-situacao(ws-lot-qtd)
                 move zeros                           to ws-lot-qtd-recolhida(ws-lot-qtd)
                 move zeros                           to ws-lot-data-recolhimento(ws-lot-qtd)
            end-if
            .

       2115-exit.
            exit.

      *>===================================================================================
       2120-varrer-movimentos section.
       2120.
            move "N"                                 to ws-ind-fim-movimento
            move ws-form-cd-produto                  to mov-cd-produto
            move zeros                               to mov-sequencia
            start estoque-mov-arq key is greater than or equal mov-chave
                invalid key
                     set ws-movimento-eof             to true
            end-start

            perform until ws-movimento-eof
                read estoque-mov-arq next record
                    at end
                         set ws-movimento-eof          to true
                    not at end
                         if   mov-cd-produto not = ws-form-cd-produto
                              set ws-movimento-eof     to true
                         else
                              if   mov-lote = ws-form-lote
                                   perform 2130-classificar-movimento
                              end-if
                         end-if
                end-read
            end-perform
            .

       2120-exit.
            exit.

      *>===================================================================================
      *>   2130-classificar-movimento: soma no saldo do depósito e manda
      *>   a entrada de compra para as origens e o resto para os
      *>   destinos.
       2130-classificar-movimento section.
       2130.
            evaluate true
                when mov-entrada
                     move mov-quantidade               to ws-quantidade-sinal
                when mov-ajuste
                 and mov-ajuste-acrescimo
                     move mov-quantidade               to ws-quantidade-sinal
                when other
                     compute ws-quantidade-sinal = 0 - mov-quantidade
            end-evaluate
            perform 2135-somar-saldo-deposito

            if   mov-entrada
            and  mov-documento (1:4) = "PDC "
            and  mov-documento (5:7) is numeric
                 perform 2140-registrar-origem
            else
                 perform 2150-registrar-destino
            end-if
            .

       2130-exit.
            exit.

      *>===================================================================================
       2135-somar-saldo-deposito section.
       2135.
            move zeros                               to ws-sdl-idx-achado
            perform varying ws-sdl-tab-idx from 1 by 1
                    until ws-sdl-tab-idx > ws-sdl-qtd
                       or ws-sdl-idx-achado > zeros
                if   ws-sdl-cd-deposito(ws-sdl-tab-idx) = mov-cd-deposito
                     move ws-sdl-tab-idx               to ws-sdl-idx-achado
                end-if
            end-perform

            if   ws-sdl-idx-achado = zeros
                 if   ws-sdl-qtd >= 50
                      exit section
                 end-if
                 add 1                                to ws-sdl-qtd
                 move ws-sdl-qtd                      to ws-sdl-idx-achado
                 move mov-cd-deposito                 to ws-sdl-cd-deposito(ws-sdl-qtd)
                 move spaces                          to ws-sdl-descricao(ws-sdl-qtd)
                 move zeros                           to ws-sdl-saldo(ws-sdl-qtd)
            end-if
            add  ws-quantidade-sinal                  to ws-sdl-saldo(ws-sdl-idx-achado)
            .

       2135-exit.
            exit.

      *>===================================================================================
      *>   2140-registrar-origem: entrada "PDC nnnnnnn" - pedido de compra
      *>   e fornecedor.
       2140-registrar-origem section.
       2140.
            if   ws-ori-qtd >= 30
                 exit section
            end-if
            add 1                                    to ws-ori-qtd
            move mov-data                            to ws-ori-data(ws-ori-qtd)
            move mov-quantidade                      to ws-ori-quantidade(ws-ori-qtd)
            move mov-cd-deposito                     to ws-ori-cd-deposito(ws-ori-qtd)
            move mov-documento (5:7)                 to ws-ori-cd-pedido-compra(ws-ori-qtd)
            move zeros                               to ws-ori-data-pedido(ws-ori-qtd)
            move zeros                               to ws-ori-cd-fornecedor(ws-ori-qtd)
            move spaces                              to ws-ori-razao-social(ws-ori-qtd)

            move mov-documento (5:7)                 to pdc-cd-pedido-compra
            read pedido-compra-arq
                key is pdc-cd-pedido-compra
                invalid key
                     exit section
            end-read
            move pdc-data                            to ws-ori-data-pedido(ws-ori-qtd)
            move pdc-cd-fornecedor                   to ws-ori-cd-fornecedor(ws-ori-qtd)

            move pdc-cd-fornecedor                   to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     continue
                not invalid key
                     move frn-razao-social             to ws-ori-razao-social(ws-ori-qtd)
            end-read
            .

       2140-exit.
            exit.

      *>===================================================================================
      *>   2150-registrar-destino: saída de pedido ("PED"), liberação de
      *>   pendência ("PEN", também pedido de venda), remessa em
      *>   consignação ("CSG"), devolução ao fornecedor ("DVC"), ajustes
      *>   e demais entradas (retorno de entrega, cancelamento).
       2150-registrar-destino section.
       2150.
            if   ws-des-qtd >= 300
                 exit section
            end-if
            add 1                                    to ws-des-qtd
            move mov-data                            to ws-des-data(ws-des-qtd)
            move mov-documento                       to ws-des-documento(ws-des-qtd)
            move mov-quantidade                      to ws-des-quantidade(ws-des-qtd)
            move mov-cd-deposito                     to ws-des-cd-deposito(ws-des-qtd)
            move zeros                               to ws-des-cd-destinatario(ws-des-qtd)
            move spaces                              to ws-des-nome-destinatario(ws-des-qtd)
            move spaces                              to ws-des-entrega(ws-des-qtd)
            move zeros                               to ws-des-data-entrega(ws-des-qtd)
            move spaces                              to ws-des-placa(ws-des-qtd)
            move spaces                              to ws-des-romaneio(ws-des-qtd)

            move zeros                               to ws-cd-documento
            if   mov-documento (5:7) is numeric
                 move mov-documento (5:7)             to ws-cd-documento
            end-if

            evaluate true
                when mov-saida
                 and (mov-documento (1:4) = "PED " or mov-documento (1:4) = "PEN ")
                 and ws-cd-documento > zeros
                     if   mov-documento (1:4) = "PED "
                          move "Pedido de venda"       to ws-des-tipo(ws-des-qtd)
                     else
                          move "Pendencia liberada"    to ws-des-tipo(ws-des-qtd)
                     end-if
                     perform 2160-descrever-pedido
                when mov-saida
                 and mov-documento (1:4) = "CSG "
                 and ws-cd-documento > zeros
                     move "Consignacao"               to ws-des-tipo(ws-des-qtd)
                     perform 2170-descrever-consignacao
                when mov-saida
                 and mov-documento (1:4) = "DVC "
                 and ws-cd-documento > zeros
                     move "Devolucao fornecedor"      to ws-des-tipo(ws-des-qtd)
                     perform 2180-descrever-devolucao
                when mov-saida
                     move "Saida"                     to ws-des-tipo(ws-des-qtd)
                when mov-ajuste
                 and mov-ajuste-reducao
                     move "Ajuste (-)"                to ws-des-tipo(ws-des-qtd)
                     move mov-motivo                  to ws-des-nome-destinatario(ws-des-qtd)
                when mov-ajuste
                     move "Ajuste (+)"                to ws-des-tipo(ws-des-qtd)
                     move mov-motivo                  to ws-des-nome-destinatario(ws-des-qtd)
                when other
                     move "Entrada"                   to ws-des-tipo(ws-des-qtd)
            end-evaluate
            .

       2150-exit.
            exit.

      *>===================================================================================
      *>   2160-descrever-pedido: cliente, confirmação de entrega e o
      *>   romaneio (veículo + data do romaneio, que é a data da
      *>   reentrega quando houve) do pedido de venda.
       2160-descrever-pedido section.
       2160.
            move ws-cd-documento                     to ped-cd-pedido
            read pedido-arq
                key is ped-cd-pedido
                invalid key
                     exit section
            end-read
            move ped-cd-cliente                      to ws-des-cd-destinatario(ws-des-qtd)
            perform 2165-obter-nome-cliente
            move "S"                                 to ws-ind-gera-tarefa
            if   ped-cancelado
                 move "Pedido cancelado"              to ws-des-entrega(ws-des-qtd)
                 move "N"                            to ws-ind-gera-tarefa
            end-if

            move ped-data                            to ws-data-romaneio
            move ped-cd-pedido                       to ent-cd-pedido
            read entrega-arq
                key is ent-cd-pedido
                invalid key
                     if   not ped-cancelado
                          if   ped-cd-veiculo > zeros
                               move "A confirmar"      to ws-des-entrega(ws-des-qtd)
                          else
                               move "Sem veiculo"      to ws-des-entrega(ws-des-qtd)
                          end-if
                     end-if
                not invalid key
                     move ent-data                    to ws-des-data-entrega(ws-des-qtd)
                     evaluate true
                         when ent-entregue
                              move "Entregue"          to ws-des-entrega(ws-des-qtd)
                         when ent-recusada
                              move "Recusada"          to ws-des-entrega(ws-des-qtd)
                              move "N"                to ws-ind-gera-tarefa
                         when ent-reentrega
                              move "Reentrega"         to ws-des-entrega(ws-des-qtd)
                              move ent-data-reentrega   to ws-des-data-entrega(ws-des-qtd)
                              move ent-data-reentrega   to ws-data-romaneio
                         when other
                              continue
                     end-evaluate
            end-read

            if   ped-cd-veiculo > zeros
                 move ped-cd-veiculo                  to vei-cd-veiculo
                 read veiculo-arq
                     key is vei-cd-veiculo
                     invalid key
                          continue
                     not invalid key
                          move vei-placa               to ws-des-placa(ws-des-qtd)
                 end-read

                 move ped-cd-veiculo                  to rmn-cd-veiculo
                 move ws-data-romaneio                to rmn-data
                 read romaneio-arq
                     key is rmn-chave
                     invalid key
                          move "Nao finalizado"        to ws-des-romaneio(ws-des-qtd)
                     not invalid key
                          if   rmn-finalizado
                               move "Finalizado"        to ws-des-romaneio(ws-des-qtd)
                          else
                               move "Nao finalizado"    to ws-des-romaneio(ws-des-qtd)
                          end-if
                 end-read
            end-if

            if   ws-gera-tarefa
                 move ped-cd-cliente                  to ws-cd-cliente-destino
                 perform 2185-guardar-cliente-afetado
            end-if
            .

       2160-exit.
            exit.

      *>===================================================================================
       2165-obter-nome-cliente section.
       2165.
            move ws-des-cd-destinatario(ws-des-qtd)   to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social             to ws-des-nome-destinatario(ws-des-qtd)
            end-read
            .

       2165-exit.
            exit.

      *>===================================================================================
       2170-descrever-consignacao section.
       2170.
            move ws-cd-documento                     to csg-cd-consignacao
            read consignacao-arq
                key is csg-cd-consignacao
                invalid key
                     exit section
            end-read
            move csg-cd-cliente                      to ws-des-cd-destinatario(ws-des-qtd)
            perform 2165-obter-nome-cliente
            move csg-cd-cliente                      to ws-cd-cliente-destino
            perform 2185-guardar-cliente-afetado
            .

       2170-exit.
            exit.

      *>===================================================================================
       2180-descrever-devolucao section.
       2180.
            move ws-cd-documento                     to pdc-cd-pedido-compra
            read pedido-compra-arq
                key is pdc-cd-pedido-compra
                invalid key
                     exit section
            end-read
            move pdc-cd-fornecedor                   to ws-des-cd-destinatario(ws-des-qtd)
            move pdc-cd-fornecedor                   to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     continue
                not invalid key
                     move frn-razao-social             to ws-des-nome-destinatario(ws-des-qtd)
            end-read
            .

       2180-exit.
            exit.

      *>===================================================================================
      *>   2185-guardar-cliente-afetado: um cliente por linha, com o
      *>   primeiro documento em que recebeu o lote.
       2185-guardar-cliente-afetado section.
       2185.
            move "N"                                 to ws-ind-achou
            perform varying ws-caf-tab-idx from 1 by 1
                    until ws-caf-tab-idx > ws-caf-qtd
                       or ws-achou
                if   ws-caf-cd-cliente(ws-caf-tab-idx) = ws-cd-cliente-destino
                     set  ws-achou                    to true
                end-if
            end-perform
            if   ws-achou
            or   ws-caf-qtd >= 300
                 exit section
            end-if
            add 1                                    to ws-caf-qtd
            move ws-cd-cliente-destino                to ws-caf-cd-cliente(ws-caf-qtd)
            move mov-documento                       to ws-caf-documento(ws-caf-qtd)
            .

       2185-exit.
            exit.

      *>===================================================================================
       2190-descrever-depositos section.
       2190.
            perform varying ws-sdl-tab-idx from 1 by 1
                    until ws-sdl-tab-idx > ws-sdl-qtd
                move ws-sdl-cd-deposito(ws-sdl-tab-idx) to dep-cd-deposito
                read deposito-arq
                    key is dep-cd-deposito
                    invalid key
                         continue
                    not invalid key
                         move dep-descricao             to ws-sdl-descricao(ws-sdl-tab-idx)
                end-read
            end-perform
            .

       2190-exit.
            exit.

      *>===================================================================================
      *>   2500-recolher-lote: rastreia, marca os registros do lote como
      *>   Recolhidos, bloqueia a quantidade no reservado do produto e
      *>   cria a tarefa de contato de cada cliente afetado.
       2500-recolher-lote section.
       2500.
            perform 2100-rastrear-lote
            if   not ws-rastreio-feito
                 exit section
            end-if
            if   ws-form-motivo-recolhimento = spaces
                 move "Recolhimento lote"             to ws-form-motivo-recolhimento
            end-if

            move zeros                               to ws-qtd-recolher
            move "N"                                 to ws-ind-achou
            move "N"                                 to ws-ind-fim-lote
            move ws-form-cd-produto                  to lot-cd-produto
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
                         if   lot-cd-produto not = ws-form-cd-produto
                              set ws-lote-eof          to true
                         else
                              if   lot-lote = ws-form-lote
                              and  not lot-recolhido
                                   perform 2510-marcar-lote-recolhido
                              end-if
                         end-if
                end-read
            end-perform

            if   not ws-achou
                 move "Lote sem registro em estoque ou ja recolhido."
                                                     to ws-mensagem-retorno
                 exit section
            end-if

            if   ws-qtd-recolher > zeros
                 perform 2520-bloquear-saldo-vendavel
            end-if

            move zeros                               to ws-qtd-tarefas-criadas
            perform varying ws-caf-tab-idx from 1 by 1
                    until ws-caf-tab-idx > ws-caf-qtd
                perform 2540-criar-tarefa-cliente
            end-perform

            move ws-qtd-recolher                     to ws-qtd-recolher-exibicao
            move spaces                              to ws-mensagem-retorno
            string "Lote recolhido: " ws-qtd-recolher-exibicao
                   " unidade(s) bloqueada(s), " ws-qtd-tarefas-criadas
                   " cliente(s) com tarefa de contato."
                   delimited by size into ws-mensagem-retorno

            perform 2100-rastrear-lote
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2510-marcar-lote-recolhido: lot-saldo fica como está (a
      *>   mercadoria continua no depósito); a parte bloqueada é
      *>   lot-qtd-recolhida.
       2510-marcar-lote-recolhido section.
       2510.
            set  ws-achou                            to true
            if   lot-saldo > zeros
                 add  lot-saldo                       to ws-qtd-recolher
                 move lot-saldo                       to lot-qtd-recolhida
            else
                 move zeros                           to lot-qtd-recolhida
            end-if
            set  lot-recolhido                       to true
            move function current-date (1:8)          to lot-data-recolhimento
            move ws-operador-logado                  to lot-operador-recolhimento
            rewrite reg-prd-lote
                invalid key
                     continue
            end-rewrite
            .

       2510-exit.
            exit.

      *>===================================================================================
      *>   2520-bloquear-saldo-vendavel: o total recolhido entra em
      *>   prd-saldo-reservado - continua no saldo do produto e nos
      *>   depósitos, mas sai do disponível para venda.
       2520-bloquear-saldo-vendavel section.
       2520.
            move ws-form-cd-produto                  to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     exit section
            end-read
            add  ws-qtd-recolher                      to prd-saldo-reservado
            rewrite reg-produto
                invalid key
                     continue
            end-rewrite
            .

       2520-exit.
            exit.

      *>===================================================================================
       2530-gravar-ajuste-recolhimento section.
       2530.
            perform 2535-obter-proxima-sequencia-mov
            move ws-form-cd-produto                  to mov-cd-produto
            move ws-proxima-sequencia-mov              to mov-sequencia
            set  mov-ajuste                          to true
            set  mov-ajuste-reducao                  to true
            move ws-qtd-ajuste                        to mov-quantidade
            move function current-date (1:8)          to mov-data
            move ws-mov-documento-recolhimento         to mov-documento
            move ws-operador-logado                  to mov-operador
            move ws-form-motivo-recolhimento           to mov-motivo
            move ws-operador-logado                  to mov-aprovador
            move prd-custo-medio                     to mov-custo-unitario
            move ws-form-lote                        to mov-lote
            move ws-cd-deposito-ajuste                to mov-cd-deposito
            write reg-estoque-mov
                invalid key
                     continue
            end-write

            move ws-form-cd-produto                  to ws-dep-cd-produto
            move ws-cd-deposito-ajuste                to ws-dep-cd-deposito
            compute ws-dep-quantidade = 0 - ws-qtd-ajuste
            call "AtualizaDeposito" using ws-parametros-atualiza-deposito

            subtract ws-qtd-ajuste                    from ws-qtd-restante-recolher
            .

       2530-exit.
            exit.

      *>===================================================================================
       2535-obter-proxima-sequencia-mov section.
       2535.
            move zeros                               to ws-proxima-sequencia-mov
            move ws-form-cd-produto                  to mov-cd-produto
            move 99999                                to mov-sequencia
            start estoque-mov-arq key is less than or equal mov-chave
                invalid key
                     continue
                not invalid key
                     read estoque-mov-arq previous record
                         at end
                              continue
                         not at end
                              if   mov-cd-produto = ws-form-cd-produto
                                   move mov-sequencia  to ws-proxima-sequencia-mov
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-mov
            .

       2535-exit.
            exit.

      *>===================================================================================
      *>   2540-criar-tarefa-cliente: tarefa pendente para hoje na agenda
      *>   do cliente (mesma numeração de ConfirmaEntrega.cbl).
       2540-criar-tarefa-cliente section.
       2540.
            move function current-date (7:2)          to ws-data-prevista-formatada (1:2)
            move "/"                                 to ws-data-prevista-formatada (3:1)
            move function current-date (5:2)          to ws-data-prevista-formatada (4:2)
            move "/"                                 to ws-data-prevista-formatada (6:1)
            move function current-date (1:4)          to ws-data-prevista-formatada (7:4)

            move zeros                               to ws-proxima-sequencia-tarefa
            move ws-caf-cd-cliente(ws-caf-tab-idx)    to tar-cd-cliente
            move 99999                                to tar-sequencia
            start cli-tarefa-arq key is less than or equal tar-chave
                invalid key
                     continue
                not invalid key
                     read cli-tarefa-arq previous record
                         at end
                              continue
                         not at end
                              if   tar-cd-cliente = ws-caf-cd-cliente(ws-caf-tab-idx)
                                   move tar-sequencia  to ws-proxima-sequencia-tarefa
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-tarefa

            move ws-caf-cd-cliente(ws-caf-tab-idx)    to tar-cd-cliente
            move ws-proxima-sequencia-tarefa           to tar-sequencia
            move spaces                              to tar-descricao
            string "RECALL: contatar cliente - lote " delimited by size
                   ws-form-lote delimited by space
                   " produto " ws-form-cd-produto
                   " (" ws-caf-documento(ws-caf-tab-idx) ")"
                   delimited by size into tar-descricao
            move ws-data-prevista-formatada            to tar-data-prevista
            move spaces                              to tar-data-conclusao
            set  tar-pendente                        to true
            move ws-operador-logado                  to tar-operador
            move function current-date (1:8)          to tar-data-inclusao
            write reg-cli-tarefa
                invalid key
                     continue
                not invalid key
                     add 1                            to ws-qtd-tarefas-criadas
            end-write
            .

       2540-exit.
            exit.

      *>===================================================================================
      *>   2600-descartar-lote: rastreia e tira do estoque o que ainda
      *>   está bloqueado nos registros Recolhidos do lote (o que já
      *>   voltou ao fornecedor por DevolucaoCompra não está mais em
      *>   lot-qtd-recolhida).
       2600-descartar-lote section.
       2600.
            perform 2100-rastrear-lote
            if   not ws-rastreio-feito
                 exit section
            end-if
            if   ws-form-motivo-recolhimento = spaces
                 move "Descarte lote recolhido"       to ws-form-motivo-recolhimento
            end-if

            move zeros                               to ws-qtd-descartar
            move "N"                                 to ws-ind-fim-lote
            move ws-form-cd-produto                  to lot-cd-produto
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
                         if   lot-cd-produto not = ws-form-cd-produto
                              set ws-lote-eof          to true
                         else
                              if   lot-lote = ws-form-lote
                              and  lot-recolhido
                              and  lot-qtd-recolhida > zeros
                                   perform 2610-descartar-registro-lote
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-qtd-descartar = zeros
                 move "Lote sem quantidade recolhida a descartar."
                                                     to ws-mensagem-retorno
                 exit section
            end-if

            perform 2620-baixar-saldo-descartado

            move ws-qtd-descartar                    to ws-qtd-descartar-exibicao
            move spaces                              to ws-mensagem-retorno
            string "Lote descartado: " ws-qtd-descartar-exibicao
                   " unidade(s) baixada(s) do estoque com registro de excecao."
                   delimited by size into ws-mensagem-retorno

            perform 2100-rastrear-lote
            .

       2600-exit.
            exit.

      *>===================================================================================
       2610-descartar-registro-lote section.
       2610.
            add  lot-qtd-recolhida                    to ws-qtd-descartar
            subtract lot-qtd-recolhida                from lot-saldo
            if   lot-saldo < zeros
                 move zeros                           to lot-saldo
            end-if
            move zeros                               to lot-qtd-recolhida
            rewrite reg-prd-lote
                invalid key
                     continue
            end-rewrite
            .

       2610-exit.
            exit.

      *>===================================================================================
      *>   2620-baixar-saldo-descartado: o total descartado sai de
      *>   prd-saldo-atual e do bloqueio em prd-saldo-reservado e, em
      *>   ajuste de redução, de cada depósito que ainda tinha o lote; o
      *>   que os movimentos não explicam sai do depósito padrão. O
      *>   descarte fica registrado como exceção autorizada pelo
      *>   supervisor.
       2620-baixar-saldo-descartado section.
       2620.
            move ws-form-cd-produto                  to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     exit section
            end-read
            subtract ws-qtd-descartar                 from prd-saldo-atual
            if   prd-saldo-reservado > ws-qtd-descartar
                 subtract ws-qtd-descartar            from prd-saldo-reservado
            else
                 move zeros                           to prd-saldo-reservado
            end-if
            rewrite reg-produto
                invalid key
                     continue
            end-rewrite

            move spaces                              to ws-mov-documento-recolhimento
            string "RCL " ws-form-cd-produto
                   delimited by size into ws-mov-documento-recolhimento

            move ws-qtd-descartar                    to ws-qtd-restante-recolher
            perform varying ws-sdl-tab-idx from 1 by 1
                    until ws-sdl-tab-idx > ws-sdl-qtd
                       or ws-qtd-restante-recolher = zeros
                if   ws-sdl-saldo(ws-sdl-tab-idx) > zeros
                     if   ws-sdl-saldo(ws-sdl-tab-idx) >= ws-qtd-restante-recolher
                          move ws-qtd-restante-recolher  to ws-qtd-ajuste
                     else
                          move ws-sdl-saldo(ws-sdl-tab-idx) to ws-qtd-ajuste
                     end-if
                     move ws-sdl-cd-deposito(ws-sdl-tab-idx) to ws-cd-deposito-ajuste
                     perform 2530-gravar-ajuste-recolhimento
                end-if
            end-perform

            if   ws-qtd-restante-recolher > zeros
                 move ws-qtd-restante-recolher         to ws-qtd-ajuste
                 move ws-deposito-padrao               to ws-cd-deposito-ajuste
                 perform 2530-gravar-ajuste-recolhimento
            end-if

            move 13                                  to ws-exc-tipo
            move ws-operador-logado                  to ws-exc-autorizador
            move ws-operador-logado                  to ws-exc-solicitante
            move zeros                               to ws-exc-cd-vendedor
            move zeros                               to ws-exc-cd-cliente
            move ws-mov-documento-recolhimento         to ws-exc-documento
            compute ws-exc-valor = ws-qtd-descartar * prd-custo-medio
            move ws-form-motivo-recolhimento           to ws-exc-motivo
            call "RegistraExcecao" using ws-parametros-registra-excecao
            .

       2620-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close produto-arq
            close estoque-mov-arq
            close prd-lote-arq
            close cli-tarefa-arq
            close pedido-compra-arq
            close fornecedor-arq
            close pedido-arq
            close cliente-arq
            close entrega-arq
            close romaneio-arq
            close veiculo-arq
            close consignacao-arq
            close deposito-arq
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
                <form name=frmRastreioLote id=frmRastreioLote method=post action="RastreioLote.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
            end-exec
            if   ws-perfil-logado < 2
                 exec html
                </table>
                </form>
                </body>
                 end-exec
                 exit section
            end-if
            exec html
                    <tr>
                        <td class=titulocampo>Produto&nbsp;</td>
                        <td><input name=cdProduto size=5 maxlength=5 value=":ws-form-cd-produto" class="campo" tabIndex=1></td>
                        <td class=titulocampo>Lote&nbsp;</td>
                        <td><input name=lote size=10 maxlength=10 value=":ws-form-lote" class="campo" tabIndex=2></td>
                        <td colspan=2>:ws-descricao-produto</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Motivo do recolhimento&nbsp;</td>
                        <td colspan=3><input name=motivoRecolhimento size=30 maxlength=30 value=":ws-form-motivo-recolhimento" class="campo" tabIndex=3></td>
                        <td>
                            <button class=botao name=BotRastrear onclick='TelRastrear();' style="width:80px;" tabindex=4><label>&nbsp;<U>R</U>astrear&nbsp;</label></button>
                        </td>
                        <td>
            end-exec
            if   ws-perfil-logado = 3
                 exec html
                            <button class=botao name=BotRecolher onclick='TelRecolher();' style="width:80px;" tabindex=5><label>&nbsp;Re<U>c</U>olher&nbsp;</label></button>
                            <button class=botao name=BotDescartar onclick='TelDescartar();' style="width:80px;" tabindex=6><label>&nbsp;<U>D</U>escartar&nbsp;</label></button>
                 end-exec
            end-if
            exec html
                        </td>
                    </tr>
            end-exec
            if   ws-rastreio-feito
                 perform 8000-grade-lotes
                 perform 8000-grade-origens
                 perform 8000-grade-destinos
                 perform 8000-grade-depositos
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
       8000-grade-lotes section.
       8000.
            exec html
                    <tr>
                        <td colspan=6 class="secao">Registros do lote em estoque</td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Validade</td>
                                    <td class=titulocampo>Saldo</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Qtd recolhida</td>
                                    <td class=titulocampo>Recolhido em</td>
                                </tr>
            end-exec
            perform varying ws-lot-tab-idx from 1 by 1
                    until ws-lot-tab-idx > ws-lot-qtd
                exec html
                                <tr>
                                    <td>:ws-lot-validade(ws-lot-tab-idx)</td>
                                    <td><div align=right>:ws-lot-saldo(ws-lot-tab-idx)</div></td>
                                    <td>:ws-lot-situacao(ws-lot-tab-idx)</td>
                                    <td><div align=right>:ws-lot-qtd-recolhida(ws-lot-tab-idx)</div></td>
                                    <td>:ws-lot-data-recolhimento(ws-lot-tab-idx)</td>
                                </tr>
                end-exec
            end-perform
            exec html
                            </table>
                        </td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-grade-origens section.
       8000.
            exec html
                    <tr>
                        <td colspan=6 class="secao">Origem (compra)</td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Entrada</td>
                                    <td class=titulocampo>Pedido compra</td>
                                    <td class=titulocampo>Data pedido</td>
                                    <td class=titulocampo>Fornecedor</td>
                                    <td class=titulocampo>Razão social</td>
                                    <td class=titulocampo>Quantidade</td>
                                    <td class=titulocampo>Depósito</td>
                                </tr>
            end-exec
            perform varying ws-ori-tab-idx from 1 by 1
                    until ws-ori-tab-idx > ws-ori-qtd
                exec html
                                <tr>
                                    <td>:ws-ori-data(ws-ori-tab-idx)</td>
                                    <td>:ws-ori-cd-pedido-compra(ws-ori-tab-idx)</td>
                                    <td>:ws-ori-data-pedido(ws-ori-tab-idx)</td>
                                    <td>:ws-ori-cd-fornecedor(ws-ori-tab-idx)</td>
                                    <td>:ws-ori-razao-social(ws-ori-tab-idx)</td>
                                    <td><div align=right>:ws-ori-quantidade(ws-ori-tab-idx)</div></td>
                                    <td><div align=center>:ws-ori-cd-deposito(ws-ori-tab-idx)</div></td>
                                </tr>
                end-exec
            end-perform
            exec html
                            </table>
                        </td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-grade-destinos section.
       8000.
            exec html
                    <tr>
                        <td colspan=6 class="secao">Destino (saídas e ajustes)</td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Documento</td>
                                    <td class=titulocampo>Qtd</td>
                                    <td class=titulocampo>Dep.</td>
                                    <td class=titulocampo>Cliente/Fornecedor</td>
                                    <td class=titulocampo>Nome / motivo</td>
                                    <td class=titulocampo>Entrega</td>
                                    <td class=titulocampo>Data entrega</td>
                                    <td class=titulocampo>Veículo</td>
                                    <td class=titulocampo>Romaneio</td>
                                </tr>
            end-exec
            perform varying ws-des-tab-idx from 1 by 1
                    until ws-des-tab-idx > ws-des-qtd
                exec html
                                <tr>
                                    <td>:ws-des-data(ws-des-tab-idx)</td>
                                    <td>:ws-des-tipo(ws-des-tab-idx)</td>
                                    <td>:ws-des-documento(ws-des-tab-idx)</td>
                                    <td><div align=right>:ws-des-quantidade(ws-des-tab-idx)</div></td>
                                    <td><div align=center>:ws-des-cd-deposito(ws-des-tab-idx)</div></td>
                                    <td>:ws-des-cd-destinatario(ws-des-tab-idx)</td>
                                    <td>:ws-des-nome-destinatario(ws-des-tab-idx)</td>
                                    <td>:ws-des-entrega(ws-des-tab-idx)</td>
                                    <td>:ws-des-data-entrega(ws-des-tab-idx)</td>
                                    <td>:ws-des-placa(ws-des-tab-idx)</td>
                                    <td>:ws-des-romaneio(ws-des-tab-idx)</td>
                                </tr>
                end-exec
            end-perform
            exec html
                            </table>
                        </td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-grade-depositos section.
       8000.
            exec html
                    <tr>
                        <td colspan=6 class="secao">Saldo do lote por depósito (movimentos)</td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Depósito</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Saldo do lote</td>
                                </tr>
            end-exec
            perform varying ws-sdl-tab-idx from 1 by 1
                    until ws-sdl-tab-idx > ws-sdl-qtd
                exec html
                                <tr>
                                    <td><div align=center>:ws-sdl-cd-deposito(ws-sdl-tab-idx)</div></td>
                                    <td>:ws-sdl-descricao(ws-sdl-tab-idx)</td>
                                    <td><div align=right>:ws-sdl-saldo(ws-sdl-tab-idx)</div></td>
                                </tr>
                end-exec
            end-perform
            exec html
                            </table>
                        </td>
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
                  .secao {
                     font-weight: bold;
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
                        document.all.frmRastreioLote.action = "RastreioLote.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmRastreioLote.submit();
                    }

                    function TelRastrear() {
                        Submeter("20");
                    }

                    function TelRecolher() {
                        if (confirm("Recolher o lote? O saldo restante fica bloqueado para venda e os clientes que receberam o lote ganham tarefa de contato.")) {
                            Submeter("50");
                        }
                    }

                    function TelDescartar() {
                        if (confirm("Descartar o lote recolhido? A quantidade bloqueada sai do estoque e o descarte fica registrado como excecao.")) {
                            Submeter("60");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
