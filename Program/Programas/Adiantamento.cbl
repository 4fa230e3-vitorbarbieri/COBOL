      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Adiantamento.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                         Adiantamento (Sinal) de Cliente
      *>            --------------------------------------------------------
      *>
      *>   Lançamento do sinal pago pelo cliente antes do fechamento do
      *>   pedido (mesmo molde de tela de Devolucao.cbl). O adiantamento
      *>   entra em ADIANTAMENTO.DAT contra um pedido em aberto do cliente
      *>   ou só contra o cliente, com a forma de pagamento - o dinheiro
      *>   aparece no boletim de caixa do dia (BoletimCaixa.cbl). O
      *>   fechamento do pedido em Pedido.cbl consome o adiantamento nas
      *>   parcelas; o que sobra, ou o que volta de um pedido cancelado,
      *>   fica como crédito do cliente, que por esta tela pode ser preso a
      *>   outro pedido em aberto, abatido das parcelas em aberto (linha
      *>   forma "A" no histórico de pagamentos) ou devolvido ao cliente
      *>   pelo supervisor. Chamado pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select adiantamento-arq assign   to "ADIANTAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is adt-cd-adiantamento
                  file status                is ws-status-adiantamento.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select rec-pagamento-arq assign  to "REC-PAGAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pgt-chave
                  file status                is ws-status-rec-pagamento.
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
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  adiantamento-arq.
       copy "ADIANT.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".
       fd  fechamento-mes-arq.
       copy "FECHMES.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-cliente                      pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-pedido                       pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-adiantamento                 pic x(02)       value "00".
              88 ws-adiantamento-ok                                 value "00".
              88 ws-adiantamento-nao-encontrado                     value "23" "35".
           03 ws-status-receber                      pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
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
              88 ws-opcao-lancar                                    value "40".
              88 ws-opcao-vincular                                  value "50".
              88 ws-opcao-devolver                                  value "60".
              88 ws-opcao-abater                                    value "70".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-adiantamento.
           03 ws-form-cd-cliente                     pic 9(05)       value zeros.
           03 ws-form-cd-pedido                     pic 9(07)       value zeros.
           03 ws-form-valor                         pic 9(09)v9(02) value zeros.
           03 ws-form-forma                         pic x(01)       value "D".
           03 ws-form-observacao                    pic x(40)       value spaces.
           03 ws-form-cd-adiantamento                pic 9(07)       value zeros.
           03 ws-form-forma-devolucao                 pic x(01)       value "D".

       01  ws-ind-cliente-carregado                   pic x(01)       value "N".
          88 ws-cliente-carregado                                   value "S".

      *>   Adiantamentos do cliente carregado, com o saldo de cada um.
       01  ws-tab-adiantamentos.
           03 ws-adt-linha                           occurs 100 times.
              05 ws-adt-r-cd-adiantamento              pic 9(07).
              05 ws-adt-r-data                         pic 9(08).
              05 ws-adt-r-cd-pedido                    pic 9(07).
              05 ws-adt-r-cd-pedido-origem              pic 9(07).
              05 ws-adt-r-valor                        pic 9(09)v9(02).
              05 ws-adt-r-valor-utilizado               pic 9(09)v9(02).
              05 ws-adt-r-valor-devolvido               pic 9(09)v9(02).
              05 ws-adt-r-saldo                        pic 9(09)v9(02).
              05 ws-adt-r-forma                        pic x(01).
              05 ws-adt-r-situacao                     pic x(01).
              05 ws-adt-r-observacao                   pic x(40).
       01  ws-adt-qtd                                pic 9(03)       value zeros.
       01  ws-adt-tab-idx                            pic 9(03)       value zeros.
       01  ws-total-saldo-cliente                     pic 9(11)v9(02) value zeros.
       01  ws-ind-fim-adiantamento                    pic x(01)       value "N".
          88 ws-adiantamento-eof                                     value "S".

      *>   Abatimento do crédito nas parcelas em aberto (2600).
       01  ws-credito-restante                         pic 9(09)v9(02) value zeros.
       01  ws-credito-aplicado                          pic 9(09)v9(02) value zeros.
       01  ws-abate-parcela                             pic 9(09)v9(02) value zeros.
       01  ws-saldo-devedor                             pic 9(09)v9(02) value zeros.
       01  ws-proxima-sequencia-pgt                     pic 9(05)       value zeros.
       01  ws-ind-fim-receber                           pic x(01)       value "N".
          88 ws-receber-eof                                             value "S".

       01  ws-saldo-adiantamento                        pic 9(09)v9(02) value zeros.
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

      *>   Numeração do adiantamento (CALL para ProximoNumero).
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
            open input cliente-arq
            open input pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                 close pedido-arq
                 open input pedido-arq
            end-if
            open i-o adiantamento-arq
            if   ws-adiantamento-nao-encontrado
                 open output adiantamento-arq
                 close adiantamento-arq
                 open i-o adiantamento-arq
            end-if
            open i-o receber-arq
            if   ws-receber-nao-encontrado
                 open output receber-arq
                 close receber-arq
                 open i-o receber-arq
            end-if
            open i-o rec-pagamento-arq
            if   ws-rec-pagamento-nao-encontrado
                 open output rec-pagamento-arq
                 close rec-pagamento-arq
                 open i-o rec-pagamento-arq
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
                     move "Adiantamento restrito aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-periodo-fechado
                 and (ws-opcao-lancar or ws-opcao-devolver or ws-opcao-abater)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-lancar or ws-opcao-vincular
                      or ws-opcao-devolver or ws-opcao-abater)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-cliente
                when ws-opcao-lancar
                     perform 1200-obter-campos-formulario
                     perform 2400-lancar-adiantamento
                     perform 2300-carregar-cliente
                when ws-opcao-vincular
                     perform 1200-obter-campos-formulario
                     perform 2450-vincular-pedido
                     perform 2300-carregar-cliente
                when ws-opcao-devolver
                     perform 1200-obter-campos-formulario
                     perform 2500-devolver-saldo
                     perform 2300-carregar-cliente
                when ws-opcao-abater
                     perform 1200-obter-campos-formulario
                     perform 2600-abater-parcelas
                     perform 2300-carregar-cliente
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
                getfield( ws-form-cd-cliente )
                getfield( ws-form-cd-pedido )
                getfield( ws-form-valor )
                getfield( ws-form-forma )
                getfield( ws-form-observacao )
                getfield( ws-form-cd-adiantamento )
                getfield( ws-form-forma-devolucao )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-cliente: lê o cliente e monta a lista dos
      *>   adiantamentos dele com o saldo de cada um.
       2300-carregar-cliente section.
       2300.
            move "N"                                to ws-ind-cliente-carregado
            move zeros                               to ws-adt-qtd
            move zeros                               to ws-total-saldo-cliente
            if   ws-form-cd-cliente = zeros
                 exit section
            end-if
            move ws-form-cd-cliente                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            set  ws-cliente-carregado                to true

            move "N"                                 to ws-ind-fim-adiantamento
            move low-values                          to adt-cd-adiantamento
            start adiantamento-arq key is greater than or equal adt-cd-adiantamento
                invalid key
                     set ws-adiantamento-eof          to true
            end-start
            perform until ws-adiantamento-eof
                    or ws-adt-qtd >= 100
                read adiantamento-arq next record
                    at end
                         set ws-adiantamento-eof       to true
                    not at end
                         if   adt-cd-cliente = ws-form-cd-cliente
                              perform 2330-guardar-adiantamento
                         end-if
                end-read
            end-perform
            .

       2300-exit.
            exit.

      *>===================================================================================
       2330-guardar-adiantamento section.
       2330.
            add 1                                    to ws-adt-qtd
            move adt-cd-adiantamento                 to ws-adt-r-cd-adiantamento(ws-adt-qtd)
            move adt-data                            to ws-adt-r-data(ws-adt-qtd)
            move adt-cd-pedido                       to ws-adt-r-cd-pedido(ws-adt-qtd)
            move adt-cd-pedido-origem                 to ws-adt-r-cd-pedido-origem(ws-adt-qtd)
            move adt-valor                           to ws-adt-r-valor(ws-adt-qtd)
            move adt-valor-utilizado                  to ws-adt-r-valor-utilizado(ws-adt-qtd)
            move adt-valor-devolvido                  to ws-adt-r-valor-devolvido(ws-adt-qtd)
            compute ws-adt-r-saldo(ws-adt-qtd) =
                    adt-valor - adt-valor-utilizado - adt-valor-devolvido
            move adt-forma                           to ws-adt-r-forma(ws-adt-qtd)
            move adt-situacao                        to ws-adt-r-situacao(ws-adt-qtd)
            move adt-observacao                      to ws-adt-r-observacao(ws-adt-qtd)
            if   adt-aberto
                 add ws-adt-r-saldo(ws-adt-qtd)       to ws-total-saldo-cliente
            end-if
            .

       2330-exit.
            exit.

      *>===================================================================================
      *>   2400-lancar-adiantamento: grava o sinal recebido, contra um
      *>   pedido em aberto do cliente ou só contra o cliente.
       2400-lancar-adiantamento section.
       2400.
            if   ws-form-cd-cliente = zeros
                 move "Informe o cliente do adiantamento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-valor = zeros
                 move "Informe o valor do adiantamento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-forma not = "D" and not = "P"
             and not = "T" and not = "C"
                 move "Informe a forma de pagamento do adiantamento." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-cliente                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   ws-form-cd-pedido not = zeros
                 perform 2460-validar-pedido
                 if   ws-mensagem-retorno not = spaces
                      exit section
                 end-if
            end-if

            move "ADIANTA"                           to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            move ws-seq-numero-gerado                 to adt-cd-adiantamento
            move ws-form-cd-cliente                  to adt-cd-cliente
            move ws-form-cd-pedido                   to adt-cd-pedido
            move ws-form-cd-pedido                   to adt-cd-pedido-origem
            move ws-form-valor                       to adt-valor
            move zeros                               to adt-valor-utilizado
            move ws-form-forma                       to adt-forma
            set  adt-aberto                          to true
            move function current-date (1:8)          to adt-data
            move ws-operador-logado                  to adt-operador
            move ws-form-observacao                  to adt-observacao
            move zeros                               to adt-valor-devolvido
            move spaces                              to adt-forma-devolucao
            move zeros                               to adt-data-devolucao
            move spaces                              to adt-operador-devolucao
            write reg-adiantamento
                invalid key
                     move "Erro ao gravar adiantamento." to ws-mensagem-retorno
                     exit section
            end-write

            move spaces                              to ws-mensagem-retorno
            if   adt-cd-pedido = zeros
                 string "Adiantamento "
                        adt-cd-adiantamento
                        " lancado como credito do cliente."
                        delimited by size into ws-mensagem-retorno
            else
                 string "Adiantamento "
                        adt-cd-adiantamento
                        " lancado; abate as parcelas no fechamento do pedido "
                        adt-cd-pedido
                        "."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2450-vincular-pedido: prende o crédito em aberto de um
      *>   adiantamento a um pedido em aberto do mesmo cliente, para ser
      *>   consumido no fechamento.
       2450-vincular-pedido section.
       2450.
            if   ws-form-cd-adiantamento = zeros
            or   ws-form-cd-pedido = zeros
                 move "Informe o adiantamento e o pedido." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-adiantamento             to adt-cd-adiantamento
            read adiantamento-arq
                key is adt-cd-adiantamento
                invalid key
                     move "Adiantamento nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not adt-aberto
                 move "Adiantamento sem saldo (utilizado ou devolvido)." to ws-mensagem-retorno
                 exit section
            end-if
            move adt-cd-cliente                      to ws-form-cd-cliente
            perform 2460-validar-pedido
            if   ws-mensagem-retorno not = spaces
                 exit section
            end-if

            move ws-form-cd-pedido                   to adt-cd-pedido
            move ws-form-cd-pedido                   to adt-cd-pedido-origem
            rewrite reg-adiantamento
                invalid key
                     move "Erro ao gravar adiantamento." to ws-mensagem-retorno
                     exit section
            end-rewrite
            move "Adiantamento preso ao pedido; abate as parcelas no fechamento." to ws-mensagem-retorno
            .

       2450-exit.
            exit.

      *>===================================================================================
      *>   2460-validar-pedido: o pedido precisa existir, ser do cliente,
      *>   estar em aberto e não ser orçamento. Devolve a mensagem de
      *>   erro em ws-mensagem-retorno (espaços = pedido aceito).
       2460-validar-pedido section.
       2460.
            move spaces                              to ws-mensagem-retorno
            move ws-form-cd-pedido                   to ped-cd-pedido
            read pedido-arq
                key is ped-cd-pedido
                invalid key
                     move "Pedido não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   ped-cd-cliente not = ws-form-cd-cliente
                 move "Pedido de outro cliente."      to ws-mensagem-retorno
                 exit section
            end-if
            if   not ped-aberto
            or   ped-tipo-orcamento
                 move "Adiantamento so vale para pedido em aberto." to ws-mensagem-retorno
                 exit section
            end-if
            .

       2460-exit.
            exit.

      *>===================================================================================
      *>   2500-devolver-saldo: o supervisor devolve ao cliente o saldo
      *>   inteiro do adiantamento - a saída de caixa aparece no boletim
      *>   do dia pela data e forma da devolução.
       2500-devolver-saldo section.
       2500.
            if   ws-perfil-logado not = 3
                 move "Devolucao de adiantamento restrita ao supervisor." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-adiantamento = zeros
                 move "Informe o numero do adiantamento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-forma-devolucao not = "D" and not = "P"
             and not = "T" and not = "C"
                 move "Informe a forma da devolucao." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-adiantamento             to adt-cd-adiantamento
            read adiantamento-arq
                key is adt-cd-adiantamento
                invalid key
                     move "Adiantamento nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not adt-aberto
                 move "Adiantamento sem saldo (utilizado ou devolvido)." to ws-mensagem-retorno
                 exit section
            end-if
            if   adt-cd-pedido not = zeros
                 move "Adiantamento preso a pedido em aberto; cancele o pedido antes." to ws-mensagem-retorno
                 exit section
            end-if
            compute ws-saldo-adiantamento =
                    adt-valor - adt-valor-utilizado - adt-valor-devolvido
            if   ws-saldo-adiantamento = zeros
                 move "Adiantamento sem saldo."       to ws-mensagem-retorno
                 exit section
            end-if

            move ws-saldo-adiantamento               to adt-valor-devolvido
            move ws-form-forma-devolucao              to adt-forma-devolucao
            move function current-date (1:8)          to adt-data-devolucao
            move ws-operador-logado                  to adt-operador-devolucao
            set  adt-devolvido                       to true
            rewrite reg-adiantamento
                invalid key
                     move "Erro ao gravar adiantamento." to ws-mensagem-retorno
                     exit section
            end-rewrite

            move adt-cd-cliente                      to ws-form-cd-cliente
            move spaces                              to ws-mensagem-retorno
            string "Saldo de "
                   ws-saldo-adiantamento
                   " devolvido ao cliente."
                   delimited by size into ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2600-abater-parcelas: aplica o crédito do adiantamento nas
      *>   parcelas em aberto do cliente, em ordem de chave (mesma
      *>   técnica de 2600-abater-nota-credito em Devolucao.cbl), com a
      *>   forma "A" no histórico de pagamentos.
       2600-abater-parcelas section.
       2600.
            if   ws-form-cd-adiantamento = zeros
                 move "Informe o numero do adiantamento." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-adiantamento             to adt-cd-adiantamento
            read adiantamento-arq
                key is adt-cd-adiantamento
                invalid key
                     move "Adiantamento nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not adt-aberto
                 move "Adiantamento sem saldo (utilizado ou devolvido)." to ws-mensagem-retorno
                 exit section
            end-if
            if   adt-cd-pedido not = zeros
                 move "Adiantamento preso a pedido em aberto; ele abate no fechamento." to ws-mensagem-retorno
                 exit section
            end-if
            move adt-cd-cliente                      to ws-form-cd-cliente

            compute ws-credito-restante =
                    adt-valor - adt-valor-utilizado - adt-valor-devolvido
            move zeros                               to ws-credito-aplicado
            if   ws-credito-restante = zeros
                 move "Adiantamento sem saldo."       to ws-mensagem-retorno
                 exit section
            end-if

            move "N"                                 to ws-ind-fim-receber
            move low-values                          to rec-chave
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     set ws-receber-eof               to true
            end-start
            perform until ws-receber-eof
                    or ws-credito-restante = zeros
                read receber-arq next record
                    at end
                         set ws-receber-eof            to true
                    not at end
                         if   rec-aberta
                         and  rec-cd-cliente = adt-cd-cliente
                              perform 2610-abater-parcela
                         end-if
                end-read
            end-perform

            add  ws-credito-aplicado                 to adt-valor-utilizado
            if   adt-valor-utilizado + adt-valor-devolvido >= adt-valor
                 set  adt-utilizado                  to true
            end-if
            rewrite reg-adiantamento
                invalid key
                     continue
            end-rewrite

            move spaces                              to ws-mensagem-retorno
            if   ws-credito-aplicado = zeros
                 move "Cliente sem parcela em aberto; o credito continua no adiantamento." to ws-mensagem-retorno
            else
                 string "Credito de "
                        ws-credito-aplicado
                        " abatido das parcelas em aberto."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2600-exit.
            exit.

      *>===================================================================================
       2610-abater-parcela section.
       2610.
            compute ws-saldo-devedor =
                    rec-valor - rec-valor-pago
            if   ws-saldo-devedor <= zeros
                 exit section
            end-if
            if   ws-credito-restante >= ws-saldo-devedor
                 move ws-saldo-devedor                to ws-abate-parcela
            else
                 move ws-credito-restante             to ws-abate-parcela
            end-if

            add  ws-abate-parcela                    to rec-valor-pago
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

            subtract ws-abate-parcela                 from ws-credito-restante
            add  ws-abate-parcela                    to ws-credito-aplicado

            perform 2615-gravar-pagamento-abate
            .

       2610-exit.
            exit.

      *>===================================================================================
      *>   2615-gravar-pagamento-abate: linha do histórico de pagamentos
      *>   do abatimento (forma "A"), mesma gravação de Receber.cbl.
       2615-gravar-pagamento-abate section.
       2615.
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
            move ws-abate-parcela                    to pgt-valor
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

       2615-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close cliente-arq
            close pedido-arq
            close adiantamento-arq
            close receber-arq
            close rec-pagamento-arq
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
                <form name=frmAdiantamento id=frmAdiantamento method=post action="Adiantamento.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=cdAdiantamento id=cdAdiantamento value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=2 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cliente&nbsp;</td>
                        <td>
                            <input name=cdCliente id=cdCliente size=5 maxlength=5 value=":ws-form-cd-cliente" class="campo" tabIndex=1>
                            <img title="Carregar Cliente" style="cursor:hand; width:16; height:16;" onClick="CarregarCliente();" src="Icones/check.gif" tabIndex=2>
            end-exec
            if   ws-cliente-carregado
                 exec html
                            &nbsp;:cli-razao-social - crédito disponível: :ws-total-saldo-cliente
                 end-exec
            end-if
            exec html
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Novo adiantamento&nbsp;</td>
                        <td>
                            pedido <input name=cdPedido id=cdPedido size=7 maxlength=7 value="" class="campo" title="Pedido em aberto (em branco = credito do cliente)" tabIndex=3>
                            valor <input name=valor id=valor size=12 maxlength=12 value="" class="campo" tabIndex=4>
                            <select name=forma id=forma class="combo" title="Forma de pagamento" tabIndex=5>
                                <option value="D">Dinheiro</option>
                                <option value="P">PIX</option>
                                <option value="T">Transferência</option>
                                <option value="C">Cheque</option>
                            </select>
                            obs. <input name=observacao id=observacao size=25 maxlength=40 value="" class="campo" tabIndex=6>
                            <button class=botao name=BotLancar onclick='Lancar();' style="width:100px;" tabindex=7><label>Lançar</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Devolução&nbsp;</td>
                        <td>
                            <select name=formaDevolucao id=formaDevolucao class="combo" title="Forma da devolucao do saldo (supervisor)" tabIndex=8>
                                <option value="D">Dinheiro</option>
                                <option value="P">PIX</option>
                                <option value="T">Transferência</option>
                                <option value="C">Cheque</option>
                            </select>
                            (use os ícones da linha: prender ao pedido informado acima, abater das parcelas ou devolver o saldo)
                        </td>
                    </tr>
            end-exec
            if   ws-adt-qtd > 0
                 exec html
                    <tr>
                        <td colspan=2>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Número</td>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Pedido</td>
                                    <td class=titulocampo>Origem</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Utilizado</td>
                                    <td class=titulocampo>Devolvido</td>
                                    <td class=titulocampo>Saldo</td>
                                    <td class=titulocampo>Forma</td>
                                    <td class=titulocampo>Sit.</td>
                                    <td class=titulocampo>Observação</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-adiantamentos
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
       8000-linhas-adiantamentos section.
       8000.
            perform varying ws-adt-tab-idx from 1 by 1
                    until ws-adt-tab-idx > ws-adt-qtd
                exec html
                    <tr>
                        <td>:ws-adt-r-cd-adiantamento(ws-adt-tab-idx)</td>
                        <td>:ws-adt-r-data(ws-adt-tab-idx)</td>
                        <td>:ws-adt-r-cd-pedido(ws-adt-tab-idx)</td>
                        <td>:ws-adt-r-cd-pedido-origem(ws-adt-tab-idx)</td>
                        <td><div align=right>:ws-adt-r-valor(ws-adt-tab-idx)</div></td>
                        <td><div align=right>:ws-adt-r-valor-utilizado(ws-adt-tab-idx)</div></td>
                        <td><div align=right>:ws-adt-r-valor-devolvido(ws-adt-tab-idx)</div></td>
                        <td><div align=right>:ws-adt-r-saldo(ws-adt-tab-idx)</div></td>
                        <td><div align=center>:ws-adt-r-forma(ws-adt-tab-idx)</div></td>
                        <td><div align=center>:ws-adt-r-situacao(ws-adt-tab-idx)</div></td>
                        <td>:ws-adt-r-observacao(ws-adt-tab-idx)</td>
                        <td>
                            <img title="Prender ao Pedido" style="cursor:hand; width:16; height:16;"
                                 onClick="Vincular(:ws-adt-r-cd-adiantamento(ws-adt-tab-idx));" src="Icones/busca.gif">
                            <img title="Abater das Parcelas" style="cursor:hand; width:16; height:16;"
                                 onClick="Abater(:ws-adt-r-cd-adiantamento(ws-adt-tab-idx));" src="Icones/check.gif">
                            <img title="Devolver Saldo" style="cursor:hand; width:16; height:16;"
                                 onClick="Devolver(:ws-adt-r-cd-adiantamento(ws-adt-tab-idx));" src="Icones/receita.gif">
                        </td>
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
                        document.all.frmAdiantamento.action = "Adiantamento.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmAdiantamento.submit();
                    }

                    function CarregarCliente() {
                        Submeter("30");
                    }

                    function Lancar() {
                        if (document.all.cdCliente.value == "" || document.all.valor.value == "") {
                            alert("Informe o cliente e o valor do adiantamento.");
                            return;
                        }
                        if (confirm("Confirma o lancamento do adiantamento?")) {
                            Submeter("40");
                        }
                    }

                    function Vincular(adiantamento) {
                        if (document.all.cdPedido.value == "") {
                            alert("Informe o pedido em aberto no campo pedido.");
                            return;
                        }
                        document.all.cdAdiantamento.value = adiantamento;
                        Submeter("50");
                    }

                    function Abater(adiantamento) {
                        if (confirm("Confirma o abatimento do saldo nas parcelas em aberto?")) {
                            document.all.cdAdiantamento.value = adiantamento;
                            Submeter("70");
                        }
                    }

                    function Devolver(adiantamento) {
                        if (confirm("Confirma a devolucao do saldo ao cliente?")) {
                            document.all.cdAdiantamento.value = adiantamento;
                            Submeter("60");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
