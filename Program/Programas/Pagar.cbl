      *>   2710-gerar-parcelas-pagar), espelhando a tela de contas a
      *>   receber de Receber.cbl: pesquisa de parcelas por pedido de
      *>   compra ou fornecedor e baixa de pagamento com data e operador.
      *>   Também lança a despesa que não vem de compra (aluguel,
      *>   energia, impostos): fornecedor, conta do plano (PLANO-CONTAS,
      *>   analítica e ativa), centro de custo, histórico, valor total,
      *>   primeiro vencimento e parcelas mensais - o número vem da série
      *>   PEDCOMPRA, a mesma dos pedidos de compra, e as parcelas seguem
      *>   para FluxoCaixa.cbl e ExportaContabil.cbl como qualquer outra.
      *>   O supervisor aprova aqui as parcelas que vão ao banco pela
      *>   remessa de pagamento (RemessaPagar.cbl); enquanto a parcela
      *>   está no banco a baixa manual fica bloqueada e a baixa chega
      *>   pelo retorno (RetornoPagar.cbl).
      *>   Chamado pelo menu em "2 - Movimentações".
      *>

                  access mode                is dynamic
                  record key                 is frn-cd-fornecedor
                  file status                is ws-status-fornecedor.
           select pedido-compra-arq assign  to "PEDIDO-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pdc-cd-pedido-compra
                  file status                is ws-status-pedido-compra.
           select plano-contas-arq assign   to "PLANO-CONTAS.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pct-cd-conta
                  file status                is ws-status-plano-contas.
           select centro-custo-arq assign   to "CENTRO-CUSTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ccu-cd-centro-custo
                  file status                is ws-status-centro-custo.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
       copy "PAGAR.CPY".
       fd  fornecedor-arq.
       copy "FORN.CPY".
       fd  pedido-compra-arq.
       copy "PEDCOMP.CPY".
       fd  plano-contas-arq.
       copy "PLCONTA.CPY".
       fd  centro-custo-arq.
       copy "CCUSTO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

           03 ws-status-fornecedor                   pic x(02)       value "00".
              88 ws-fornecedor-ok                                   value "00".
              88 ws-fornecedor-nao-encontrado                       value "23" "35".
           03 ws-status-pedido-compra                pic x(02)       value "00".
              88 ws-pedido-compra-ok                                value "00".
              88 ws-pedido-compra-nao-encontrado                    value "23" "35".
           03 ws-status-plano-contas                 pic x(02)       value "00".
              88 ws-plano-contas-ok                                 value "00".
              88 ws-plano-contas-nao-encontrado                     value "23" "35".
           03 ws-status-centro-custo                 pic x(02)       value "00".
              88 ws-centro-custo-ok                                 value "00".
              88 ws-centro-custo-nao-encontrado                     value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
      *>   restritas aos perfis de vendas e supervisor (mesma regra do
      *>   menú). Sem sessão válida vale o menor privilégio (atendimento).
       01  ws-perfil-logado                           pic 9(01)       value 1.
      *>   Estabelecimento da sessão (ses-cd-empresa, EMPRESA.CPY): a
      *>   despesa lançada aqui pertence a ele. Sem sessão vale a matriz.
       01  ws-empresa-logada                          pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-lancar-despesa                            value "10".
              88 ws-opcao-pesquisar                                 value "20".
              88 ws-opcao-baixar                                    value "35".
              88 ws-opcao-aprovar-banco                             value "40".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
           03 ws-form-texto-pesquisa                 pic x(40)       value spaces.
           03 ws-form-cd-pedido-compra               pic 9(07)       value zeros.
           03 ws-form-parcela                       pic 9(02)       value zeros.
      *>   Lançamento de despesa avulsa.
           03 ws-form-cd-fornecedor                  pic 9(05)       value zeros.
           03 ws-form-cd-conta                       pic x(12)       value spaces.
           03 ws-form-cd-centro-custo                pic 9(03)       value zeros.
           03 ws-form-historico                     pic x(40)       value spaces.
           03 ws-form-valor-total                    pic 9(09)v9(02) value zeros.
           03 ws-form-primeiro-vencimento             pic 9(08)       value zeros.
           03 ws-form-qtd-parcelas                   pic 9(02)       value zeros.
           03 ws-form-competencia                    pic 9(06)       value zeros.
      *>   Aprovação para pagamento pelo banco (boleto com código de
      *>   barras).
           03 ws-form-codigo-barras                  pic x(48)       value spaces.

      *>   Desdobramento da despesa em parcelas mensais (mesma conta de
      *>   2710-gerar-parcelas-pagar em PedidoCompra.cbl: a última
      *>   parcela leva a diferença do arredondamento).
       01  ws-despesa-lancamento.
           03 ws-dsp-cd-despesa                      pic 9(07)       value zeros.
           03 ws-dsp-valor-parcela                   pic 9(09)v9(02) value zeros.
           03 ws-dsp-valor-ultima-parcela             pic 9(09)v9(02) value zeros.
           03 ws-dsp-parcela-idx                     pic 9(02)       value zeros.
           03 ws-dsp-ano                             pic 9(04)       value zeros.
           03 ws-dsp-mes                             pic 9(02)       value zeros.
           03 ws-dsp-dia                             pic 9(02)       value zeros.
           03 ws-dsp-vencimento                      pic 9(08)       value zeros.
           03 ws-dsp-qtd-gravadas                    pic 9(02)       value zeros.

      *>   Atribuição do número da despesa via PARAMETRO.DAT (CALL para
      *>   ProximoNumero, série PEDCOMPRA como em PedidoCompra.cbl).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>   Parâmetros do utilitário de datas DataUtil (CALL, mesmo padrão
      *>   de PedidoCompra.cbl).
       01  ws-parametros-data-util.
           03 ws-du-data-ano                         pic 9(04)       value zeros.
           03 ws-du-data-mes                         pic 9(02)       value zeros.
           03 ws-du-data-dia                         pic 9(02)       value zeros.
           03 ws-du-ultimo-dia-mes                    pic 9(02)       value zeros.
           03 ws-du-bissexto                         pic x(01)       value spaces.
           03 ws-du-nome-mes                         pic x(09)       value spaces.
           03 ws-du-nome-dia-semana                   pic x(15)       value spaces.
           03 ws-du-dia-util                         pic x(01)       value spaces.
              88 ws-du-data-eh-util                                  value "S".
           03 ws-du-proximo-dia-util                  pic 9(08)       value zeros.
           03 ws-du-dia-util-anterior                 pic 9(08)       value zeros.
           03 ws-du-mensagem-erro                     pic x(40)       value spaces.

      *>   Parcelas listadas pela pesquisa (mesma técnica de
      *>   ws-tab-pesquisa em Receber.cbl).
              05 ws-pesq-r-vencimento                pic 9(08).
              05 ws-pesq-r-valor                      pic 9(09)v9(02).
              05 ws-pesq-r-situacao                   pic x(01).
              05 ws-pesq-r-origem                     pic x(01).
              05 ws-pesq-r-cd-conta                   pic x(12).
              05 ws-pesq-r-cd-centro-custo            pic 9(03).
              05 ws-pesq-r-historico                  pic x(40).
              05 ws-pesq-r-aprovacao                  pic x(01).
              05 ws-pesq-r-remessa-situacao            pic x(01).
              05 ws-pesq-r-remessa-ocorrencia          pic x(32).
       01  ws-pesq-tab-idx                           pic 9(03)       value zeros.

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
                 close fornecedor-arq
                 open input fornecedor-arq
            end-if
            open input pedido-compra-arq
            if   ws-pedido-compra-nao-encontrado
                 open output pedido-compra-arq
                 close pedido-compra-arq
                 open input pedido-compra-arq
            end-if
            open input plano-contas-arq
            if   ws-plano-contas-nao-encontrado
                 open output plano-contas-arq
                 close plano-contas-arq
                 open input plano-contas-arq
            end-if
            open input centro-custo-arq
            if   ws-centro-custo-nao-encontrado
                 open output centro-custo-arq
                 close centro-custo-arq
                 open input centro-custo-arq
            end-if
            open input sessao-arq
            .

       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Contas a pagar restrito aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-lancar-despesa or ws-opcao-baixar
                      or ws-opcao-aprovar-banco)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-lancar-despesa
                     perform 1200-obter-campos-formulario
                     perform 2300-lancar-despesa
                when ws-opcao-pesquisar
                     perform 1200-obter-campos-formulario
                     perform 2200-pesquisar-parcelas
                     perform 1200-obter-campos-formulario
                     perform 2100-baixar-parcela
                     perform 2200-pesquisar-parcelas
                when ws-opcao-aprovar-banco
                     perform 1200-obter-campos-formulario
                     perform 2400-aprovar-pagamento-banco
                     perform 2200-pesquisar-parcelas
                when other
                     continue
            end-evaluate
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
                getfield( ws-form-texto-pesquisa )
                getfield( ws-form-cd-pedido-compra )
                getfield( ws-form-parcela )
                getfield( ws-form-cd-fornecedor )
                getfield( ws-form-cd-conta )
                getfield( ws-form-cd-centro-custo )
                getfield( ws-form-historico )
                getfield( ws-form-valor-total )
                getfield( ws-form-primeiro-vencimento )
                getfield( ws-form-qtd-parcelas )
                getfield( ws-form-competencia )
                getfield( ws-form-codigo-barras )
            end-exec
            .

                invalid key
                     move "Parcela nao encontrada."  to ws-mensagem-retorno
                not invalid key
                     evaluate true
                         when not pag-aberta
                              move "Parcela nao esta em aberto." to ws-mensagem-retorno
                         when pag-em-remessa
                              move "Parcela enviada ao banco - aguarde o retorno da remessa." to ws-mensagem-retorno
                         when other
                              set  pag-baixada        to true
                              move function current-date (1:8) to pag-data-baixa
                              move ws-operador-logado  to pag-operador-baixa
                              rewrite reg-pagar
                                  invalid key
                                       move "Erro ao baixar parcela." to ws-mensagem-retorno
                                  not invalid key
                                       move "Parcela paga." to ws-mensagem-retorno
                              end-rewrite
                     end-evaluate
            end-read
            .

                              move pag-data-vencimento   to ws-pesq-r-vencimento(ws-pesq-qtd-resultados)
                              move pag-valor            to ws-pesq-r-valor(ws-pesq-qtd-resultados)
                              move pag-situacao         to ws-pesq-r-situacao(ws-pesq-qtd-resultados)
                              move pag-origem           to ws-pesq-r-origem(ws-pesq-qtd-resultados)
                              move pag-cd-conta         to ws-pesq-r-cd-conta(ws-pesq-qtd-resultados)
                              move pag-cd-centro-custo  to ws-pesq-r-cd-centro-custo(ws-pesq-qtd-resultados)
                              move pag-historico        to ws-pesq-r-historico(ws-pesq-qtd-resultados)
                              move pag-aprovacao        to ws-pesq-r-aprovacao(ws-pesq-qtd-resultados)
                              move pag-remessa-situacao to ws-pesq-r-remessa-situacao(ws-pesq-qtd-resultados)
                              move pag-remessa-ocorrencia to ws-pesq-r-remessa-ocorrencia(ws-pesq-qtd-resultados)
                         end-if
                end-read
            end-perform
       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-lancar-despesa: valida a despesa avulsa contra os
      *>   cadastros, atribui o número e grava as parcelas mensais em
      *>   PAGAR.DAT; a pesquisa em seguida mostra o que foi gerado.
       2300-lancar-despesa section.
       2300.
            if   ws-form-historico = spaces
                 move "Informe o historico da despesa." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-valor-total = zeros
                 move "Informe o valor da despesa."   to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-qtd-parcelas = zeros
                 move 1                              to ws-form-qtd-parcelas
            end-if
            move ws-form-primeiro-vencimento (1:4)    to ws-du-data-ano
            move ws-form-primeiro-vencimento (5:2)    to ws-du-data-mes
            move ws-form-primeiro-vencimento (7:2)    to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            if   ws-du-mensagem-erro not = spaces
                 move "Primeiro vencimento invalido (AAAAMMDD)." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-competencia = zeros
                 move ws-form-primeiro-vencimento (1:6) to ws-form-competencia
            end-if
            if   ws-form-competencia (5:2) < "01"
            or   ws-form-competencia (5:2) > "12"
                 move "Competencia invalida (AAAAMM)." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-fornecedor               to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     move "Fornecedor nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            move ws-form-cd-conta                    to pct-cd-conta
            read plano-contas-arq
                key is pct-cd-conta
                invalid key
                     move "Conta nao encontrada no plano de contas." to ws-mensagem-retorno
                     exit section
            end-read
            if   not pct-analitica
            or   not pct-ativa
                 move "Informe uma conta analitica ativa do plano." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-centro-custo             to ccu-cd-centro-custo
            read centro-custo-arq
                key is ccu-cd-centro-custo
                invalid key
                     move "Centro de custo nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not ccu-ativo
                 move "Centro de custo inativo."      to ws-mensagem-retorno
                 exit section
            end-if

            perform 2305-obter-numero-despesa

            compute ws-dsp-valor-parcela rounded =
                    ws-form-valor-total / ws-form-qtd-parcelas
            compute ws-dsp-valor-ultima-parcela =
                    ws-form-valor-total
                  - (ws-dsp-valor-parcela * (ws-form-qtd-parcelas - 1))
            move ws-form-primeiro-vencimento (1:4)    to ws-dsp-ano
            move ws-form-primeiro-vencimento (5:2)    to ws-dsp-mes
            move ws-form-primeiro-vencimento (7:2)    to ws-dsp-dia
            move zeros                               to ws-dsp-qtd-gravadas

            perform varying ws-dsp-parcela-idx from 1 by 1
                    until ws-dsp-parcela-idx > ws-form-qtd-parcelas
                perform 2310-calcular-vencimento
                perform 2320-gravar-parcela-despesa
                add 1                                to ws-dsp-mes
                if   ws-dsp-mes > 12
                     move 1                          to ws-dsp-mes
                     add 1                           to ws-dsp-ano
                end-if
            end-perform

            move ws-dsp-cd-despesa                   to ws-form-texto-pesquisa
            string "Despesa " ws-dsp-cd-despesa " lancada em "
                   ws-dsp-qtd-gravadas " parcela(s)."
                   delimited by size into ws-mensagem-retorno
            perform 2200-pesquisar-parcelas
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2305-obter-numero-despesa: próximo número da série PEDCOMPRA
      *>   (semente pela chave mais alta de PEDIDO-COMPRA.DAT, mesma
      *>   técnica de 2105-obter-proximo-codigo em PedidoCompra.cbl); a
      *>   filial usa a própria série PEDCOMP-Fn.
       2305-obter-numero-despesa section.
       2305.
            move high-values                        to pdc-cd-pedido-compra
            start pedido-compra-arq key is less than pdc-cd-pedido-compra
                invalid key
                     move zeros                      to pdc-cd-pedido-compra
                not invalid key
                     read pedido-compra-arq previous record
                         at end
                              move zeros              to pdc-cd-pedido-compra
                     end-read
            end-start
            add 1                                    to pdc-cd-pedido-compra

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
            move ws-seq-numero-gerado                 to ws-dsp-cd-despesa
            .

       2305-exit.
            exit.

      *>===================================================================================
      *>   2310-calcular-vencimento: dia do primeiro vencimento no mês da
      *>   parcela, limitado ao último dia do mês e empurrado para o
      *>   próximo dia útil (DataUtil/FERIADO.DAT).
       2310-calcular-vencimento section.
       2310.
            move ws-dsp-ano                          to ws-du-data-ano
            move ws-dsp-mes                          to ws-du-data-mes
            move 01                                  to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            move ws-dsp-ano                          to ws-dsp-vencimento (1:4)
            move ws-dsp-mes                          to ws-dsp-vencimento (5:2)
            if   ws-dsp-dia > ws-du-ultimo-dia-mes
                 move ws-du-ultimo-dia-mes            to ws-dsp-vencimento (7:2)
            else
                 move ws-dsp-dia                     to ws-dsp-vencimento (7:2)
            end-if

            move ws-dsp-vencimento (1:4)              to ws-du-data-ano
            move ws-dsp-vencimento (5:2)              to ws-du-data-mes
            move ws-dsp-vencimento (7:2)              to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            if   not ws-du-data-eh-util
            and  ws-du-proximo-dia-util not = zeros
                 move ws-du-proximo-dia-util           to ws-dsp-vencimento
            end-if
            .

       2310-exit.
            exit.

      *>===================================================================================
       2320-gravar-parcela-despesa section.
       2320.
            move ws-dsp-cd-despesa                   to pag-cd-pedido-compra
            move ws-dsp-parcela-idx                  to pag-parcela
            move ws-form-cd-fornecedor               to pag-cd-fornecedor
            if   ws-dsp-parcela-idx = ws-form-qtd-parcelas
                 move ws-dsp-valor-ultima-parcela     to pag-valor
            else
                 move ws-dsp-valor-parcela            to pag-valor
            end-if
            move ws-dsp-vencimento                   to pag-data-vencimento
            set  pag-aberta                          to true
            move zeros                               to pag-data-baixa
            move spaces                              to pag-operador-baixa
            move function current-date (1:8)          to pag-data-inclusao
            move ws-operador-logado                  to pag-operador-inclusao
            move zeros                               to pag-extrato-chave
            set  pag-origem-despesa                  to true
            move ws-form-cd-conta                    to pag-cd-conta
            move ws-form-cd-centro-custo             to pag-cd-centro-custo
            move ws-form-historico                   to pag-historico
            move ws-form-competencia                 to pag-competencia
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
            move ws-empresa-logada                   to pag-cd-empresa
            write reg-pagar
                invalid key
                     continue
                not invalid key
                     add 1                           to ws-dsp-qtd-gravadas
            end-write
            .

       2320-exit.
            exit.

      *>===================================================================================
      *>   2400-aprovar-pagamento-banco: o supervisor libera a parcela em
      *>   aberto para a próxima remessa de pagamento (RemessaPagar.cbl).
      *>   O fornecedor precisa ter a forma de pagamento pelo banco; no
      *>   boleto o código de barras é informado aqui. Parcela rejeitada
      *>   pelo banco volta por este mesmo caminho depois de corrigida.
       2400-aprovar-pagamento-banco section.
       2400.
            if   ws-perfil-logado not = 3
                 move "Aprovacao de pagamento restrita ao supervisor." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-pedido-compra           to pag-cd-pedido-compra
            move ws-form-parcela                    to pag-parcela
            read pagar-arq
                key is pag-chave
                invalid key
                     move "Parcela nao encontrada."  to ws-mensagem-retorno
                     exit section
            end-read
            if   not pag-aberta
                 move "Parcela nao esta em aberto."   to ws-mensagem-retorno
                 exit section
            end-if
            if   pag-em-remessa
                 move "Parcela ja enviada ao banco."  to ws-mensagem-retorno
                 exit section
            end-if

            move pag-cd-fornecedor                  to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     move "Fornecedor da parcela nao cadastrado." to ws-mensagem-retorno
                     exit section
            end-read
            evaluate true
                when frn-paga-credito-conta
                     if   frn-banco = zeros
                     or   frn-conta-corrente = zeros
                          move "Fornecedor sem banco/conta para o credito - complete o cadastro." to ws-mensagem-retorno
                          exit section
                     end-if
                     move spaces                      to pag-codigo-barras
                when frn-paga-boleto
                     if   ws-form-codigo-barras = spaces
                     and  pag-codigo-barras = spaces
                          move "Informe o codigo de barras do boleto." to ws-mensagem-retorno
                          exit section
                     end-if
                     if   ws-form-codigo-barras not = spaces
                          move ws-form-codigo-barras   to pag-codigo-barras
                     end-if
                when other
                     move "Fornecedor sem forma de pagamento pelo banco no cadastro." to ws-mensagem-retorno
                     exit section
            end-evaluate

            set  pag-aprovada                        to true
            move function current-date (1:8)          to pag-data-aprovacao
            move ws-operador-logado                  to pag-operador-aprovacao
            set  pag-fora-remessa                    to true
            move spaces                              to pag-remessa-ocorrencia
            rewrite reg-pagar
                invalid key
                     move "Erro ao aprovar parcela."  to ws-mensagem-retorno
                not invalid key
                     move "Parcela aprovada para a remessa de pagamento." to ws-mensagem-retorno
            end-rewrite
            .

       2400-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pagar-arq
            close fornecedor-arq
            close pedido-compra-arq
            close plano-contas-arq
            close centro-custo-arq
            close sessao-arq
            .

                        <td colspan=7>
                            <input name=textoPesquisa size=15 maxlength=40 value="" class="campo" title="Codigo pedido de compra ou fornecedor" tabIndex=1>
                            <img title="Pesquisar Parcelas" style="cursor:hand; width:16; height:16;" onClick="PesquisaParcelas();" src="Icones/busca.gif" tabIndex=2>
                            &nbsp;Código de barras (boleto, na aprovação)&nbsp;
                            <input name=codigoBarras size=48 maxlength=48 value="" class="campo" tabIndex=2>
                        </td>
                    </tr>
                    <tr>
                        <td colspan=8 class="titulocampo" style="text-align:left">Nova despesa (não vem de pedido de compra)</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Fornecedor&nbsp;</td>
                        <td><input name=cdFornecedor size=5 maxlength=5 value=":ws-form-cd-fornecedor" class="campo" tabIndex=3></td>
                        <td class=titulocampo>Conta&nbsp;</td>
                        <td><input name=cdConta size=12 maxlength=12 value=":ws-form-cd-conta" class="campo" tabIndex=4></td>
                        <td class=titulocampo>Centro de custo&nbsp;</td>
                        <td><input name=cdCentroCusto size=3 maxlength=3 value=":ws-form-cd-centro-custo" class="campo" tabIndex=5></td>
                        <td class=titulocampo>Competência (AAAAMM)&nbsp;</td>
                        <td><input name=competencia size=6 maxlength=6 value=":ws-form-competencia" class="campo" tabIndex=6></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Histórico&nbsp;</td>
                        <td colspan=3><input name=historico size=40 maxlength=40 value=":ws-form-historico" class="campo" tabIndex=7></td>
                        <td class=titulocampo>Valor total&nbsp;</td>
                        <td><input name=valorTotal size=12 maxlength=12 value=":ws-form-valor-total" class="campo" tabIndex=8></td>
                        <td class=titulocampo>1º vencimento (AAAAMMDD) / parcelas&nbsp;</td>
                        <td>
                            <input name=primeiroVencimento size=8 maxlength=8 value=":ws-form-primeiro-vencimento" class="campo" tabIndex=9>
                            <input name=qtdParcelas size=2 maxlength=2 value=":ws-form-qtd-parcelas" class="campo" title="Parcelas mensais" tabIndex=10>
                            <button class=botao name=BotLancar onclick='LancarDespesa();' style="width:70px;" tabindex=11><label>&nbsp;<U>L</U>ançar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
                        <td colspan=8>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Pedido/Despesa</td>
                                    <td class=titulocampo>Parcela</td>
                                    <td class=titulocampo>Fornecedor</td>
                                    <td class=titulocampo>Vencimento</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Origem</td>
                                    <td class=titulocampo>Conta / C.Custo / Histórico</td>
                                    <td class=titulocampo>Banco</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                        <td>:ws-pesq-r-vencimento(ws-pesq-tab-idx)</td>
                        <td><div align=right>:ws-pesq-r-valor(ws-pesq-tab-idx)</div></td>
                        <td><div align=center>:ws-pesq-r-situacao(ws-pesq-tab-idx)</div></td>
                        <td><div align=center>:ws-pesq-r-origem(ws-pesq-tab-idx)</div></td>
                        <td>:ws-pesq-r-cd-conta(ws-pesq-tab-idx) :ws-pesq-r-cd-centro-custo(ws-pesq-tab-idx) :ws-pesq-r-historico(ws-pesq-tab-idx)</td>
                        <td>:ws-pesq-r-aprovacao(ws-pesq-tab-idx) :ws-pesq-r-remessa-situacao(ws-pesq-tab-idx) :ws-pesq-r-remessa-ocorrencia(ws-pesq-tab-idx)</td>
                        <td>
                end-exec
                if   ws-pesq-r-situacao(ws-pesq-tab-idx) = "A"
                and  ws-pesq-r-remessa-situacao(ws-pesq-tab-idx) not = "E"
                     exec html
                            <img title="Pagar" style="cursor:hand; width:16; height:16;"
                                 onClick="BaixarParcela(:ws-pesq-r-cd-pedido-compra(ws-pesq-tab-idx),:ws-pesq-r-parcela(ws-pesq-tab-idx));" src="Icones/check.gif">
                     end-exec
                     if   ws-perfil-logado = 3
                          exec html
                            <img title="Aprovar para pagamento pelo banco" style="cursor:hand; width:16; height:16;"
                                 onClick="AprovarBanco(:ws-pesq-r-cd-pedido-compra(ws-pesq-tab-idx),:ws-pesq-r-parcela(ws-pesq-tab-idx));" src="Icones/check.gif">
                          end-exec
                     end-if
                end-if
                exec html
                        </td>
                        Submeter("20");
                    }

                    function LancarDespesa() {
                        if (confirm("Confirma o lancamento desta despesa?")) {
                            Submeter("10");
                        }
                    }

                    function BaixarParcela(cdPedidoCompra, parcela) {
                        if (confirm("Confirma o pagamento desta parcela?")) {
                            document.all.cdPedidoCompra.value = cdPedidoCompra;
                            Submeter("35");
                        }
                    }

                    function AprovarBanco(cdPedidoCompra, parcela) {
                        if (confirm("Aprova o pagamento desta parcela pela remessa do banco?")) {
                            document.all.cdPedidoCompra.value = cdPedidoCompra;
                            document.all.parcela.value = parcela;
                            Submeter("40");
                        }
                    }
                </script>
            end-exec.
            .
