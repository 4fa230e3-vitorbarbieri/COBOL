      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Conciliacao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                              Conciliação Bancária
      *>            --------------------------------------------------------
      *>
      *>   Tela de conciliação bancária sobre EXTRATO-BANCO.DAT (carregado
      *>   e pré-conciliado por ImportaExtrato.cbl). Para o período
      *>   informado lista os lançamentos do extrato e, ao lado, os
      *>   recebimentos (REC-PAGAMENTO.DAT em Pix, transferência ou
      *>   banco) e os pagamentos (PAGAR.DAT baixados) ainda sem
      *>   lançamento casado. O financeiro seleciona um lançamento
      *>   Pendente e:
      *>     - casa com um recebimento (crédito) ou pagamento (débito) -
      *>       valor diferente exige observação;
      *>     - ou justifica o lançamento sem origem (tarifa, estorno,
      *>       aplicação...), com observação obrigatória;
      *>     - ou desfaz uma conciliação, automática ou manual, devolvendo
      *>       o lançamento a Pendente e liberando a origem.
      *>   FechamentoMes.cbl não fecha o mês com lançamento Pendente.
      *>   Restrita aos perfis de vendas e supervisor (mesma regra de
      *>   Pagar.cbl). Chamado pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select extrato-banco-arq assign  to "EXTRATO-BANCO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ebc-chave
                  file status                is ws-status-extrato-banco.
           select rec-pagamento-arq assign  to "REC-PAGAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pgt-chave
                  file status                is ws-status-rec-pagamento.
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

      *>===================================================================================
       data division.
       file section.
       fd  extrato-banco-arq.
       copy "EXTBANC.CPY".
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  pagar-arq.
       copy "PAGAR.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-extrato-banco                pic x(02)       value "00".
              88 ws-extrato-banco-ok                                value "00".
              88 ws-extrato-banco-nao-encontrado                    value "23" "35".
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-pagar                       pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
      *>   Restrita aos perfis de vendas e supervisor; sem sessão válida
      *>   vale o menor privilégio (atendimento).
       01  ws-perfil-logado                           pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-conciliar                                 value "10".
              88 ws-opcao-pesquisar                                 value "20".
              88 ws-opcao-justificar                                value "30".
              88 ws-opcao-desfazer                                  value "40".

       01  ws-form-conciliacao.
           03 ws-form-data-inicial                   pic 9(08)       value zeros.
           03 ws-form-data-final                     pic 9(08)       value zeros.
      *>   Lançamento do extrato selecionado.
           03 ws-form-extrato-data                   pic 9(08)       value zeros.
           03 ws-form-extrato-sequencia              pic 9(05)       value zeros.
      *>   Origem escolhida para o casamento: R recebimento, G pagar.
           03 ws-form-origem                        pic x(01)       value spaces.
           03 ws-form-ref-cd-pedido                  pic 9(07)       value zeros.
           03 ws-form-ref-parcela                    pic 9(02)       value zeros.
           03 ws-form-ref-sequencia                  pic 9(05)       value zeros.
           03 ws-form-observacao                    pic x(40)       value spaces.

       01  ws-ind-varredura                           pic x(01)       value "N".
          88 ws-varredura-eof                                       value "S".
       01  ws-valor-origem                            pic 9(09)v9(02) value zeros.

      *>   Lançamentos do extrato no período.
       01  ws-tab-extrato.
           03 ws-ext-linha                           occurs 200 times.
              05 ws-ext-r-data                       pic 9(08).
              05 ws-ext-r-sequencia                  pic 9(05).
              05 ws-ext-r-tipo                       pic x(01).
              05 ws-ext-r-valor                      pic 9(09)v9(02).
              05 ws-ext-r-documento                  pic x(15).
              05 ws-ext-r-historico                  pic x(40).
              05 ws-ext-r-situacao                   pic x(01).
              05 ws-ext-r-origem                     pic x(01).
              05 ws-ext-r-referencia                 pic x(14).
              05 ws-ext-r-observacao                 pic x(40).
       01  ws-ext-qtd                                pic 9(03)       value zeros.
       01  ws-ext-tab-idx                             pic 9(03)       value zeros.
       01  ws-ext-qtd-pendentes                       pic 9(03)       value zeros.

      *>   Recebimentos sem lançamento casado no período.
       01  ws-tab-recebimentos.
           03 ws-rcb-linha                           occurs 200 times.
              05 ws-rcb-r-cd-pedido                  pic 9(07).
              05 ws-rcb-r-parcela                    pic 9(02).
              05 ws-rcb-r-sequencia                  pic 9(05).
              05 ws-rcb-r-data                       pic 9(08).
              05 ws-rcb-r-valor                      pic 9(09)v9(02).
              05 ws-rcb-r-forma                      pic x(01).
              05 ws-rcb-r-tipo                       pic x(01).
       01  ws-rcb-qtd                                pic 9(03)       value zeros.
       01  ws-rcb-tab-idx                             pic 9(03)       value zeros.

      *>   Parcelas de contas a pagar baixadas sem lançamento casado.
       01  ws-tab-pagamentos.
           03 ws-pgo-linha                           occurs 200 times.
              05 ws-pgo-r-cd-pedido-compra            pic 9(07).
              05 ws-pgo-r-parcela                    pic 9(02).
              05 ws-pgo-r-cd-fornecedor               pic 9(05).
              05 ws-pgo-r-data-baixa                  pic 9(08).
              05 ws-pgo-r-valor                      pic 9(09)v9(02).
       01  ws-pgo-qtd                                pic 9(03)       value zeros.
       01  ws-pgo-tab-idx                             pic 9(03)       value zeros.

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
       1100-abrir-arquivos section.
       1100.
            open i-o extrato-banco-arq
            if   ws-extrato-banco-nao-encontrado
                 open output extrato-banco-arq
                 close extrato-banco-arq
                 open i-o extrato-banco-arq
            end-if
            open i-o rec-pagamento-arq
            if   ws-rec-pagamento-nao-encontrado
                 open output rec-pagamento-arq
                 close rec-pagamento-arq
                 open i-o rec-pagamento-arq
            end-if
            open i-o pagar-arq
            if   ws-pagar-nao-encontrado
                 open output pagar-arq
                 close pagar-arq
                 open i-o pagar-arq
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
            if   ws-perfil-logado < 2
                 move "Conciliacao restrita aos perfis de vendas e supervisor." to ws-mensagem-retorno
            else
                 if   not ws-opcao-abrir-tela
                      perform 1200-obter-campos-formulario
                 end-if
                 perform 1250-ajustar-periodo
                 evaluate true
                     when ws-jan-manutencao-ativa
                      and (ws-opcao-conciliar or ws-opcao-justificar
                           or ws-opcao-desfazer)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-conciliar
                          perform 2100-conciliar
                     when ws-opcao-justificar
                          perform 2300-justificar
                     when ws-opcao-desfazer
                          perform 2400-desfazer
                     when other
                          continue
                 end-evaluate
                 perform 2500-listar-extrato
                 perform 2600-listar-recebimentos
                 perform 2700-listar-pagamentos
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
                getfield( ws-form-data-inicial )
                getfield( ws-form-data-final )
                getfield( ws-form-extrato-data )
                getfield( ws-form-extrato-sequencia )
                getfield( ws-form-origem )
                getfield( ws-form-ref-cd-pedido )
                getfield( ws-form-ref-parcela )
                getfield( ws-form-ref-sequencia )
                getfield( ws-form-observacao )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1250-ajustar-periodo: sem período informado vale o mês
      *>   corrente até hoje.
       1250-ajustar-periodo section.
       1250.
            if   ws-form-data-inicial = zeros
                 move function current-date (1:8)     to ws-form-data-inicial
                 move "01"                           to ws-form-data-inicial (7:2)
            end-if
            if   ws-form-data-final = zeros
            or   ws-form-data-final < ws-form-data-inicial
                 move function current-date (1:8)     to ws-form-data-final
            end-if
            .

       1250-exit.
            exit.

      *>===================================================================================
      *>   1300-ler-lancamento: lê o lançamento do extrato selecionado.
       1300-ler-lancamento section.
       1300.
            move ws-form-extrato-data                to ebc-data
            move ws-form-extrato-sequencia           to ebc-sequencia
            read extrato-banco-arq
                key is ebc-chave
                invalid key
                     move "Lancamento do extrato nao encontrado." to ws-mensagem-retorno
            end-read
            .

       1300-exit.
            exit.

      *>===================================================================================
      *>   2100-conciliar: casa o lançamento Pendente selecionado com o
      *>   recebimento ou o pagamento escolhido. Crédito só casa com
      *>   recebimento e débito só com pagamento; a origem não pode estar
      *>   casada com outro lançamento; valor diferente exige observação.
       2100-conciliar section.
       2100.
            perform 1300-ler-lancamento
            if   ws-mensagem-retorno not = spaces
                 exit section
            end-if
            if   not ebc-pendente
                 move "Lancamento ja conciliado ou justificado." to ws-mensagem-retorno
                 exit section
            end-if

            evaluate true
                when ws-form-origem = "R" and ebc-credito
                     move ws-form-ref-cd-pedido       to pgt-cd-pedido
                     move ws-form-ref-parcela         to pgt-parcela
                     move ws-form-ref-sequencia       to pgt-sequencia
                     read rec-pagamento-arq
                         key is pgt-chave
                         invalid key
                              move "Recebimento nao encontrado." to ws-mensagem-retorno
                              exit section
                     end-read
                     if   pgt-extrato-chave not = zeros
                          move "Recebimento ja conciliado com outro lancamento." to ws-mensagem-retorno
                          exit section
                     end-if
                     move pgt-valor                  to ws-valor-origem
                when ws-form-origem = "G" and ebc-debito
                     move ws-form-ref-cd-pedido       to pag-cd-pedido-compra
                     move ws-form-ref-parcela         to pag-parcela
                     read pagar-arq
                         key is pag-chave
                         invalid key
                              move "Parcela a pagar nao encontrada." to ws-mensagem-retorno
                              exit section
                     end-read
                     if   not pag-baixada
                          move "Parcela a pagar nao esta baixada." to ws-mensagem-retorno
                          exit section
                     end-if
                     if   pag-extrato-chave not = zeros
                          move "Pagamento ja conciliado com outro lancamento." to ws-mensagem-retorno
                          exit section
                     end-if
                     move pag-valor                  to ws-valor-origem
                when other
                     move "Credito casa com recebimento e debito com pagamento." to ws-mensagem-retorno
                     exit section
            end-evaluate

            if   ws-valor-origem not = ebc-valor
            and  ws-form-observacao = spaces
                 move "Valores diferentes: informe a observacao." to ws-mensagem-retorno
                 exit section
            end-if

            if   ws-form-origem = "R"
                 move ebc-chave                      to pgt-extrato-chave
                 rewrite reg-rec-pagamento
                     invalid key
                          move "Erro ao marcar o recebimento." to ws-mensagem-retorno
                          exit section
                 end-rewrite
                 set  ebc-origem-receber              to true
                 move ws-form-ref-cd-pedido           to ebc-ref-cd-pedido
                 move ws-form-ref-parcela             to ebc-ref-parcela
                 move ws-form-ref-sequencia           to ebc-ref-sequencia
            else
                 move ebc-chave                      to pag-extrato-chave
                 rewrite reg-pagar
                     invalid key
                          move "Erro ao marcar o pagamento." to ws-mensagem-retorno
                          exit section
                 end-rewrite
                 set  ebc-origem-pagar                to true
                 move spaces                         to ebc-referencia
                 move ws-form-ref-cd-pedido           to ebc-ref-cd-pedido-compra
                 move ws-form-ref-parcela             to ebc-ref-parcela-pagar
            end-if
            set  ebc-conciliado-manual               to true
            move 1                                   to ebc-qtd-lancamentos
            move ws-form-observacao                  to ebc-observacao
            move function current-date (1:8)          to ebc-data-conciliacao
            move ws-operador-logado                  to ebc-operador-conciliacao
            rewrite reg-extrato-banco
                invalid key
                     move "Erro ao conciliar o lancamento." to ws-mensagem-retorno
                not invalid key
                     move "Lancamento conciliado."     to ws-mensagem-retorno
            end-rewrite
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2300-justificar: lançamento sem origem no sistema (tarifa,
      *>   estorno, aplicação...) sai de Pendente com a observação.
       2300-justificar section.
       2300.
            perform 1300-ler-lancamento
            if   ws-mensagem-retorno not = spaces
                 exit section
            end-if
            if   not ebc-pendente
                 move "Lancamento ja conciliado ou justificado." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-observacao = spaces
                 move "Informe a observacao da justificativa." to ws-mensagem-retorno
                 exit section
            end-if
            set  ebc-justificado                     to true
            set  ebc-sem-origem                      to true
            move spaces                              to ebc-referencia
            move zeros                               to ebc-qtd-lancamentos
            move ws-form-observacao                  to ebc-observacao
            move function current-date (1:8)          to ebc-data-conciliacao
            move ws-operador-logado                  to ebc-operador-conciliacao
            rewrite reg-extrato-banco
                invalid key
                     move "Erro ao justificar o lancamento." to ws-mensagem-retorno
                not invalid key
                     move "Lancamento justificado."    to ws-mensagem-retorno
            end-rewrite
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2400-desfazer: devolve o lançamento a Pendente e libera a
      *>   origem casada - as linhas de recebimento da parcela que
      *>   carregam a chave do lançamento ou a parcela a pagar.
       2400-desfazer section.
       2400.
            perform 1300-ler-lancamento
            if   ws-mensagem-retorno not = spaces
                 exit section
            end-if
            if   ebc-pendente
                 move "Lancamento ja esta pendente."  to ws-mensagem-retorno
                 exit section
            end-if

            evaluate true
                when ebc-origem-receber
                     perform 2410-liberar-recebimentos
                when ebc-origem-pagar
                     move ebc-ref-cd-pedido-compra    to pag-cd-pedido-compra
                     move ebc-ref-parcela-pagar       to pag-parcela
                     read pagar-arq
                         key is pag-chave
                         invalid key
                              continue
                         not invalid key
                              if   pag-extrato-chave = ebc-chave
                                   move zeros          to pag-extrato-chave
                                   rewrite reg-pagar
                                       invalid key
                                            continue
                                   end-rewrite
                              end-if
                     end-read
                when other
                     continue
            end-evaluate

            set  ebc-pendente                        to true
            set  ebc-sem-origem                      to true
            move spaces                              to ebc-referencia
            move zeros                               to ebc-qtd-lancamentos
            move spaces                              to ebc-observacao
            move zeros                               to ebc-data-conciliacao
            move spaces                              to ebc-operador-conciliacao
            rewrite reg-extrato-banco
                invalid key
                     move "Erro ao desfazer a conciliacao." to ws-mensagem-retorno
                not invalid key
                     move "Conciliacao desfeita; lancamento pendente." to ws-mensagem-retorno
            end-rewrite
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2410-liberar-recebimentos: varre as linhas da parcela de
      *>   referência (a chave ordena a parcela junta) zerando a chave do
      *>   lançamento onde ela aparece.
       2410-liberar-recebimentos section.
       2410.
            move "N"                                 to ws-ind-varredura
            move ebc-ref-cd-pedido                   to pgt-cd-pedido
            move ebc-ref-parcela                     to pgt-parcela
            move zeros                               to pgt-sequencia
            start rec-pagamento-arq key is greater than or equal pgt-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read rec-pagamento-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   pgt-cd-pedido not = ebc-ref-cd-pedido
                         or   pgt-parcela not = ebc-ref-parcela
                              set ws-varredura-eof     to true
                         else
                              if   pgt-extrato-chave = ebc-chave
                                   move zeros          to pgt-extrato-chave
                                   rewrite reg-rec-pagamento
                                       invalid key
                                            continue
                                   end-rewrite
                              end-if
                         end-if
                end-read
            end-perform
            .

       2410-exit.
            exit.

      *>===================================================================================
      *>   2500-listar-extrato: lançamentos do período, todas as
      *>   situações (posicionamento na data inicial).
       2500-listar-extrato section.
       2500.
            move zeros                               to ws-ext-qtd
            move zeros                               to ws-ext-qtd-pendentes
            move "N"                                 to ws-ind-varredura
            move ws-form-data-inicial                to ebc-data
            move zeros                               to ebc-sequencia
            start extrato-banco-arq key is greater than or equal ebc-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-ext-qtd >= 200
                read extrato-banco-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ebc-data > ws-form-data-final
                              set ws-varredura-eof     to true
                         else
                              add 1                    to ws-ext-qtd
                              move ebc-data             to ws-ext-r-data(ws-ext-qtd)
                              move ebc-sequencia        to ws-ext-r-sequencia(ws-ext-qtd)
                              move ebc-tipo             to ws-ext-r-tipo(ws-ext-qtd)
                              move ebc-valor            to ws-ext-r-valor(ws-ext-qtd)
                              move ebc-documento        to ws-ext-r-documento(ws-ext-qtd)
                              move ebc-historico        to ws-ext-r-historico(ws-ext-qtd)
                              move ebc-situacao         to ws-ext-r-situacao(ws-ext-qtd)
                              move ebc-origem           to ws-ext-r-origem(ws-ext-qtd)
                              move ebc-referencia       to ws-ext-r-referencia(ws-ext-qtd)
                              move ebc-observacao       to ws-ext-r-observacao(ws-ext-qtd)
                              if   ebc-pendente
                                   add 1               to ws-ext-qtd-pendentes
                              end-if
                         end-if
                end-read
            end-perform
            if   ws-mensagem-retorno = spaces
                 if   ws-ext-qtd = 0
                      move "Nenhum lancamento de extrato no periodo." to ws-mensagem-retorno
                 else
                      string "Lancamentos pendentes no periodo: "
                             ws-ext-qtd-pendentes
                             delimited by size into ws-mensagem-retorno
                 end-if
            end-if
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2600-listar-recebimentos: recebimentos em Pix, transferência ou
      *>   banco no período ainda sem lançamento casado (varredura
      *>   sequencial - a chave do histórico não carrega a data).
       2600-listar-recebimentos section.
       2600.
            move zeros                               to ws-rcb-qtd
            move "N"                                 to ws-ind-varredura
            move low-values                          to pgt-chave
            start rec-pagamento-arq key is greater than or equal pgt-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-rcb-qtd >= 200
                read rec-pagamento-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   pgt-data >= ws-form-data-inicial
                         and  pgt-data <= ws-form-data-final
                         and  pgt-extrato-chave = zeros
                         and  (pgt-forma-pix or pgt-forma-transferencia
                                             or pgt-forma-banco)
                              add 1                    to ws-rcb-qtd
                              move pgt-cd-pedido        to ws-rcb-r-cd-pedido(ws-rcb-qtd)
                              move pgt-parcela          to ws-rcb-r-parcela(ws-rcb-qtd)
                              move pgt-sequencia        to ws-rcb-r-sequencia(ws-rcb-qtd)
                              move pgt-data             to ws-rcb-r-data(ws-rcb-qtd)
                              move pgt-valor            to ws-rcb-r-valor(ws-rcb-qtd)
                              move pgt-forma            to ws-rcb-r-forma(ws-rcb-qtd)
                              move pgt-tipo             to ws-rcb-r-tipo(ws-rcb-qtd)
                         end-if
                end-read
            end-perform
            .

       2600-exit.
            exit.

      *>===================================================================================
      *>   2700-listar-pagamentos: parcelas a pagar baixadas no período
      *>   ainda sem lançamento casado.
       2700-listar-pagamentos section.
       2700.
            move zeros                               to ws-pgo-qtd
            move "N"                                 to ws-ind-varredura
            move low-values                          to pag-chave
            start pagar-arq key is greater than or equal pag-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-pgo-qtd >= 200
                read pagar-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   pag-baixada
                         and  pag-data-baixa >= ws-form-data-inicial
                         and  pag-data-baixa <= ws-form-data-final
                         and  pag-extrato-chave = zeros
                              add 1                    to ws-pgo-qtd
                              move pag-cd-pedido-compra to ws-pgo-r-cd-pedido-compra(ws-pgo-qtd)
                              move pag-parcela          to ws-pgo-r-parcela(ws-pgo-qtd)
                              move pag-cd-fornecedor    to ws-pgo-r-cd-fornecedor(ws-pgo-qtd)
                              move pag-data-baixa       to ws-pgo-r-data-baixa(ws-pgo-qtd)
                              move pag-valor            to ws-pgo-r-valor(ws-pgo-qtd)
                         end-if
                end-read
            end-perform
            .

       2700-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close extrato-banco-arq
            close rec-pagamento-arq
            close pagar-arq
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
                <form name=frmConciliacao id=frmConciliacao method=post action="Conciliacao.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=extratoData id=extratoData value="0">
                <input type=hidden name=extratoSequencia id=extratoSequencia value="0">
                <input type=hidden name=origem id=origem value="">
                <input type=hidden name=refCdPedido id=refCdPedido value="0">
                <input type=hidden name=refParcela id=refParcela value="0">
                <input type=hidden name=refSequencia id=refSequencia value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Período&nbsp;</td>
                        <td colspan=5>
                            <input name=dataInicial size=8 maxlength=8 value=":ws-form-data-inicial" class="campo" title="aaaammdd" tabIndex=1>
                            a <input name=dataFinal size=8 maxlength=8 value=":ws-form-data-final" class="campo" title="aaaammdd" tabIndex=2>
                            <img title="Pesquisar" style="cursor:hand; width:16; height:16;" onClick="Submeter('20');" src="Icones/busca.gif" tabIndex=3>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Lançamento&nbsp;</td>
                        <td colspan=5>
                            <span id=lancamentoSelecionado>(nenhum selecionado)</span>
                            Observação: <input name=observacao id=observacao size=30 maxlength=40 value="" class="campo" title="Obrigatoria na justificativa ou com valores diferentes" tabIndex=4>
                            <button class=botao name=BotJustificar onclick='Justificar();' style="width:90px;" tabindex=5><label>&nbsp;<U>J</U>ustificar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-ext-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo colspan=9>Extrato bancário</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Documento</td>
                                    <td class=titulocampo>Histórico</td>
                                    <td class=titulocampo>Sit.</td>
                                    <td class=titulocampo>Origem</td>
                                    <td class=titulocampo>Observação</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-extrato
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            if   ws-rcb-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo colspan=7>Recebimentos sem lançamento</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Pedido</td>
                                    <td class=titulocampo>Parcela</td>
                                    <td class=titulocampo>Seq.</td>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Forma/Tipo</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-recebimentos
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            if   ws-pgo-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo colspan=6>Pagamentos sem lançamento</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Pedido Compra</td>
                                    <td class=titulocampo>Parcela</td>
                                    <td class=titulocampo>Fornecedor</td>
                                    <td class=titulocampo>Data Baixa</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-pagamentos
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
       8000-linhas-extrato section.
       8000.
            perform varying ws-ext-tab-idx from 1 by 1
                    until ws-ext-tab-idx > ws-ext-qtd
                exec html
                    <tr>
                        <td>:ws-ext-r-data(ws-ext-tab-idx)</td>
                        <td><div align=center>:ws-ext-r-tipo(ws-ext-tab-idx)</div></td>
                        <td><div align=right>:ws-ext-r-valor(ws-ext-tab-idx)</div></td>
                        <td>:ws-ext-r-documento(ws-ext-tab-idx)</td>
                        <td>:ws-ext-r-historico(ws-ext-tab-idx)</td>
                        <td><div align=center>:ws-ext-r-situacao(ws-ext-tab-idx)</div></td>
                        <td>:ws-ext-r-origem(ws-ext-tab-idx) :ws-ext-r-referencia(ws-ext-tab-idx)</td>
                        <td>:ws-ext-r-observacao(ws-ext-tab-idx)</td>
                        <td>
                end-exec
                if   ws-ext-r-situacao(ws-ext-tab-idx) = "P"
                     exec html
                            <img title="Selecionar" style="cursor:hand; width:16; height:16;"
                                 onClick="SelecionarLancamento(:ws-ext-r-data(ws-ext-tab-idx),:ws-ext-r-sequencia(ws-ext-tab-idx),':ws-ext-r-tipo(ws-ext-tab-idx)',':ws-ext-r-valor(ws-ext-tab-idx)');" src="Icones/check.gif">
                     end-exec
                else
                     exec html
                            <img title="Desfazer" style="cursor:hand; width:16; height:16;"
                                 onClick="Desfazer(:ws-ext-r-data(ws-ext-tab-idx),:ws-ext-r-sequencia(ws-ext-tab-idx));" src="Icones/busca.gif">
                     end-exec
                end-if
                exec html
                        </td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-recebimentos section.
       8000.
            perform varying ws-rcb-tab-idx from 1 by 1
                    until ws-rcb-tab-idx > ws-rcb-qtd
                exec html
                    <tr>
                        <td>:ws-rcb-r-cd-pedido(ws-rcb-tab-idx)</td>
                        <td><div align=center>:ws-rcb-r-parcela(ws-rcb-tab-idx)</div></td>
                        <td>:ws-rcb-r-sequencia(ws-rcb-tab-idx)</td>
                        <td>:ws-rcb-r-data(ws-rcb-tab-idx)</td>
                        <td><div align=right>:ws-rcb-r-valor(ws-rcb-tab-idx)</div></td>
                        <td><div align=center>:ws-rcb-r-forma(ws-rcb-tab-idx)/:ws-rcb-r-tipo(ws-rcb-tab-idx)</div></td>
                        <td><img title="Casar com o lancamento selecionado" style="cursor:hand; width:16; height:16;"
                                 onClick="Casar('R',:ws-rcb-r-cd-pedido(ws-rcb-tab-idx),:ws-rcb-r-parcela(ws-rcb-tab-idx),:ws-rcb-r-sequencia(ws-rcb-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-pagamentos section.
       8000.
            perform varying ws-pgo-tab-idx from 1 by 1
                    until ws-pgo-tab-idx > ws-pgo-qtd
                exec html
                    <tr>
                        <td>:ws-pgo-r-cd-pedido-compra(ws-pgo-tab-idx)</td>
                        <td><div align=center>:ws-pgo-r-parcela(ws-pgo-tab-idx)</div></td>
                        <td>:ws-pgo-r-cd-fornecedor(ws-pgo-tab-idx)</td>
                        <td>:ws-pgo-r-data-baixa(ws-pgo-tab-idx)</td>
                        <td><div align=right>:ws-pgo-r-valor(ws-pgo-tab-idx)</div></td>
                        <td><img title="Casar com o lancamento selecionado" style="cursor:hand; width:16; height:16;"
                                 onClick="Casar('G',:ws-pgo-r-cd-pedido-compra(ws-pgo-tab-idx),:ws-pgo-r-parcela(ws-pgo-tab-idx),0);" src="Icones/check.gif"></td>
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
                        document.all.frmConciliacao.action = "Conciliacao.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmConciliacao.submit();
                    }

                    function SelecionarLancamento(data, sequencia, tipo, valor) {
                        document.all.extratoData.value = data;
                        document.all.extratoSequencia.value = sequencia;
                        document.all.lancamentoSelecionado.innerText = data + "/" + sequencia + " " + tipo + " " + valor;
                    }

                    function Casar(origem, cdPedido, parcela, sequencia) {
                        if (document.all.extratoSequencia.value == "0") {
                            alert("Selecione antes o lancamento do extrato.");
                            return;
                        }
                        if (confirm("Confirma a conciliacao do lancamento selecionado?")) {
                            document.all.origem.value = origem;
                            document.all.refCdPedido.value = cdPedido;
                            document.all.refParcela.value = parcela;
                            document.all.refSequencia.value = sequencia;
                            Submeter("10");
                        }
                    }

                    function Justificar() {
                        if (document.all.extratoSequencia.value == "0") {
                            alert("Selecione antes o lancamento do extrato.");
                            return;
                        }
                        if (document.all.observacao.value == "") {
                            alert("Informe a observacao da justificativa.");
                            return;
                        }
                        Submeter("30");
                    }

                    function Desfazer(data, sequencia) {
                        if (confirm("Confirma desfazer a conciliacao deste lancamento?")) {
                            document.all.extratoData.value = data;
                            document.all.extratoSequencia.value = sequencia;
                            Submeter("40");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
