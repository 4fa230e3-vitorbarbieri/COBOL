      *>   NOTACRED). A nota pode ser abatida das parcelas em aberto do
      *>   cliente - o abatimento entra no histórico de pagamentos com a
      *>   forma "N" - ou ficar aberta para compensar a próxima fatura.
      *>   Chamado pelo menu em "2 - Movimentações" e a partir do
      *>   protocolo de atendimento (Atendimento.cbl), que passa o
      *>   cdProtocolo: a devolução então entra no histórico do protocolo.
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select prd-composicao-arq assign to "PRD-COMPOSICAO.DAT"
                  organization               is indexed
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select rec-pagamento-arq assign  to "REC-PAGAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fme-ano-mes
                  file status                is ws-status-fechamento-mes.
           select sac-arq assign            to "SAC.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sac-cd-protocolo
                  alternate record key       is sac-cd-cliente with duplicates
                  file status                is ws-status-sac.
           select sac-historico-arq assign  to "SAC-HIST.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sah-chave
                  file status                is ws-status-sac-historico.

      *>===================================================================================
       data division.
       copy "SESSAO.CPY".
       fd  fechamento-mes-arq.
       copy "FECHMES.CPY".
       fd  sac-arq.
       copy "SAC.CPY".
       fd  sac-historico-arq.
       copy "SACHIST.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-fechamento-mes               pic x(02)       value "00".
              88 ws-fechamento-mes-ok                               value "00".
              88 ws-fechamento-mes-nao-encontrado                   value "23" "35".
           03 ws-status-sac                          pic x(02)       value "00".
              88 ws-sac-ok                                          value "00".
              88 ws-sac-nao-encontrado                              value "23" "35".
           03 ws-status-sac-historico                pic x(02)       value "00".
              88 ws-sac-historico-ok                                value "00".
              88 ws-sac-historico-nao-encontrado                    value "23" "35".

      *>   Bloqueio de período (mesma regra de Estoque.cbl).
       01  ws-ind-periodo-fechado                    pic x(01)       value "N".
           03 ws-form-qtd-devolver                   pic 9(05)       value zeros.
           03 ws-form-motivo                        pic x(40)       value spaces.
           03 ws-form-cd-nota                        pic 9(07)       value zeros.
           03 ws-form-cd-protocolo                   pic 9(07)       value zeros.

       01  ws-ind-pedido-carregado                   pic x(01)       value "N".
          88 ws-pedido-carregado                                    value "S".
       01  ws-ind-fim-receber                           pic x(01)       value "N".
          88 ws-receber-eof                                             value "S".

      *>   Histórico do protocolo de atendimento de origem (2540).
       01  ws-proxima-sequencia-historico             pic 9(03)       value zeros.

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
                 close fechamento-mes-arq
                 open input fechamento-mes-arq
            end-if
            open i-o sac-arq
            if   ws-sac-nao-encontrado
                 open output sac-arq
                 close sac-arq
                 open i-o sac-arq
            end-if
            open i-o sac-historico-arq
            if   ws-sac-historico-nao-encontrado
                 open output sac-historico-arq
                 close sac-historico-arq
                 open i-o sac-historico-arq
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
                 and (ws-opcao-devolver or ws-opcao-abater)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-devolver or ws-opcao-abater)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-pedido
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
                getfield( ws-form-qtd-devolver )
                getfield( ws-form-motivo )
                getfield( ws-form-cd-nota )
                getfield( ws-form-cd-protocolo )
            end-exec
            .

            perform 2510-reentrar-estoque
            perform 2520-gravar-devolucao
            perform 2530-emitir-nota-credito
            if   ws-form-cd-protocolo not = zeros
                 perform 2540-registrar-protocolo
            end-if

            move spaces                              to ws-mensagem-retorno
            string "Devolucao registrada; nota de credito "
       2530-exit.
            exit.

      *>===================================================================================
      *>   2540-registrar-protocolo: devolução aberta a partir do
      *>   protocolo de atendimento entra no histórico dele (mesma
      *>   numeração de 2900-gravar-historico em Atendimento.cbl); o
      *>   protocolo Aberto passa a Em atendimento.
       2540-registrar-protocolo section.
       2540.
            move ws-form-cd-protocolo               to sac-cd-protocolo
            read sac-arq
                key is sac-cd-protocolo
                invalid key
                     exit section
            end-read
            if   sac-aberto
                 set  sac-em-atendimento              to true
                 rewrite reg-sac
                     invalid key
                          continue
                 end-rewrite
            end-if

            move sac-cd-protocolo                    to sah-cd-protocolo
            move 999                                 to sah-sequencia
            start sac-historico-arq key is less than or equal sah-chave
                invalid key
                     move zeros                      to ws-proxima-sequencia-historico
                not invalid key
                     read sac-historico-arq previous record
                         at end
                              move zeros              to ws-proxima-sequencia-historico
                         not at end
                              if   sah-cd-protocolo = sac-cd-protocolo
                                   move sah-sequencia  to ws-proxima-sequencia-historico
                              else
                                   move zeros          to ws-proxima-sequencia-historico
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-historico

            initialize reg-sac-historico
            move sac-cd-protocolo                    to sah-cd-protocolo
            move ws-proxima-sequencia-historico      to sah-sequencia
            move function current-date (1:8)          to sah-data
            move function current-date (9:4)          to sah-hora
            move ws-operador-logado                  to sah-operador
            move sac-situacao                        to sah-situacao
            string "Devolucao pedido "
                   ws-form-cd-pedido
                   " item "
                   ws-form-item-sequencia
                   " qtd "
                   ws-form-qtd-devolver
                   " nota "
                   ncr-cd-nota
                   delimited by size into sah-descricao
            write reg-sac-historico
                invalid key
                     continue
            end-write
            .

       2540-exit.
            exit.

      *>===================================================================================
      *>   2600-abater-nota-credito: aplica o crédito da nota nas
      *>   parcelas em aberto do cliente, em ordem de chave, abatendo o
            move function current-date (1:8)          to pgt-data
            move ws-operador-logado                  to pgt-operador
            set  pgt-forma-nota-credito               to true
            move "P"                                 to pgt-tipo
            move zeros                               to pgt-extrato-chave
            write reg-rec-pagamento
                invalid key
                     continue
            close rec-pagamento-arq
            close sessao-arq
            close fechamento-mes-arq
            close sac-arq
            close sac-historico-arq
            .

       3000-exit.
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=itemSequencia id=itemSequencia value="0">
                <input type=hidden name=cdProtocolo id=cdProtocolo value=":ws-form-cd-protocolo">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=7 class="titulocampo">:ws-mensagem-retorno</td>
