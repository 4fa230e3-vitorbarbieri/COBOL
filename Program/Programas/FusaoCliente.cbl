      *>   e auditoria do código perdedor para o sobrevivente (repontando
      *>   também as parcelas de contas a receber e as faturas), e inativa
      *>   o perdedor com o ponteiro cli-cd-cliente-fusao apontando para
      *>   quem o absorveu. Equipamento em comodato com o perdedor ganha a
      *>   tarefa de recolhimento no sobrevivente (RecolheComodato.cbl) e
      *>   o contrato passa para o sobrevivente até voltar.
      *>   Restrita ao perfil supervisor.
      *>

                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select fatura-arq assign         to "FATURA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
           select comodato-arq assign       to "COMODATO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmd-cd-contrato
                  alternate record key       is cmd-cd-cliente with duplicates
                  file status                is ws-status-comodato.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
       copy "RECEBER.CPY".
       fd  fatura-arq.
       copy "FATURA.CPY".
       fd  comodato-arq.
       copy "COMODATO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

           03 ws-status-fatura                      pic x(02)       value "00".
              88 ws-fatura-ok                                       value "00".
              88 ws-fatura-nao-encontrado                           value "23" "35".
           03 ws-status-comodato                    pic x(02)       value "00".
              88 ws-comodato-ok                                     value "00".
              88 ws-comodato-nao-encontrado                         value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
       01  ws-total-movidos                           pic 9(05)       value zeros.
       01  ws-situacao-anterior-perd                   pic x(01)       value spaces.

      *>   Equipamentos em comodato com o perdedor (CALL para
      *>   RecolheComodato, mesmo padrão de LINKAGE de JanelaManutencao).
       01  ws-parametros-recolhimento.
           03 ws-rec-cd-cliente                          pic 9(05)       value zeros.
           03 ws-rec-cd-cliente-tarefa                   pic 9(05)       value zeros.
           03 ws-rec-motivo                             pic x(30)       value spaces.
           03 ws-rec-operador                           pic x(10)       value spaces.
           03 ws-rec-ind-somente-consulta                pic x(01)       value "N".
           03 ws-rec-qtd-equipamentos                    pic 9(03)       value zeros.
           03 ws-rec-qtd-tarefas                         pic 9(03)       value zeros.
       01  ws-mensagem-comodato                      pic x(120)      value spaces.

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
                 close fatura-arq
                 open i-o fatura-arq
            end-if
            open i-o comodato-arq
            if   ws-comodato-nao-encontrado
                 open output comodato-arq
                 close comodato-arq
                 open i-o comodato-arq
            end-if
            open input sessao-arq
            .

       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            if   ws-perfil-logado not = 3
                 move "Tela restrita ao supervisor."  to ws-mensagem-retorno
            else
                 evaluate true
                     when ws-jan-manutencao-ativa
                      and (ws-opcao-fundir)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-candidatos
                          perform 2200-listar-candidatos
                     when ws-opcao-fundir
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
                    until ws-fus-qtd < 100
            perform 2430-mover-tarefas with test after
                    until ws-fus-qtd < 100
            perform 2480-recolher-comodato
            perform 2440-mover-historico-situacao with test after
                    until ws-fus-qtd < 100
            perform 2450-mover-auditoria with test after
                    until ws-fus-qtd < 100
            perform 2470-repontar-receber
            perform 2475-repontar-faturas
            perform 2485-repontar-comodato
            perform 2460-inativar-perdedor

            if   not ws-com-erro
                        ws-form-cd-sobrevivente
                        "."
                        delimited by size into ws-mensagem-retorno
                 if   ws-rec-qtd-equipamentos not = zeros
                      move ws-mensagem-retorno        to ws-mensagem-comodato
                      move spaces                     to ws-mensagem-retorno
                      string ws-mensagem-comodato delimited by "  "
                             " Comodato: " ws-rec-qtd-equipamentos
                             " equip., " ws-rec-qtd-tarefas
                             " tarefa(s) de recolher."
                             delimited by size into ws-mensagem-retorno
                 end-if
            end-if
            .

       2475-exit.
            exit.

      *>===================================================================================
      *>   2480-recolher-comodato: equipamento em comodato com o perdedor
      *>   ganha a tarefa de recolher já no sobrevivente (depois de 2430,
      *>   para não ser renumerada). CLI-TAREFA.DAT é fechado durante o
      *>   CALL porque o subprograma grava nele pelo seu próprio FD.
       2480-recolher-comodato section.
       2480.
            move ws-form-cd-perdedor                 to ws-rec-cd-cliente
            move ws-form-cd-sobrevivente             to ws-rec-cd-cliente-tarefa
            move spaces                              to ws-rec-motivo
            string "Fusao com o cliente " ws-form-cd-sobrevivente
                   delimited by size into ws-rec-motivo
            move ws-operador-logado                  to ws-rec-operador
            move "N"                                 to ws-rec-ind-somente-consulta
            close comodato-arq
            close cli-tarefa-arq
            call "RecolheComodato" using ws-parametros-recolhimento
            open i-o cli-tarefa-arq
            open i-o comodato-arq
            .

       2480-exit.
            exit.

      *>===================================================================================
      *>   2485-repontar-comodato: mesma regra de 2470 para os contratos
      *>   de comodato do perdedor, com o endereço de instalação
      *>   acompanhando a renumeração de 2455 (mesmo mapa de 2410).
       2485-repontar-comodato section.
       2485.
            move "N"                                 to ws-ind-fim-arquivo
            move low-values                          to cmd-cd-contrato
            start comodato-arq key is greater than or equal cmd-cd-contrato
                invalid key
                     set ws-arquivo-eof              to true
            end-start
            perform until ws-arquivo-eof
                read comodato-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         if   cmd-cd-cliente = ws-form-cd-perdedor
                              move ws-form-cd-sobrevivente to cmd-cd-cliente
                              if   cmd-sequencia-entrega not = zeros
                                   perform varying ws-map-idx from 1 by 1
                                           until ws-map-idx > ws-map-qtd
                                       if   ws-map-seq-antiga(ws-map-idx)
                                            = cmd-sequencia-entrega
                                            move ws-map-seq-nova(ws-map-idx)
                                                 to cmd-sequencia-entrega
                                            move ws-map-qtd to ws-map-idx
                                       end-if
                                   end-perform
                              end-if
                              rewrite reg-comodato
                                  invalid key
                                       continue
                              end-rewrite
                              add 1                    to ws-total-movidos
                         end-if
                end-read
            end-perform
            .

       2485-exit.
            exit.

      *>===================================================================================
      *>   2460-inativar-perdedor: o perdedor fica Inativo com o ponteiro
      *>   cli-cd-cliente-fusao apontando para o sobrevivente, e ganha a
            close cli-endereco-arq
            close receber-arq
            close fatura-arq
            close comodato-arq
            close sessao-arq
            .

