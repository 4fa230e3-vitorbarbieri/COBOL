      *>   auditoria e os textos de motivo do histórico de situação
      *>   sobrescritos. Ficam de fora:
      *>   clientes com a marca cli-nao-expurgar, clientes com parcela em
      *>   aberto em RECEBER.DAT (débito), clientes ainda com equipamento
      *>   em comodato (COMODATO.DAT - ganham a tarefa de recolher por
      *>   RecolheComodato.cbl) e os já anonimizados em corrida
      *>   anterior. O resumo sai no log ao final.
      *>   Modo de simulação: com "SIMULA" na linha de comando (seguido ou
      *>   não da data de referência aaaammdd, que substitui hoje na conta
      *>   da retenção) nada é apagado nem sobrescrito - cada cliente que
      *>   seria anonimizado (com as linhas de contato, endereço,
      *>   auditoria e histórico atingidas) e cada um que fica de fora por
      *>   marca, débito ou comodato saem na prévia gravada por GravaSimulacao.cbl e
      *>   revisada em MeusRelatorios.cbl.
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.

      *>===================================================================================

       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-dias-inativo                            pic s9(05)      value zeros.
       01  ws-dias-exibicao                           pic 9(05)       value zeros.

       01  ws-ind-fim-cliente                        pic x(01)       value "N".
          88 ws-cliente-eof                                         value "S".
           03 ws-total-protegidos                    pic 9(05)       value zeros.
           03 ws-total-com-debito                    pic 9(05)       value zeros.
           03 ws-total-dentro-retencao               pic 9(05)       value zeros.
           03 ws-total-com-comodato                  pic 9(05)       value zeros.

      *>   Equipamentos em comodato com o cliente (CALL para
      *>   RecolheComodato; na simulação só conta).
       01  ws-parametros-recolhimento.
           03 ws-rec-cd-cliente                          pic 9(05)       value zeros.
           03 ws-rec-cd-cliente-tarefa                   pic 9(05)       value zeros.
           03 ws-rec-motivo                             pic x(30)       value spaces.
           03 ws-rec-operador                           pic x(10)       value spaces.
           03 ws-rec-ind-somente-consulta                pic x(01)       value "N".
           03 ws-rec-qtd-equipamentos                    pic 9(03)       value zeros.
           03 ws-rec-qtd-tarefas                         pic 9(03)       value zeros.

      *>   Modo de simulação (linha de comando "SIMULA [aaaammdd]"): a
      *>   prévia é gravada pelo subprograma GravaSimulacao; as linhas dos
      *>   arquivos-filho que seriam atingidas são só contadas.
       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-ind-modo-simulacao                      pic x(01)       value "N".
          88 ws-modo-simulacao                                       value "S".
       01  ws-parametros-simulacao.
           03 ws-sim-operacao                       pic x(01)       value spaces.
           03 ws-sim-programa                       pic x(20)       value spaces.
           03 ws-sim-data-referencia                pic 9(08)       value zeros.
           03 ws-sim-linha                          pic x(132)      value spaces.
           03 ws-sim-id-relatorio                    pic 9(07)       value zeros.
           03 ws-sim-arquivo                        pic x(30)       value spaces.
       01  ws-qtd-filhos-simulacao.
           03 ws-qtd-contatos                       pic 9(05)       value zeros.
           03 ws-qtd-enderecos                      pic 9(05)       value zeros.
           03 ws-qtd-auditoria                      pic 9(05)       value zeros.
           03 ws-qtd-historico                      pic 9(05)       value zeros.

      *>===================================================================================
       procedure division.
       1000-inicializacao section.
       1000.
            move function current-date (1:8)          to ws-data-hoje
            perform 1010-obter-modo-execucao
            if   ws-modo-simulacao
                 perform 1030-abrir-arquivos-simulacao
                 exit section
            end-if
            open i-o cliente-arq
            open i-o cli-contato-arq
            if   ws-cli-contato-nao-encontrado
       1000-exit.
            exit.

      *>===================================================================================
      *>   1010-obter-modo-execucao: "SIMULA" na linha de comando liga o
      *>   modo de simulação; a data que vier depois (aaaammdd) passa a
      *>   ser o hoje da retenção. A prévia é aberta aqui.
       1010-obter-modo-execucao section.
       1010.
            accept ws-parametro-linha               from command-line
            if   ws-parametro-linha (1:6) not = "SIMULA"
                 exit section
            end-if
            set ws-modo-simulacao                    to true
            if   ws-parametro-linha (8:8) is numeric
            and  ws-parametro-linha (8:8) not = zeros
                 move ws-parametro-linha (8:8)        to ws-data-hoje
            end-if
            initialize ws-parametros-simulacao
            move "A"                                 to ws-sim-operacao
            move "ExpurgoLgpd"                       to ws-sim-programa
            move ws-data-hoje                        to ws-sim-data-referencia
            call "GravaSimulacao" using ws-parametros-simulacao
            .

       1010-exit.
            exit.

      *>===================================================================================
      *>   1030-abrir-arquivos-simulacao: tudo só para leitura e nada é
      *>   criado - arquivo ausente vale como vazio.
       1030-abrir-arquivos-simulacao section.
       1030.
            open input cliente-arq
            open input cli-contato-arq
            open input cli-auditoria-arq
            open input cli-situacao-arq
            open input cli-endereco-arq
            open input receber-arq
            .

       1030-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.

            if   cli-protegido-expurgo
                 add 1                                to ws-total-protegidos
                 if   ws-modo-simulacao
                      move spaces                     to ws-sim-linha
                      string "Cliente " cli-cd-cliente
                             " " cli-razao-social
                             " - mantido: marcado para nao expurgar"
                             delimited by size into ws-sim-linha
                      perform 2900-escrever-simulacao
                 end-if
                 exit section
            end-if

            perform 2110-verificar-debito-aberto
            if   ws-tem-debito-aberto
                 add 1                                to ws-total-com-debito
                 if   ws-modo-simulacao
                      move spaces                     to ws-sim-linha
                      string "Cliente " cli-cd-cliente
                             " " cli-razao-social
                             " - mantido: parcela em aberto"
                             delimited by size into ws-sim-linha
                      perform 2900-escrever-simulacao
                 end-if
                 exit section
            end-if

            perform 2120-verificar-comodato
            if   ws-rec-qtd-equipamentos not = zeros
                 add 1                                to ws-total-com-comodato
                 if   ws-modo-simulacao
                      move spaces                     to ws-sim-linha
                      string "Cliente " cli-cd-cliente
                             " " cli-razao-social
                             " - mantido: equipamento em comodato"
                             delimited by size into ws-sim-linha
                      perform 2900-escrever-simulacao
                 end-if
                 exit section
            end-if

      *>===================================================================================
      *>   2110-verificar-debito-aberto: cliente com parcela em aberto em
      *>   RECEBER.DAT não é anonimizado (a cobrança ainda precisa dos
      *>   dados). Leitura pela chave alternativa rec-cd-cliente.
       2110-verificar-debito-aberto section.
       2110.
            move "N"                                 to ws-ind-debito-aberto
            move "N"                                 to ws-ind-fim-filho
            move cli-cd-cliente                      to rec-cd-cliente
            start receber-arq key is greater than or equal rec-cd-cliente
                invalid key
                     set ws-filho-eof                to true
            end-start
                    at end
                         set ws-filho-eof             to true
                    not at end
                         if   rec-cd-cliente not = cli-cd-cliente
                              set ws-filho-eof          to true
                         else
                              if   rec-aberta
                                   set ws-tem-debito-aberto to true
                                   set ws-filho-eof     to true
                              end-if
                         end-if
                end-read
            end-perform
       2110-exit.
            exit.

      *>===================================================================================
      *>   2120-verificar-comodato: cliente com equipamento em comodato não
      *>   é anonimizado - o endereço ainda é preciso para buscar o
      *>   equipamento. Fora da simulação, RecolheComodato abre a tarefa de
      *>   recolher (uma vez por contrato); na simulação só conta.
       2120-verificar-comodato section.
       2120.
            move cli-cd-cliente                      to ws-rec-cd-cliente
            move zeros                               to ws-rec-cd-cliente-tarefa
            move "Expurgo LGPD"                      to ws-rec-motivo
            move "SISTEMA"                           to ws-rec-operador
            if   ws-modo-simulacao
                 move "S"                            to ws-rec-ind-somente-consulta
            else
                 move "N"                            to ws-rec-ind-somente-consulta
            end-if
            call "RecolheComodato" using ws-parametros-recolhimento
            .

       2120-exit.
            exit.

      *>===================================================================================
      *>   2200-anonimizar-cliente: sobrescreve os dados pessoais do
      *>   registro corrente e dos arquivos-filho. O código do cliente e
            move spaces                              to ws-razao-anonimizada
            string ws-texto-anonimizado " " cli-cd-cliente
                   delimited by size into ws-razao-anonimizada
            if   ws-modo-simulacao
                 perform 2250-simular-anonimizacao
                 exit section
            end-if

            move zeros                               to cli-cpf-cnpj
            move ws-razao-anonimizada                 to cli-razao-social
                         if   cont-cd-cliente not = ws-cd-cliente-atual
                              set ws-filho-eof         to true
                         else
                              if   ws-modo-simulacao
                                   add 1               to ws-qtd-contatos
                              else
                                   delete cli-contato-arq record
                                       invalid key
                                            continue
                                   end-delete
                              end-if
                         end-if
                end-read
            end-perform
                         if   end-cd-cliente not = ws-cd-cliente-atual
                              set ws-filho-eof         to true
                         else
                              if   ws-modo-simulacao
                                   add 1               to ws-qtd-enderecos
                              else
                                   delete cli-endereco-arq record
                                       invalid key
                                            continue
                                   end-delete
                              end-if
                         end-if
                end-read
            end-perform
                         if   aud-cd-cliente not = ws-cd-cliente-atual
                              set ws-filho-eof         to true
                         else
                              if   ws-modo-simulacao
                                   add 1               to ws-qtd-auditoria
                              else
                                   move ws-texto-anonimizado to aud-valor-anterior
                                   move ws-texto-anonimizado to aud-valor-novo
                                   rewrite reg-cli-auditoria
                                       invalid key
                                            continue
                                   end-rewrite
                              end-if
                         end-if
                end-read
            end-perform
                         if   sit-cd-cliente not = ws-cd-cliente-atual
                              set ws-filho-eof         to true
                         else
                              if   ws-modo-simulacao
                                   add 1               to ws-qtd-historico
                              else
                                   move ws-texto-anonimizado to sit-ds-motivo
                                   rewrite reg-cli-situacao
                                       invalid key
                                            continue
                                   end-rewrite
                              end-if
                         end-if
                end-read
            end-perform
       2230-exit.
            exit.

      *>===================================================================================
      *>   2250-simular-anonimizacao: na simulação, conta as linhas dos
      *>   arquivos-filho que seriam apagadas ou sobrescritas (as mesmas
      *>   varreduras de 2210 a 2230, só lendo) e descreve o cliente na
      *>   prévia; o mestre não é regravado.
       2250-simular-anonimizacao section.
       2250.
            initialize ws-qtd-filhos-simulacao
            perform 2210-apagar-contatos
            perform 2215-apagar-enderecos
            perform 2220-anonimizar-auditoria
            perform 2230-anonimizar-historico
            add 1                                    to ws-total-anonimizados
            move ws-dias-inativo                     to ws-dias-exibicao

            move spaces                              to ws-sim-linha
            string "Cliente " ws-cd-cliente-atual
                   " " cli-razao-social
                   " - inativo ha " ws-dias-exibicao " dias: ANONIMIZAR"
                   delimited by size into ws-sim-linha
            perform 2900-escrever-simulacao
            move spaces                              to ws-sim-linha
            string "  passa a " ws-razao-anonimizada
                   "; apaga " ws-qtd-contatos " contato(s) e "
                   ws-qtd-enderecos " endereco(s); sobrescreve "
                   ws-qtd-auditoria " linha(s) de auditoria e "
                   ws-qtd-historico " de historico"
                   delimited by size into ws-sim-linha
            perform 2900-escrever-simulacao
            .

       2250-exit.
            exit.

      *>===================================================================================
      *>   2900-escrever-simulacao: uma linha da prévia (ws-sim-linha).
       2900-escrever-simulacao section.
       2900.
            move "L"                                 to ws-sim-operacao
            call "GravaSimulacao" using ws-parametros-simulacao
            move spaces                              to ws-sim-linha
            .

       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Protegidos (marca).....: " ws-total-protegidos
            display "Com debito em aberto...: " ws-total-com-debito
            display "Dentro da retencao.....: " ws-total-dentro-retencao
            display "Com equipto. comodato..: " ws-total-com-comodato
            if   ws-modo-simulacao
                 move spaces                          to ws-sim-linha
                 perform 2900-escrever-simulacao
                 move spaces                          to ws-sim-linha
                 string "Inativos: " ws-total-inativos
                        " - seriam anonimizados: " ws-total-anonimizados
                        " - protegidos: " ws-total-protegidos
                        " - com debito: " ws-total-com-debito
                        " - dentro da retencao: " ws-total-dentro-retencao
                        " - comodato: " ws-total-com-comodato
                        delimited by size into ws-sim-linha
                 perform 2900-escrever-simulacao
                 move "F"                             to ws-sim-operacao
                 call "GravaSimulacao" using ws-parametros-simulacao
            end-if
            close cliente-arq
            close cli-contato-arq
            close cli-auditoria-arq
