      *>   ClientesSilentes.cbl): varre as parcelas em aberto de
      *>   RECEBER.DAT, apura por cliente o maior atraso e o valor vencido
      *>   e aplica o escalonamento por faixa de dias:
      *>     - 5 dias ou mais: carta de cobrança na fila de e-mail
      *>       (EnfileiraMensagem, e-mail resolvido em CLI-CONTATO.DAT);
      *>       cliente sem e-mail ou que recusa a carta por e-mail tem a
      *>       carta gravada em CARTA-COBRANCA.TXT, para o correio;
      *>       a carta traz, por parcela vencida, a cobrança PIX do saldo
      *>       (txid e "copia e cola", CobrancaPix.cbl) e o e-mail a
      *>       referência PIX da primeira delas;
      *>     - 15 dias ou mais: tarefa de cobrança para o vendedor em
      *>       CLI-TAREFA.DAT (mesma mecânica da tarefa de reativação de
      *>       ClientesSilentes.cbl; não duplica enquanto houver uma
      *>       2140-gravar-historico-situacao em Cliente.cbl).
      *>   O desbloqueio continua manual, pela tela de Cliente.cbl, depois
      *>   de o débito ser regularizado.
      *>   Modo de simulação: com "SIMULA" na linha de comando (seguido ou
      *>   não da data de referência aaaammdd, que substitui hoje no
      *>   cálculo do atraso) nenhum arquivo é alterado - cada devedor e
      *>   cada ação que a régua aplicaria (carta por e-mail ou correio,
      *>   tarefa, bloqueio) saem na prévia gravada por GravaSimulacao.cbl
      *>   e revisada em MeusRelatorios.cbl.
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
           select carta-arq assign          to "CARTA-COBRANCA.TXT"
                  organization               is line sequential
                  file status                is ws-status-carta.
           select msg-recusa-arq assign     to "MSG-RECUSA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mrc-chave
                  file status                is ws-status-msg-recusa.

      *>===================================================================================
       data division.
       copy "CLISIT.CPY".
       fd  carta-arq.
       01  reg-carta                                pic x(132).
       fd  msg-recusa-arq.
       copy "MSGRECUS.CPY".

      *>===================================================================================
       working-storage section.
              88 ws-cli-situacao-nao-encontrado                     value "23" "35".
           03 ws-status-carta                       pic x(02)       value "00".
              88 ws-carta-ok                                        value "00".
           03 ws-status-msg-recusa                  pic x(02)       value "00".
              88 ws-msg-recusa-ok                                   value "00".
              88 ws-msg-recusa-nao-encontrado                       value "23" "35".

       01  ws-data-hoje                              pic 9(08)       value zeros.
      *>   Vencimento mais recente que já dá carta (hoje - ws-dias-carta):
      *>   a leitura pela chave rec-data-vencimento para nele.
       01  ws-data-corte-vencimento                   pic 9(08)       value zeros.
       01  ws-data-prevista-formatada                  pic x(10)       value spaces.

       01  ws-ind-fim-receber                        pic x(01)       value "N".
          88 ws-tarefa-fim                                          value "S".
       01  ws-ind-tem-cobranca                       pic x(01)       value "N".
          88 ws-ja-tem-cobranca                                     value "S".
       01  ws-ind-recusa-carta                       pic x(01)       value "N".
          88 ws-cliente-recusa-carta                                value "S".

       01  ws-dias-atraso                            pic s9(05)      value zeros.

       01  ws-proxima-sequencia-situacao              pic 9(05)       value zeros.
       01  ws-linha-carta                            pic x(132)      value spaces.

      *>   Cobrança PIX das parcelas vencidas do devedor: a carta para o
      *>   correio leva todas, o e-mail a referência da primeira.
       01  ws-ind-fim-parcela-pix                     pic x(01)       value "N".
          88 ws-parcela-pix-eof                                     value "S".
       01  ws-ind-destino-pix                         pic x(01)       value spaces.
          88 ws-pix-para-email                                      value "E".
          88 ws-pix-para-carta                                      value "C".
       01  ws-valor-pix-editado                       pic z(08)9.99   value zeros.
       01  ws-parametros-cobranca-pix.
           03 ws-pix-cd-pedido                       pic 9(07)       value zeros.
           03 ws-pix-parcela                         pic 9(02)       value zeros.
           03 ws-pix-cd-cliente                      pic 9(05)       value zeros.
           03 ws-pix-cd-empresa                      pic 9(01)       value zeros.
           03 ws-pix-valor                           pic 9(09)v9(02) value zeros.
           03 ws-pix-data-vencimento                  pic 9(08)       value zeros.
           03 ws-pix-txid                            pic x(25)       value spaces.
           03 ws-pix-payload                         pic x(250)      value spaces.
           03 ws-pix-situacao                        pic x(01)       value spaces.
              88 ws-pix-gerada                                      value "G".
              88 ws-pix-existente                                   value "E".
              88 ws-pix-sem-chave                                   value "S".

       01  ws-totais-regua.
           03 ws-total-devedores                    pic 9(05)       value zeros.
           03 ws-total-cartas                       pic 9(05)       value zeros.
           03 ws-total-cartas-email                  pic 9(05)       value zeros.
           03 ws-total-tarefas-criadas               pic 9(05)       value zeros.
           03 ws-total-bloqueados                    pic 9(05)       value zeros.

      *>   Fila de mensagens ao cliente por e-mail (CALL para
      *>   EnfileiraMensagem, mesmo padrão de ProximoNumero).
       01  ws-parametros-enfileira-mensagem.
           03 ws-eml-tipo                           pic 9(01)       value zeros.
           03 ws-eml-cd-cliente                     pic 9(05)       value zeros.
           03 ws-eml-documento                      pic x(12)       value spaces.
           03 ws-eml-assunto                        pic x(60)       value spaces.
           03 ws-eml-linha                          pic x(100) occurs 4.
           03 ws-eml-operador                       pic x(10)       value spaces.
           03 ws-eml-situacao                       pic x(01)       value spaces.
              88 ws-eml-enfileirada                                 value "E".
           03 ws-eml-cd-mensagem                     pic 9(09)       value zeros.

      *>   Modo de simulação (linha de comando "SIMULA [aaaammdd]"): a
      *>   prévia é gravada pelo subprograma GravaSimulacao.
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

      *>===================================================================================
       procedure division.
       0000-controle section.
       1000-inicializacao section.
       1000.
            move function current-date (1:8)          to ws-data-hoje
            perform 1010-obter-modo-execucao

            if   ws-modo-simulacao
                 perform 1030-abrir-arquivos-simulacao
            else
                 perform 1020-abrir-arquivos
            end-if

            move ws-data-hoje (7:2)                  to ws-data-prevista-formatada (1:2)
            move "/"                                 to ws-data-prevista-formatada (3:1)
            move ws-data-hoje (5:2)                  to ws-data-prevista-formatada (4:2)
            move "/"                                 to ws-data-prevista-formatada (6:1)
            move ws-data-hoje (1:4)                  to ws-data-prevista-formatada (7:4)
            .

       1000-exit.
            exit.

      *>===================================================================================
      *>   1010-obter-modo-execucao: "SIMULA" na linha de comando liga o
      *>   modo de simulação; a data que vier depois (aaaammdd) passa a
      *>   ser o hoje da régua. A prévia é aberta aqui.
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
            move "ReguaCobranca"                     to ws-sim-programa
            move ws-data-hoje                        to ws-sim-data-referencia
            call "GravaSimulacao" using ws-parametros-simulacao
            .

       1010-exit.
            exit.

      *>===================================================================================
       1020-abrir-arquivos section.
       1020.
            open input receber-arq
            if   ws-receber-nao-encontrado
                 open output receber-arq
                 open i-o cli-situacao-arq
            end-if
            open output carta-arq
            .

       1020-exit.
            exit.

      *>===================================================================================
      *>   1030-abrir-arquivos-simulacao: tudo só para leitura e nada é
      *>   criado - arquivo ausente vale como vazio. A carta para o
      *>   correio e o histórico de situação não são abertos; a recusa
      *>   de e-mail (MSG-RECUSA.DAT) é lida aqui para a prévia dizer o
      *>   mesmo que EnfileiraMensagem decidiria.
       1030-abrir-arquivos-simulacao section.
       1030.
            open input receber-arq
            if   ws-receber-nao-encontrado
                 set ws-receber-eof                  to true
            end-if
            open input cliente-arq
            open input cli-contato-arq
            open input cli-tarefa-arq
            open input msg-recusa-arq
            .

       1030-exit.
            exit.

      *>===================================================================================
            exit.

      *>===================================================================================
      *>   2100-apurar-devedores: leitura de RECEBER.DAT pela chave
      *>   alternativa rec-data-vencimento, do vencimento mais antigo até
      *>   o corte da carta - as parcelas que ainda não atrasaram o
      *>   bastante nem são lidas; cada parcela em aberto vencida soma no
      *>   devedor correspondente.
       2100-apurar-devedores section.
       2100.
            compute ws-data-corte-vencimento =
                    function date-of-integer(
                       function integer-of-date(ws-data-hoje) - ws-dias-carta)
            move zeros                               to rec-data-vencimento
            start receber-arq key is greater than or equal rec-data-vencimento
                invalid key
                     set ws-receber-eof              to true
            end-start
                    at end
                         set ws-receber-eof           to true
                    not at end
                         if   rec-data-vencimento > ws-data-corte-vencimento
                              set ws-receber-eof       to true
                         else
                              if   rec-aberta
                                   compute ws-dias-atraso =
                                           function integer-of-date(ws-data-hoje)
                                         - function integer-of-date(rec-data-vencimento)
                                   if   ws-dias-atraso >= ws-dias-carta
                                        perform 2110-acumular-devedor
                                   end-if
                              end-if
                         end-if
                end-read
                     exit section
            end-read

            if   ws-modo-simulacao
                 move spaces                          to ws-sim-linha
                 string "Cliente " cli-cd-cliente
                        " " cli-razao-social
                        " - " ws-dev-qtd-parcelas(ws-dev-tab-idx)
                        " parcela(s) vencida(s), total "
                        ws-dev-valor-vencido(ws-dev-tab-idx)
                        ", maior atraso "
                        ws-dev-maior-atraso(ws-dev-tab-idx) " dias"
                        delimited by size into ws-sim-linha
                 perform 2900-escrever-simulacao
            end-if

            perform 2300-gravar-carta
            if   ws-dev-maior-atraso(ws-dev-tab-idx) >= ws-dias-tarefa
                 perform 2400-criar-tarefa-cobranca
            exit.

      *>===================================================================================
      *>   2300-gravar-carta: carta de cobrança do devedor na fila de
      *>   e-mail (2305); só quando ela não pode ir por e-mail o bloco da
      *>   carta vai para o arquivo CARTA-COBRANCA.TXT, com o e-mail
      *>   resolvido em CLI-CONTATO.DAT (sequências 4 em diante, tipo E).
       2300-gravar-carta section.
       2300.
            if   ws-modo-simulacao
                 perform 2350-simular-carta
                 exit section
            end-if
            perform 2305-enfileirar-carta
            if   ws-eml-enfileirada
                 add 1                                to ws-total-cartas-email
                 exit section
            end-if
            perform 2310-obter-email-cliente

            move all "-"                             to ws-linha-carta
                   " dia(s) de atraso. Favor regularizar ou contatar seu vendedor."
                   delimited by size into ws-linha-carta
            write reg-carta                          from ws-linha-carta
            set  ws-pix-para-carta                   to true
            perform 2320-cobrancas-pix-cliente
            add 1                                    to ws-total-cartas
            .

       2300-exit.
            exit.

      *>===================================================================================
       2305-enfileirar-carta section.
       2305.
            initialize ws-parametros-enfileira-mensagem
            move 5                                   to ws-eml-tipo
            move cli-cd-cliente                      to ws-eml-cd-cliente
            move ws-data-hoje                        to ws-eml-documento
            move "REGUA"                             to ws-eml-operador
            move "Aviso de parcelas vencidas"        to ws-eml-assunto
            string "Prezado cliente, constam "
                   ws-dev-qtd-parcelas(ws-dev-tab-idx)
                   " parcela(s) vencida(s) no total de "
                   ws-dev-valor-vencido(ws-dev-tab-idx)
                   delimited by size into ws-eml-linha(1)
            string "com ate "
                   ws-dev-maior-atraso(ws-dev-tab-idx)
                   " dia(s) de atraso. Favor regularizar ou contatar seu vendedor."
                   delimited by size into ws-eml-linha(2)
            set  ws-pix-para-email                   to true
            perform 2320-cobrancas-pix-cliente
            call "EnfileiraMensagem" using ws-parametros-enfileira-mensagem
            .

       2305-exit.
            exit.

      *>===================================================================================
      *>   2320-cobrancas-pix-cliente: parcelas em aberto do devedor
      *>   (chave alternativa rec-cd-cliente) vencidas até o corte da
      *>   carta, cada uma com a cobrança PIX do saldo devedor - a mesma
      *>   que o espelho do pedido e a fatura mostram enquanto o saldo
      *>   não muda.
       2320-cobrancas-pix-cliente section.
       2320.
            move "N"                                 to ws-ind-fim-parcela-pix
            move ws-cd-cliente-atual                 to rec-cd-cliente
            start receber-arq key is equal rec-cd-cliente
                invalid key
                     set ws-parcela-pix-eof           to true
            end-start

            perform until ws-parcela-pix-eof
                read receber-arq next record
                    at end
                         set ws-parcela-pix-eof       to true
                    not at end
                         if   rec-cd-cliente not = ws-cd-cliente-atual
                              set ws-parcela-pix-eof   to true
                         else
                              if   rec-aberta
                              and  rec-data-vencimento <= ws-data-corte-vencimento
                              and  rec-valor-pago < rec-valor
                                   perform 2325-cobranca-pix-parcela
                              end-if
                         end-if
                end-read
            end-perform
            .

       2320-exit.
            exit.

      *>===================================================================================
      *>   2325-cobranca-pix-parcela: no e-mail a linha 3 leva o txid da
      *>   primeira parcela (as linhas da mensagem não comportam o "copia
      *>   e cola"); na carta cada parcela sai com o txid e o "copia e
      *>   cola" quebrado em linhas de 110 posições.
       2325-cobranca-pix-parcela section.
       2325.
            initialize ws-parametros-cobranca-pix
            move rec-cd-pedido                       to ws-pix-cd-pedido
            move rec-parcela                         to ws-pix-parcela
            move rec-cd-cliente                      to ws-pix-cd-cliente
            move rec-cd-empresa                      to ws-pix-cd-empresa
            compute ws-pix-valor = rec-valor - rec-valor-pago
            move rec-data-vencimento                 to ws-pix-data-vencimento
            call "CobrancaPix" using ws-parametros-cobranca-pix
            if   not ws-pix-gerada
            and  not ws-pix-existente
                 exit section
            end-if
            move ws-pix-valor                        to ws-valor-pix-editado

            if   ws-pix-para-email
                 string "Pague por PIX: pedido " rec-cd-pedido
                        " parcela " rec-parcela
                        " valor " ws-valor-pix-editado
                        " txid " ws-pix-txid
                        delimited by size into ws-eml-linha(3)
                 set ws-parcela-pix-eof               to true
                 exit section
            end-if

            move spaces                              to ws-linha-carta
            string "PIX - pedido " rec-cd-pedido
                   " parcela " rec-parcela
                   " vencimento " rec-data-vencimento
                   " valor " ws-valor-pix-editado
                   " txid " ws-pix-txid
                   delimited by size into ws-linha-carta
            write reg-carta                          from ws-linha-carta
            move spaces                              to ws-linha-carta
            string "PIX copia e cola: " ws-pix-payload (1:110)
                   delimited by size into ws-linha-carta
            write reg-carta                          from ws-linha-carta
            move spaces                              to ws-linha-carta
            move ws-pix-payload (111:110)            to ws-linha-carta (19:110)
            write reg-carta                          from ws-linha-carta
            if   ws-pix-payload (221:30) not = spaces
                 move spaces                          to ws-linha-carta
                 move ws-pix-payload (221:30)         to ws-linha-carta (19:30)
                 write reg-carta                      from ws-linha-carta
            end-if
            .

       2325-exit.
            exit.

      *>===================================================================================
      *>   2350-simular-carta: na simulação, o destino que a carta teria
      *>   - a mesma decisão de EnfileiraMensagem (recusa do tipo 5, e-mail
      *>   resolvido) - sem enfileirar nem gravar a carta.
       2350-simular-carta section.
       2350.
            perform 2310-obter-email-cliente
            move "N"                                 to ws-ind-recusa-carta
            move ws-cd-cliente-atual                 to mrc-cd-cliente
            move 5                                   to mrc-tipo
            read msg-recusa-arq
                key is mrc-chave
                invalid key
                     continue
                not invalid key
                     set ws-cliente-recusa-carta      to true
            end-read

            move spaces                              to ws-sim-linha
            evaluate true
                when ws-cliente-recusa-carta
                     move "  Carta de cobranca para o correio (cliente recusa o aviso por e-mail)"
                                                     to ws-sim-linha
                     add 1                           to ws-total-cartas
                when ws-email-cliente = spaces
                     move "  Carta de cobranca para o correio (cliente sem e-mail)"
                                                     to ws-sim-linha
                     add 1                           to ws-total-cartas
                when other
                     string "  Carta de cobranca por e-mail para "
                            ws-email-cliente
                            delimited by size into ws-sim-linha
                     add 1                           to ws-total-cartas-email
            end-evaluate
            perform 2900-escrever-simulacao
            .

       2350-exit.
            exit.

      *>===================================================================================
       2310-obter-email-cliente section.
       2310.
       2400.
            perform 2410-verificar-cobranca-pendente
            if   ws-ja-tem-cobranca
                 if   ws-modo-simulacao
                      move "  Tarefa de cobranca: ja existe uma pendente - nao cria outra"
                                                     to ws-sim-linha
                      perform 2900-escrever-simulacao
                 end-if
                 exit section
            end-if
            if   ws-modo-simulacao
                 move spaces                          to ws-sim-linha
                 string "  Tarefa de cobranca para o vendedor "
                        cli-cd-vendedor
                        ", prevista para " ws-data-prevista-formatada
                        delimited by size into ws-sim-linha
                 perform 2900-escrever-simulacao
                 add 1                                to ws-total-tarefas-criadas
                 exit section
            end-if

            if   not cli-ativo
                 exit section
            end-if
            if   ws-modo-simulacao
                 move spaces                          to ws-sim-linha
                 string "  BLOQUEIO: cliente Ativo passa a Bloqueado - debito vencido ha "
                        ws-dev-maior-atraso(ws-dev-tab-idx)
                        " dias"
                        delimited by size into ws-sim-linha
                 perform 2900-escrever-simulacao
                 add 1                                to ws-total-bloqueados
                 exit section
            end-if

            move "B"                                 to cli-situacao
            move ws-data-hoje                        to cli-data-situacao
       2510-exit.
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
            display "Devedores na regua.....: " ws-total-devedores
            display "Cartas por e-mail......: " ws-total-cartas-email
            display "Cartas para o correio..: " ws-total-cartas
            display "Tarefas de cobranca....: " ws-total-tarefas-criadas
            display "Clientes bloqueados....: " ws-total-bloqueados
            if   ws-modo-simulacao
                 perform 3100-encerrar-simulacao
                 close receber-arq
                 close cliente-arq
                 close cli-contato-arq
                 close cli-tarefa-arq
                 close msg-recusa-arq
                 exit section
            end-if
            close receber-arq
            close cliente-arq
            close cli-contato-arq

       3000-exit.
            exit.

      *>===================================================================================
      *>   3100-encerrar-simulacao: totais no fim da prévia e fechamento.
       3100-encerrar-simulacao section.
       3100.
            move spaces                              to ws-sim-linha
            perform 2900-escrever-simulacao
            move spaces                              to ws-sim-linha
            string "Devedores na regua: " ws-total-devedores
                   " - cartas por e-mail: " ws-total-cartas-email
                   " - cartas para o correio: " ws-total-cartas
                   delimited by size into ws-sim-linha
            perform 2900-escrever-simulacao
            move spaces                              to ws-sim-linha
            string "Tarefas de cobranca: " ws-total-tarefas-criadas
                   " - clientes que seriam bloqueados: " ws-total-bloqueados
                   delimited by size into ws-sim-linha
            perform 2900-escrever-simulacao
            move "F"                                 to ws-sim-operacao
            call "GravaSimulacao" using ws-parametros-simulacao
            .

       3100-exit.
            exit.

