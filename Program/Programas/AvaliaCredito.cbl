      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. AvaliaCredito.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                 AvaliaCredito
      *>            --------------------------------------------------------
      *>
      *>   Rodada mensal da avaliação interna de crédito (mesmo molde em
      *>   lote de ClientesSilentes.cbl): para cada cliente ativo de
      *>   CLIENTE.DAT percorre os pedidos (chave alternativa
      *>   ped-cd-cliente), as parcelas de RECEBER.DAT e as baixas de
      *>   REC-PAGAMENTO.DAT dos últimos 12 meses e apura o atraso médio
      *>   das baixas de principal contra rec-data-vencimento, as
      *>   renegociações, as baixas por perda, os pagamentos estornados
      *>   por devolução (linhas E), o volume dos pedidos fechados e o
      *>   tempo de relacionamento. Daí saem a nota (0 a 100), a classe de
      *>   risco e o limite sugerido - a média mensal de compras vezes os
      *>   meses de cobertura da classe, nunca abaixo do piso, arredondado
      *>   para baixo na centena. O resultado vai para CLI-CREDITO.DAT
      *>   como sugestão Pendente; o limite do cadastro só muda com a
      *>   aprovação do supervisor em AprovaCredito.cbl. Avaliação do mês
      *>   já decidida não é refeita.
      *>   Data de referência na linha de comando (aaaammdd); vazio
      *>   assume hoje.
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
           select cli-credito-arq assign    to "CLI-CREDITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ccr-cd-cliente
                  file status                is ws-status-cli-credito.

      *>===================================================================================
       data division.
       file section.
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  cli-credito-arq.
       copy "CLICRED.CPY".

      *>===================================================================================
       working-storage section.
      *>   Janela de apuração, piso do limite sugerido (limite zero no
      *>   cadastro significa "sem limite", então a sugestão nunca é zero)
      *>   e arredondamento do limite.
       78  ws-dias-janela                             value 365.
       78  ws-limite-minimo-sugerido                  value 500.
       78  ws-arredondamento-limite                   value 100.

       01  ws-controle-arquivos.
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-cli-credito                  pic x(02)       value "00".
              88 ws-cli-credito-ok                                  value "00".
              88 ws-cli-credito-nao-encontrado                      value "23" "35".

      *>   Data de referência, aceita na linha de comando (aaaammdd); em
      *>   branco assume hoje (mesma técnica de ExportaContabil.cbl).
       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-data-referencia                         pic 9(08)       value zeros.
       01  ws-data-inicio-janela                      pic 9(08)       value zeros.
       01  ws-ano-mes-referencia                      pic 9(06)       value zeros.

       01  ws-ind-fim-cliente                        pic x(01)       value "N".
          88 ws-cliente-eof                                         value "S".
       01  ws-ind-fim-pedido                         pic x(01)       value "N".
          88 ws-pedido-eof                                          value "S".
       01  ws-ind-fim-receber                        pic x(01)       value "N".
          88 ws-receber-eof                                         value "S".
       01  ws-ind-fim-pagamento                      pic x(01)       value "N".
          88 ws-pagamento-eof                                       value "S".
       01  ws-ind-avaliacao-existe                   pic x(01)       value "N".
          88 ws-avaliacao-existe                                    value "S".

      *>   Acumuladores do cliente em avaliação.
       01  ws-cd-cliente-atual                        pic 9(05)       value zeros.
       01  ws-apuracao-cliente.
           03 ws-apu-qtd-pagamentos                  pic 9(05)       value zeros.
           03 ws-apu-soma-dias-atraso                 pic 9(09)       value zeros.
           03 ws-apu-media-dias-atraso                pic 9(05)       value zeros.
           03 ws-apu-qtd-renegociacoes                pic 9(03)       value zeros.
           03 ws-apu-qtd-perdas                      pic 9(03)       value zeros.
           03 ws-apu-qtd-devolvidos                  pic 9(03)       value zeros.
           03 ws-apu-volume-compras                   pic 9(11)v9(02) value zeros.
           03 ws-apu-meses-relacionamento             pic 9(04)       value zeros.
       01  ws-dias-atraso                             pic s9(07)      value zeros.
       01  ws-dias-relacionamento                     pic s9(07)      value zeros.

      *>   Nota, classe e limite.
       01  ws-pontuacao                              pic s9(05)      value zeros.
       01  ws-penalidade                             pic 9(05)       value zeros.
       01  ws-classe-risco                           pic x(01)       value spaces.
       01  ws-meses-cobertura                        pic 9(01)       value zeros.
       01  ws-media-mensal-compras                    pic 9(11)v9(02) value zeros.
       01  ws-limite-calculado                        pic 9(11)v9(02) value zeros.
       01  ws-qtd-centenas                           pic 9(09)       value zeros.
       01  ws-limite-sugerido                         pic 9(09)v9(02) value zeros.

       01  ws-totais-avaliacao.
           03 ws-total-clientes                      pic 9(05)       value zeros.
           03 ws-total-avaliados                     pic 9(05)       value zeros.
           03 ws-total-pendentes                     pic 9(05)       value zeros.
           03 ws-total-sem-alteracao                  pic 9(05)       value zeros.
           03 ws-total-ja-decididos                   pic 9(05)       value zeros.
           03 ws-total-classe-a                      pic 9(05)       value zeros.
           03 ws-total-classe-b                      pic 9(05)       value zeros.
           03 ws-total-classe-c                      pic 9(05)       value zeros.
           03 ws-total-classe-d                      pic 9(05)       value zeros.

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
            accept ws-parametro-linha               from command-line
            if   ws-parametro-linha (1:8) is numeric
            and  ws-parametro-linha (1:8) not = zeros
                 move ws-parametro-linha (1:8)        to ws-data-referencia
            else
                 move function current-date (1:8)      to ws-data-referencia
            end-if
            move ws-data-referencia (1:6)             to ws-ano-mes-referencia
            compute ws-data-inicio-janela =
                    function date-of-integer(
                       function integer-of-date(ws-data-referencia)
                     - ws-dias-janela)

            open input cliente-arq
            open input pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                 close pedido-arq
                 open input pedido-arq
            end-if
            open input receber-arq
            if   ws-receber-nao-encontrado
                 open output receber-arq
                 close receber-arq
                 open input receber-arq
            end-if
            open input rec-pagamento-arq
            if   ws-rec-pagamento-nao-encontrado
                 open output rec-pagamento-arq
                 close rec-pagamento-arq
                 open input rec-pagamento-arq
            end-if
            open i-o cli-credito-arq
            if   ws-cli-credito-nao-encontrado
                 open output cli-credito-arq
                 close cli-credito-arq
                 open i-o cli-credito-arq
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            move low-values                          to cli-cd-cliente
            start cliente-arq key is greater than or equal cli-cd-cliente
                invalid key
                     set ws-cliente-eof              to true
            end-start

            perform until ws-cliente-eof
                read cliente-arq next record
                    at end
                         set ws-cliente-eof           to true
                    not at end
                         add 1                        to ws-total-clientes
                         if   cli-ativo
                              perform 2100-avaliar-cliente
                         end-if
                end-read
            end-perform
            .

       2000-exit.
            exit.

      *>===================================================================================
       2100-avaliar-cliente section.
       2100.
            move cli-cd-cliente                      to ws-cd-cliente-atual
            move "N"                                 to ws-ind-avaliacao-existe
            move ws-cd-cliente-atual                 to ccr-cd-cliente
            read cli-credito-arq
                key is ccr-cd-cliente
                invalid key
                     continue
                not invalid key
                     set ws-avaliacao-existe          to true
            end-read
            if   ws-avaliacao-existe
            and  ccr-ano-mes = ws-ano-mes-referencia
            and (ccr-aprovada or ccr-rejeitada)
                 add 1                               to ws-total-ja-decididos
                 exit section
            end-if

            initialize ws-apuracao-cliente
            perform 2200-apurar-pedidos
            perform 2400-calcular-pontuacao
            perform 2500-calcular-limite
            perform 2600-gravar-avaliacao
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-apurar-pedidos: pedidos do cliente pela chave alternativa
      *>   (mesma varredura de ClientesSilentes.cbl); orçamento não conta.
       2200-apurar-pedidos section.
       2200.
            move "N"                                 to ws-ind-fim-pedido
            move ws-cd-cliente-atual                 to ped-cd-cliente
            start pedido-arq key is greater than or equal ped-cd-cliente
                invalid key
                     set ws-pedido-eof               to true
            end-start
            perform until ws-pedido-eof
                read pedido-arq next record
                    at end
                         set ws-pedido-eof            to true
                    not at end
                         if   ped-cd-cliente not = ws-cd-cliente-atual
                              set ws-pedido-eof        to true
                         else
                              if   not ped-tipo-orcamento
                                   if   ped-fechado
                                   and  ped-data >= ws-data-inicio-janela
                                   and  ped-data <= ws-data-referencia
                                        add ped-valor-total to ws-apu-volume-compras
                                   end-if
                                   perform 2300-apurar-parcelas
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-apu-qtd-pagamentos > zeros
                 divide ws-apu-soma-dias-atraso by ws-apu-qtd-pagamentos
                        giving ws-apu-media-dias-atraso
            end-if

            if   cli-data-inclusao not = zeros
            and  cli-data-inclusao <= ws-data-referencia
                 compute ws-dias-relacionamento =
                         function integer-of-date(ws-data-referencia)
                       - function integer-of-date(cli-data-inclusao)
                 divide ws-dias-relacionamento by 30
                        giving ws-apu-meses-relacionamento
            end-if
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-apurar-parcelas: parcelas do pedido (as renegociadas ficam
      *>   sob o mesmo pedido) e o histórico de baixas de cada uma.
       2300-apurar-parcelas section.
       2300.
            move "N"                                 to ws-ind-fim-receber
            move ped-cd-pedido                       to rec-cd-pedido
            move zeros                               to rec-parcela
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     set ws-receber-eof              to true
            end-start
            perform until ws-receber-eof
                read receber-arq next record
                    at end
                         set ws-receber-eof           to true
                    not at end
                         if   rec-cd-pedido not = ped-cd-pedido
                              set ws-receber-eof       to true
                         else
                              if   rec-data-baixa >= ws-data-inicio-janela
                              and  rec-data-baixa <= ws-data-referencia
                                   if   rec-renegociada
                                   and  ws-apu-qtd-renegociacoes < 999
                                        add 1          to ws-apu-qtd-renegociacoes
                                   end-if
                                   if   rec-perda
                                   and  ws-apu-qtd-perdas < 999
                                        add 1          to ws-apu-qtd-perdas
                                   end-if
                              end-if
                              perform 2310-apurar-pagamentos
                         end-if
                end-read
            end-perform
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2310-apurar-pagamentos: cada baixa de principal na janela soma
      *>   os dias de atraso contra o vencimento (pagamento antecipado
      *>   conta zero); cada estorno de principal é um pagamento devolvido.
       2310-apurar-pagamentos section.
       2310.
            move "N"                                 to ws-ind-fim-pagamento
            move rec-cd-pedido                       to pgt-cd-pedido
            move rec-parcela                         to pgt-parcela
            move zeros                               to pgt-sequencia
            start rec-pagamento-arq key is greater than or equal pgt-chave
                invalid key
                     set ws-pagamento-eof             to true
            end-start
            perform until ws-pagamento-eof
                read rec-pagamento-arq next record
                    at end
                         set ws-pagamento-eof          to true
                    not at end
                         if   pgt-cd-pedido not = rec-cd-pedido
                         or   pgt-parcela not = rec-parcela
                              set ws-pagamento-eof      to true
                         else
                              if   pgt-data >= ws-data-inicio-janela
                              and  pgt-data <= ws-data-referencia
                                   perform 2320-contar-pagamento
                              end-if
                         end-if
                end-read
            end-perform
            .

       2310-exit.
            exit.

      *>===================================================================================
       2320-contar-pagamento section.
       2320.
            if   pgt-tipo-estorno-principal
                 if   ws-apu-qtd-devolvidos < 999
                      add 1                           to ws-apu-qtd-devolvidos
                 end-if
                 exit section
            end-if
            if   not pgt-tipo-principal
            or   rec-data-vencimento = zeros
                 exit section
            end-if
            compute ws-dias-atraso =
                    function integer-of-date(pgt-data)
                  - function integer-of-date(rec-data-vencimento)
            if   ws-dias-atraso < zeros
                 move zeros                          to ws-dias-atraso
            end-if
            if   ws-apu-qtd-pagamentos < 99999
                 add 1                               to ws-apu-qtd-pagamentos
                 add ws-dias-atraso                  to ws-apu-soma-dias-atraso
            end-if
            .

       2320-exit.
            exit.

      *>===================================================================================
      *>   2400-calcular-pontuacao: parte de 50; o atraso médio vale de
      *>   +20 (em dia) a -30 (mais de 30 dias); renegociação e pagamento
      *>   devolvido tiram 10 cada (até 30), perda tira 25; relacionamento
      *>   de 6/12/24 meses soma 5/10/15 e ter comprado na janela soma 5.
      *>   A nota fica entre 0 e 100.
       2400-calcular-pontuacao section.
       2400.
            move 50                                  to ws-pontuacao
            if   ws-apu-qtd-pagamentos > zeros
                 evaluate true
                     when ws-apu-media-dias-atraso = zeros
                          add 20                      to ws-pontuacao
                     when ws-apu-media-dias-atraso <= 5
                          add 10                      to ws-pontuacao
                     when ws-apu-media-dias-atraso <= 15
                          continue
                     when ws-apu-media-dias-atraso <= 30
                          subtract 15                 from ws-pontuacao
                     when other
                          subtract 30                 from ws-pontuacao
                 end-evaluate
            end-if

            compute ws-penalidade = ws-apu-qtd-renegociacoes * 10
            if   ws-penalidade > 30
                 move 30                             to ws-penalidade
            end-if
            subtract ws-penalidade                   from ws-pontuacao

            compute ws-penalidade = ws-apu-qtd-devolvidos * 10
            if   ws-penalidade > 30
                 move 30                             to ws-penalidade
            end-if
            subtract ws-penalidade                   from ws-pontuacao

            compute ws-pontuacao = ws-pontuacao - (ws-apu-qtd-perdas * 25)

            evaluate true
                when ws-apu-meses-relacionamento >= 24
                     add 15                          to ws-pontuacao
                when ws-apu-meses-relacionamento >= 12
                     add 10                          to ws-pontuacao
                when ws-apu-meses-relacionamento >= 6
                     add 5                           to ws-pontuacao
                when other
                     continue
            end-evaluate
            if   ws-apu-volume-compras > zeros
                 add 5                               to ws-pontuacao
            end-if

            if   ws-pontuacao < zeros
                 move zeros                          to ws-pontuacao
            end-if
            if   ws-pontuacao > 100
                 move 100                            to ws-pontuacao
            end-if

            evaluate true
                when ws-pontuacao >= 80
                     move "A"                        to ws-classe-risco
                     move 3                          to ws-meses-cobertura
                     add 1                           to ws-total-classe-a
                when ws-pontuacao >= 60
                     move "B"                        to ws-classe-risco
                     move 2                          to ws-meses-cobertura
                     add 1                           to ws-total-classe-b
                when ws-pontuacao >= 40
                     move "C"                        to ws-classe-risco
                     move 1                          to ws-meses-cobertura
                     add 1                           to ws-total-classe-c
                when other
                     move "D"                        to ws-classe-risco
                     move 0                          to ws-meses-cobertura
                     add 1                           to ws-total-classe-d
            end-evaluate
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2500-calcular-limite: média mensal das compras da janela vezes
      *>   os meses de cobertura da classe (A 3, B 2, C 1, D nenhum),
      *>   com piso e arredondamento para baixo.
       2500-calcular-limite section.
       2500.
            divide ws-apu-volume-compras by 12
                   giving ws-media-mensal-compras
            compute ws-limite-calculado =
                    ws-media-mensal-compras * ws-meses-cobertura
            divide ws-limite-calculado by ws-arredondamento-limite
                   giving ws-qtd-centenas
            compute ws-limite-calculado =
                    ws-qtd-centenas * ws-arredondamento-limite
            if   ws-limite-calculado < ws-limite-minimo-sugerido
                 move ws-limite-minimo-sugerido       to ws-limite-calculado
            end-if
            if   ws-limite-calculado > 999999999
                 move 999999999                      to ws-limite-calculado
            end-if
            move ws-limite-calculado                 to ws-limite-sugerido
            .

       2500-exit.
            exit.

      *>===================================================================================
       2600-gravar-avaliacao section.
       2600.
            move ws-cd-cliente-atual                 to ccr-cd-cliente
            move ws-ano-mes-referencia                to ccr-ano-mes
            move ws-data-referencia                  to ccr-data-calculo
            move ws-apu-qtd-pagamentos                to ccr-qtd-pagamentos
            move ws-apu-media-dias-atraso             to ccr-media-dias-atraso
            move ws-apu-qtd-renegociacoes             to ccr-qtd-renegociacoes
            move ws-apu-qtd-perdas                    to ccr-qtd-perdas
            move ws-apu-qtd-devolvidos                to ccr-qtd-devolvidos
            move ws-apu-volume-compras                to ccr-volume-compras
            move ws-apu-meses-relacionamento          to ccr-meses-relacionamento
            move ws-pontuacao                        to ccr-pontuacao
            move ws-classe-risco                     to ccr-classe-risco
            move cli-limite-credito                  to ccr-limite-atual
            move ws-limite-sugerido                  to ccr-limite-sugerido
            if   ws-limite-sugerido = cli-limite-credito
                 set ccr-sem-alteracao               to true
                 add 1                               to ws-total-sem-alteracao
            else
                 set ccr-pendente                    to true
                 add 1                               to ws-total-pendentes
            end-if
            move zeros                               to ccr-data-decisao
            move spaces                              to ccr-operador-decisao
            if   ws-avaliacao-existe
                 rewrite reg-cli-credito
                     invalid key
                          continue
                 end-rewrite
            else
                 write reg-cli-credito
                     invalid key
                          continue
                 end-write
            end-if
            add 1                                    to ws-total-avaliados
            .

       2600-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Referencia...........: " ws-data-referencia
            display "Janela desde.........: " ws-data-inicio-janela
            display "Clientes lidos.......: " ws-total-clientes
            display "Clientes avaliados...: " ws-total-avaliados
            display "Sugestoes pendentes..: " ws-total-pendentes
            display "Limite mantido.......: " ws-total-sem-alteracao
            display "Ja decididos no mes..: " ws-total-ja-decididos
            display "Classe A.............: " ws-total-classe-a
            display "Classe B.............: " ws-total-classe-b
            display "Classe C.............: " ws-total-classe-c
            display "Classe D.............: " ws-total-classe-d
            close cliente-arq
            close pedido-arq
            close receber-arq
            close rec-pagamento-arq
            close cli-credito-arq
            .

       3000-exit.
            exit.
