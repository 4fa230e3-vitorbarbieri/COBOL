      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. GeraPedidoProgramado.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                             GeraPedidoProgramado
      *>            --------------------------------------------------------
      *>
      *>   Geração dos pedidos programados (mesmo molde em lote de
      *>   GeraDespesas.cbl), passo da cadeia noturna: para o próximo dia
      *>   de entrega (aaaammdd na linha de comando; vazio assume o dia
      *>   útil seguinte a hoje), cada modelo ativo e vigente de
      *>   PEDIDO-PROGRAMADO.DAT cuja frequência cai naquele dia vira um
      *>   pedido Aberto, com as MESMAS regras da carga de
      *>   ImportaPedido.cbl - cliente ativo e não bloqueado, produto
      *>   existente e ativo, limite de crédito - e da digitação em
      *>   Pedido.cbl: preço de lista resolvido pela tabela da categoria
      *>   do cliente (2502-resolver-preco-lista) e reserva de estoque até
      *>   o disponível (kit não reserva). Item com produto inativo fica
      *>   fora do pedido; modelo sem item válido, cliente bloqueado ou
      *>   sem crédito não gera. Tudo o que foi gerado ou pulado, e por
      *>   quê, sai em PEDIDO_PROGRAMADO_LOG.TXT. O dia de entrega gerado
      *>   é carimbado em ppg-data-ultima-entrega, então a cadeia pode
      *>   rodar de novo sem duplicar.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select log-arq assign            to "PEDIDO_PROGRAMADO_LOG.TXT"
                  organization               is line sequential
                  file status                is ws-status-log.
           select pedido-programado-arq assign to "PEDIDO-PROGRAMADO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ppg-cd-programado
                  file status                is ws-status-pedido-programado.
           select pedido-programado-item-arq assign to "PEDIDO-PROGRAMADO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ppi-chave
                  file status                is ws-status-pedido-programado-item.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select cli-endereco-arq assign   to "CLI-ENDERECO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is end-chave
                  file status                is ws-status-cli-endereco.
           select produto-arq assign        to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select prd-tabela-arq assign     to "PRD-TABELA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is tab-chave
                  file status                is ws-status-prd-tabela.
           select prd-composicao-arq assign to "PRD-COMPOSICAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is kit-chave
                  file status                is ws-status-prd-composicao.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select pedido-item-arq assign     to "PEDIDO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pit-chave
                  file status                is ws-status-pedido-item.
           select ped-situacao-arq assign   to "PED-SITUACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is psi-chave
                  file status                is ws-status-ped-situacao.

      *>===================================================================================
       data division.
       file section.
       fd  log-arq.
       01  reg-log                                  pic x(200).

       fd  pedido-programado-arq.
       copy "PEDPROG.CPY".

       fd  pedido-programado-item-arq.
       copy "PEDPROGI.CPY".

       fd  cliente-arq.
       copy "CLIENTE.CPY".

       fd  cli-endereco-arq.
       copy "CLIEND.CPY".

       fd  produto-arq.
       copy "PROD.CPY".

       fd  prd-tabela-arq.
       copy "PRDTAB.CPY".

       fd  prd-composicao-arq.
       copy "PRDKIT.CPY".

       fd  receber-arq.
       copy "RECEBER.CPY".

       fd  pedido-arq.
       copy "PEDIDO.CPY".

       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".

       fd  ped-situacao-arq.
       copy "PEDSIT.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-log                         pic x(02)       value "00".
              88 ws-log-ok                                          value "00".
           03 ws-status-pedido-programado            pic x(02)       value "00".
              88 ws-pedido-programado-ok                            value "00".
              88 ws-pedido-programado-nao-encontrado                value "23" "35".
           03 ws-status-pedido-programado-item       pic x(02)       value "00".
              88 ws-pedido-programado-item-ok                       value "00".
              88 ws-pedido-programado-item-nao-encontrado           value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-cli-endereco                 pic x(02)       value "00".
              88 ws-cli-endereco-ok                                 value "00".
              88 ws-cli-endereco-nao-encontrado                     value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-prd-tabela                   pic x(02)       value "00".
              88 ws-prd-tabela-ok                                   value "00".
              88 ws-prd-tabela-nao-encontrado                       value "23" "35".
           03 ws-status-prd-composicao               pic x(02)       value "00".
              88 ws-prd-composicao-ok                               value "00".
              88 ws-prd-composicao-nao-encontrado                   value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-ped-situacao                 pic x(02)       value "00".
              88 ws-ped-situacao-ok                                 value "00".
              88 ws-ped-situacao-nao-encontrado                     value "23" "35".

      *>   Dia de entrega a gerar, aceito na linha de comando (aaaammdd);
      *>   em branco assume o dia útil seguinte a hoje (mesma técnica de
      *>   GeraDespesas.cbl).
       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-data-entrega                           pic 9(08)       value zeros.
      *>   Dia da semana da entrega (1 = segunda ... 7 = domingo, a mesma
      *>   numeração de ws-tabela-dia-semana em DataUtil.cbl) e último
      *>   dia do mês da entrega.
       01  ws-dia-semana-entrega                      pic 9(01)       value zeros.
       01  ws-ultimo-dia-mes-entrega                  pic 9(02)       value zeros.
       01  ws-dia-mes-efetivo                         pic 9(02)       value zeros.

       01  ws-ind-fim-programado                     pic x(01)       value "N".
          88 ws-programado-eof                                      value "S".
       01  ws-ind-fim-item                           pic x(01)       value "N".
          88 ws-item-eof                                            value "S".
          88 ws-item-continua                                       value "N".
       01  ws-ind-fim-credito                        pic x(01)       value "N".
          88 ws-credito-eof                                         value "S".
       01  ws-ind-fim-tabela-preco                   pic x(01)       value "N".
          88 ws-tabela-preco-eof                                    value "S".
       01  ws-ind-dia-de-entrega                     pic x(01)       value "N".
          88 ws-dia-de-entrega                                      value "S".
       01  ws-ind-produto-eh-kit                     pic x(01)       value "N".
          88 ws-produto-eh-kit                                      value "S".

      *>   Pedido em montagem (mesma técnica de ImportaPedido.cbl): os
      *>   itens válidos do modelo ficam em memória até a verificação de
      *>   crédito.
       01  ws-motivo-pulo                            pic x(40)       value spaces.
       01  ws-tab-itens-montagem.
           03 ws-mon-linha                           occurs 100 times.
              05 ws-mon-cd-produto                    pic 9(05).
              05 ws-mon-quantidade                    pic 9(05).
              05 ws-mon-preco-lista                   pic 9(07)v9(02).
              05 ws-mon-qtd-reservar                  pic 9(05).
       01  ws-mon-qtd-itens                          pic 9(03)       value zeros.
       01  ws-mon-idx                                pic 9(03)       value zeros.

       01  ws-preco-lista-resolvido                   pic 9(07)v9(02) value zeros.
       01  ws-saldo-disponivel                         pic s9(07)      value zeros.
       01  ws-valor-total-pedido                       pic 9(09)v9(02) value zeros.
       01  ws-exposicao-cliente                        pic 9(11)v9(02) value zeros.
       01  ws-limite-credito-cliente                    pic 9(09)v9(02) value zeros.

       01  ws-novo-cd-pedido                           pic 9(07)       value zeros.
       01  ws-proxima-sequencia-ped-sit                 pic 9(05)       value zeros.
       01  ws-linha-log                                pic x(200)      value spaces.

       01  ws-totais-geracao.
           03 ws-total-lidos                        pic 9(05)       value zeros.
           03 ws-total-gerados                       pic 9(05)       value zeros.
           03 ws-total-pulados                       pic 9(05)       value zeros.
           03 ws-total-ja-gerados                    pic 9(05)       value zeros.
           03 ws-total-fora-do-dia                   pic 9(05)       value zeros.
           03 ws-total-inativos                      pic 9(05)       value zeros.
           03 ws-total-itens-pulados                  pic 9(05)       value zeros.
           03 ws-total-erros                         pic 9(05)       value zeros.
           03 ws-valor-gerado                        pic 9(13)v9(02) value zeros.

      *>   Atribuição do número do pedido via PARAMETRO.DAT (CALL para
      *>   ProximoNumero, a mesma série PEDIDO de Pedido.cbl; modelo de
      *>   filial numera na série PEDIDO-Fn dela).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>   Parâmetros do utilitário de datas DataUtil (CALL, mesmo padrão
      *>   de GeraDespesas.cbl).
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
            move function current-date (1:8)          to ws-data-hoje
            accept ws-parametro-linha               from command-line
            if   ws-parametro-linha (1:8) is numeric
            and  ws-parametro-linha (1:8) not = zeros
                 move ws-parametro-linha (1:8)        to ws-data-entrega
            else
                 perform 1050-calcular-proxima-entrega
            end-if
            perform 1060-obter-dados-data-entrega

            open extend log-arq
            if   not ws-log-ok
                 open output log-arq
            end-if
            open i-o pedido-programado-arq
            if   ws-pedido-programado-nao-encontrado
                 open output pedido-programado-arq
                 close pedido-programado-arq
                 open i-o pedido-programado-arq
            end-if
            open input pedido-programado-item-arq
            if   ws-pedido-programado-item-nao-encontrado
                 open output pedido-programado-item-arq
                 close pedido-programado-item-arq
                 open input pedido-programado-item-arq
            end-if
            open input cliente-arq
            open input cli-endereco-arq
            if   ws-cli-endereco-nao-encontrado
                 open output cli-endereco-arq
                 close cli-endereco-arq
                 open input cli-endereco-arq
            end-if
            open i-o produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open i-o produto-arq
            end-if
            open input prd-tabela-arq
            if   ws-prd-tabela-nao-encontrado
                 open output prd-tabela-arq
                 close prd-tabela-arq
                 open input prd-tabela-arq
            end-if
            open input prd-composicao-arq
            if   ws-prd-composicao-nao-encontrado
                 open output prd-composicao-arq
                 close prd-composicao-arq
                 open input prd-composicao-arq
            end-if
            open input receber-arq
            if   ws-receber-nao-encontrado
                 open output receber-arq
                 close receber-arq
                 open input receber-arq
            end-if
            open i-o pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                 close pedido-arq
                 open i-o pedido-arq
            end-if
            open i-o pedido-item-arq
            if   ws-pedido-item-nao-encontrado
                 open output pedido-item-arq
                 close pedido-item-arq
                 open i-o pedido-item-arq
            end-if
            open i-o ped-situacao-arq
            if   ws-ped-situacao-nao-encontrado
                 open output ped-situacao-arq
                 close ped-situacao-arq
                 open i-o ped-situacao-arq
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
      *>   1050-calcular-proxima-entrega: amanhã, empurrado para o
      *>   próximo dia útil (sábado, domingo e FERIADO.DAT não têm
      *>   entrega - mesma regra de 2110-calcular-vencimento em
      *>   GeraDespesas.cbl).
       1050-calcular-proxima-entrega section.
       1050.
            compute ws-data-entrega =
                    function date-of-integer(
                       function integer-of-date(ws-data-hoje) + 1)
            move ws-data-entrega (1:4)                to ws-du-data-ano
            move ws-data-entrega (5:2)                to ws-du-data-mes
            move ws-data-entrega (7:2)                to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            if   not ws-du-data-eh-util
            and  ws-du-proximo-dia-util not = zeros
                 move ws-du-proximo-dia-util           to ws-data-entrega
            end-if
            .

       1050-exit.
            exit.

      *>===================================================================================
       1060-obter-dados-data-entrega section.
       1060.
            compute ws-dia-semana-entrega =
                    function rem(function integer-of-date(ws-data-entrega), 7)
            if   ws-dia-semana-entrega = 0
                 move 7                              to ws-dia-semana-entrega
            end-if
            move ws-data-entrega (1:4)                to ws-du-data-ano
            move ws-data-entrega (5:2)                to ws-du-data-mes
            move 01                                  to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            move ws-du-ultimo-dia-mes                 to ws-ultimo-dia-mes-entrega
            .

       1060-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            move low-values                          to ppg-cd-programado
            start pedido-programado-arq key is greater than or equal ppg-cd-programado
                invalid key
                     set ws-programado-eof           to true
            end-start

            perform until ws-programado-eof
                read pedido-programado-arq next record
                    at end
                         set ws-programado-eof        to true
                    not at end
                         add 1                        to ws-total-lidos
                         perform 2050-verificar-frequencia
                         evaluate true
                             when not ppg-ativo
                                  add 1               to ws-total-inativos
                             when ppg-data-inicio > ws-data-entrega
                             when ppg-data-fim not = zeros
                              and ppg-data-fim < ws-data-entrega
                                  add 1               to ws-total-fora-do-dia
                             when ppg-data-ultima-entrega >= ws-data-entrega
                                  add 1               to ws-total-ja-gerados
                             when not ws-dia-de-entrega
                                  add 1               to ws-total-fora-do-dia
                             when other
                                  perform 2100-gerar-pedido
                         end-evaluate
                end-read
            end-perform
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2050-verificar-frequencia: semanal vale nos dias marcados;
      *>   mensal vale do dia informado (limitado ao fim do mês) em
      *>   diante, uma vez por mês - o dia que cai em fim de semana ou
      *>   feriado é atendido na primeira entrega seguinte.
       2050-verificar-frequencia section.
       2050.
            move "N"                                 to ws-ind-dia-de-entrega
            if   ppg-semanal
                 if   ppg-dia-semana(ws-dia-semana-entrega) = "S"
                      set ws-dia-de-entrega           to true
                 end-if
                 exit section
            end-if
            if   ppg-dia-mes > ws-ultimo-dia-mes-entrega
                 move ws-ultimo-dia-mes-entrega       to ws-dia-mes-efetivo
            else
                 move ppg-dia-mes                     to ws-dia-mes-efetivo
            end-if
            if   ws-data-entrega (7:2) >= ws-dia-mes-efetivo
            and  ppg-data-ultima-entrega (1:6) < ws-data-entrega (1:6)
                 set ws-dia-de-entrega               to true
            end-if
            .

       2050-exit.
            exit.

      *>===================================================================================
      *>   2100-gerar-pedido: valida o cliente e o endereço, monta os
      *>   itens válidos, confere o crédito e grava; o que impede a
      *>   geração vai para o log com o motivo.
       2100-gerar-pedido section.
       2100.
            move spaces                              to ws-motivo-pulo
            move ppg-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "cliente nao cadastrado"    to ws-motivo-pulo
            end-read
            if   ws-motivo-pulo = spaces
                 if   cli-inativo
                      move "cliente inativo"          to ws-motivo-pulo
                 end-if
                 if   cli-bloqueado
                      move "cliente bloqueado por debito" to ws-motivo-pulo
                 end-if
            end-if
            if   ws-motivo-pulo = spaces
            and  ppg-sequencia-entrega not = zeros
                 move ppg-cd-cliente                  to end-cd-cliente
                 move ppg-sequencia-entrega            to end-sequencia
                 read cli-endereco-arq
                     key is end-chave
                     invalid key
                          move "endereco de entrega nao cadastrado" to ws-motivo-pulo
                 end-read
            end-if
            if   ws-motivo-pulo not = spaces
                 perform 2190-registrar-pulo
                 exit section
            end-if

            perform 2200-montar-itens
            if   ws-mon-qtd-itens = zeros
                 move "sem itens validos"             to ws-motivo-pulo
                 perform 2190-registrar-pulo
                 exit section
            end-if

            perform 2300-verificar-credito
            if   ws-motivo-pulo not = spaces
                 perform 2190-registrar-pulo
                 exit section
            end-if

            perform 2700-gravar-pedido
            .

       2100-exit.
            exit.

      *>===================================================================================
       2190-registrar-pulo section.
       2190.
            add 1                                    to ws-total-pulados
            move spaces                              to ws-linha-log
            string ws-data-entrega
                   ";" ppg-cd-programado
                   ";" ppg-cd-cliente
                   ";PULADO;"
                   function trim(ws-motivo-pulo)
                   delimited by size into ws-linha-log
            write reg-log                            from ws-linha-log
            display "PULADO  modelo " ppg-cd-programado
                    " cliente " ppg-cd-cliente
                    " - " function trim(ws-motivo-pulo)
            .

       2190-exit.
            exit.

      *>===================================================================================
      *>   2200-montar-itens: itens do modelo com produto existente e
      *>   ativo, preço de lista do dia e a quantidade reservável; o item
      *>   pulado vai para o log e o pedido segue sem ele.
       2200-montar-itens section.
       2200.
            move zeros                               to ws-mon-qtd-itens
            move ppg-cd-programado                   to ppi-cd-programado
            move zeros                               to ppi-sequencia
            start pedido-programado-item-arq key is greater than or equal ppi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read pedido-programado-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   ppi-cd-programado not = ppg-cd-programado
                              set ws-item-eof          to true
                         else
                              perform 2210-montar-item
                         end-if
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       2210-montar-item section.
       2210.
            move spaces                              to ws-motivo-pulo
            move ppi-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     move "produto nao cadastrado"    to ws-motivo-pulo
            end-read
            if   ws-motivo-pulo = spaces
            and  prd-inativo
                 move "produto inativo"               to ws-motivo-pulo
            end-if
            if   ws-motivo-pulo = spaces
            and  ws-mon-qtd-itens >= 100
                 move "pedido com mais de 100 itens"   to ws-motivo-pulo
            end-if
            if   ws-motivo-pulo not = spaces
                 add 1                                to ws-total-itens-pulados
                 move spaces                          to ws-linha-log
                 string ws-data-entrega
                        ";" ppg-cd-programado
                        ";" ppg-cd-cliente
                        ";ITEM PULADO;"
                        ppi-cd-produto
                        ";" function trim(ws-motivo-pulo)
                        delimited by size into ws-linha-log
                 write reg-log                        from ws-linha-log
                 display "ITEM    modelo " ppg-cd-programado
                         " produto " ppi-cd-produto
                         " fora do pedido - " function trim(ws-motivo-pulo)
                 move spaces                          to ws-motivo-pulo
                 exit section
            end-if

            perform 2220-resolver-preco-lista
            add 1                                    to ws-mon-qtd-itens
            move ppi-cd-produto                      to ws-mon-cd-produto(ws-mon-qtd-itens)
            move ppi-quantidade                      to ws-mon-quantidade(ws-mon-qtd-itens)
            move ws-preco-lista-resolvido             to ws-mon-preco-lista(ws-mon-qtd-itens)

      *>   Reserva até o disponível do momento; kit não reserva saldo
      *>   próprio (mesmas regras de 2500-incluir-item em Pedido.cbl).
            perform 2230-verificar-kit
            compute ws-saldo-disponivel =
                    prd-saldo-atual - prd-saldo-reservado
            if   ws-produto-eh-kit
            or   ws-saldo-disponivel <= zeros
                 move zeros                          to ws-mon-qtd-reservar(ws-mon-qtd-itens)
            else
                 if   ppi-quantidade > ws-saldo-disponivel
                      move ws-saldo-disponivel         to ws-mon-qtd-reservar(ws-mon-qtd-itens)
                 else
                      move ppi-quantidade              to ws-mon-qtd-reservar(ws-mon-qtd-itens)
                 end-if
            end-if
            .

       2210-exit.
            exit.

      *>===================================================================================
      *>   2220-resolver-preco-lista: maior faixa da tabela da categoria
      *>   do cliente que cabe na quantidade; sem linha aplicável vale o
      *>   preço de venda do cadastro (mesma resolução de
      *>   2502-resolver-preco-lista em Pedido.cbl).
       2220-resolver-preco-lista section.
       2220.
            move prd-preco-venda                     to ws-preco-lista-resolvido
            if   cli-categoria = zeros
                 exit section
            end-if

            move "N"                                 to ws-ind-fim-tabela-preco
            move ppi-cd-produto                      to tab-cd-produto
            move cli-categoria                       to tab-categoria
            move spaces                              to tab-unidade
            move zeros                               to tab-qtd-minima
            start prd-tabela-arq key is greater than or equal tab-chave
                invalid key
                     set ws-tabela-preco-eof          to true
            end-start
            perform until ws-tabela-preco-eof
                read prd-tabela-arq next record
                    at end
                         set ws-tabela-preco-eof       to true
                    not at end
                         if   tab-cd-produto not = ppi-cd-produto
                         or   tab-categoria not = cli-categoria
                         or   tab-unidade not = spaces
                              set ws-tabela-preco-eof   to true
                         else
                              if   tab-qtd-minima <= ppi-quantidade
                                   move tab-preco       to ws-preco-lista-resolvido
                              else
                                   set ws-tabela-preco-eof to true
                              end-if
                         end-if
                end-read
            end-perform
            .

       2220-exit.
            exit.

      *>===================================================================================
      *>   2230-verificar-kit: mesma técnica de 2721-verificar-kit em
      *>   Pedido.cbl.
       2230-verificar-kit section.
       2230.
            move "N"                                 to ws-ind-produto-eh-kit
            move ppi-cd-produto                      to kit-cd-produto-kit
            move zeros                               to kit-cd-componente
            start prd-composicao-arq key is greater than or equal kit-chave
                invalid key
                     exit section
            end-start
            read prd-composicao-arq next record
                at end
                     continue
                not at end
                     if   kit-cd-produto-kit = ppi-cd-produto
                          set ws-produto-eh-kit        to true
                     end-if
            end-read
            .

       2230-exit.
            exit.

      *>===================================================================================
      *>   2300-verificar-credito: a mesma conta de 2610-verificar-credito
      *>   em ImportaPedido.cbl - parcelas em aberto mais pedidos Abertos
      *>   do cliente, somados ao valor do pedido a gerar, contra
      *>   cli-limite-credito (zero = sem limite).
       2300-verificar-credito section.
       2300.
            move zeros                               to ws-valor-total-pedido
            perform varying ws-mon-idx from 1 by 1
                    until ws-mon-idx > ws-mon-qtd-itens
                compute ws-valor-total-pedido =
                        ws-valor-total-pedido
                      + (ws-mon-quantidade(ws-mon-idx)
                         * ws-mon-preco-lista(ws-mon-idx))
            end-perform

            move cli-limite-credito                  to ws-limite-credito-cliente
            if   ws-limite-credito-cliente = zeros
                 exit section
            end-if

            move zeros                               to ws-exposicao-cliente
            move "N"                                 to ws-ind-fim-credito
            move low-values                          to rec-chave
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     set ws-credito-eof              to true
            end-start
            perform until ws-credito-eof
                read receber-arq next record
                    at end
                         set ws-credito-eof           to true
                    not at end
                         if   rec-aberta
                         and  rec-cd-cliente = ppg-cd-cliente
                              compute ws-exposicao-cliente =
                                      ws-exposicao-cliente
                                    + rec-valor - rec-valor-pago
                         end-if
                end-read
            end-perform

            move "N"                                 to ws-ind-fim-credito
            move low-values                          to ped-cd-pedido
            start pedido-arq key is greater than or equal ped-cd-pedido
                invalid key
                     set ws-credito-eof              to true
            end-start
            perform until ws-credito-eof
                read pedido-arq next record
                    at end
                         set ws-credito-eof           to true
                    not at end
                         if   ped-aberto
                         and  not ped-tipo-orcamento
                         and  ped-cd-cliente = ppg-cd-cliente
                              add ped-valor-total      to ws-exposicao-cliente
                         end-if
                end-read
            end-perform

            if   ws-exposicao-cliente + ws-valor-total-pedido
                 > ws-limite-credito-cliente
                 move "limite de credito excedido"     to ws-motivo-pulo
            end-if
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2700-gravar-pedido: número da série PEDIDO (PEDIDO-Fn para o
      *>   modelo de filial, mesma técnica de 2105-obter-proximo-codigo
      *>   em Pedido.cbl), cabeçalho Aberto tipo P com o endereço, a
      *>   condição e o estabelecimento do modelo, itens com
      *>   reserva e histórico de situação (mesma gravação de
      *>   2700-gravar-pedido-aceito em ImportaPedido.cbl); o dia de
      *>   entrega fica carimbado no modelo.
       2700-gravar-pedido section.
       2700.
            move "PEDIDO"                            to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            if   ppg-cd-empresa > 1
                 move spaces                          to ws-seq-serie
                 string "PEDIDO-F" ppg-cd-empresa
                        delimited by size into ws-seq-serie
                 compute ws-seq-numero-semente =
                         ppg-cd-empresa * 1000000 + 1
            end-if
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-novo-cd-pedido

            move ws-novo-cd-pedido                   to ped-cd-pedido
            move ppg-cd-cliente                      to ped-cd-cliente
            move ppg-cd-vendedor                     to ped-cd-vendedor
            move ws-data-hoje                        to ped-data
            move "A"                                 to ped-situacao
            move ws-valor-total-pedido                to ped-valor-total
            move ws-data-hoje                        to ped-data-inclusao
            move "PROGRAMADO"                        to ped-operador-inclusao
            move zeros                               to ped-cd-fatura
            move zeros                               to ped-cd-veiculo
            move spaces                              to ped-liberacao-desconto
            move zeros                               to ped-motivo-cancel
            move spaces                              to ped-ds-motivo-cancel
            move ppg-sequencia-entrega                to ped-sequencia-entrega
            move "P"                                 to ped-tipo
            move zeros                               to ped-data-validade
            move zeros                               to ped-cd-orcamento-origem
            move ppg-cd-condicao-pagto                to ped-cd-condicao-pagto
            move spaces                              to ped-separacao
            move zeros                               to ped-ano-mes-comissao
            move zeros                               to ped-peso-total
            move zeros                               to ped-volume-total
            move zeros                               to ped-valor-frete
            move spaces                              to ped-frete-informado
            move spaces                              to ped-operador-frete
            move zeros                               to ped-custo-bonificacao
            move spaces                              to ped-liberacao-bonificacao
            move zeros                               to ped-ano-mes-bonificacao
            move zeros                               to ped-cd-consignacao
            move ppg-cd-programado                   to ped-cd-programado
            move ppg-cd-empresa                      to ped-cd-empresa
            write reg-pedido
                invalid key
                     add 1                           to ws-total-erros
                     display "ERRO    modelo " ppg-cd-programado
                             " - pedido " ws-novo-cd-pedido " nao gravado"
                     exit section
            end-write

            perform varying ws-mon-idx from 1 by 1
                    until ws-mon-idx > ws-mon-qtd-itens
                perform 2710-gravar-item
            end-perform

            perform 2720-gravar-historico-situacao

            move ws-data-entrega                     to ppg-data-ultima-entrega
            move ws-novo-cd-pedido                   to ppg-cd-ultimo-pedido
            rewrite reg-pedido-programado
                invalid key
                     continue
            end-rewrite

            add 1                                    to ws-total-gerados
            add ws-valor-total-pedido                to ws-valor-gerado
            move spaces                              to ws-linha-log
            string ws-data-entrega
                   ";" ppg-cd-programado
                   ";" ppg-cd-cliente
                   ";GERADO;"
                   ws-novo-cd-pedido
                   ";" ws-valor-total-pedido
                   delimited by size into ws-linha-log
            write reg-log                            from ws-linha-log
            display "GERADO  modelo " ppg-cd-programado
                    " -> pedido " ws-novo-cd-pedido
                    " cliente " ppg-cd-cliente
            .

       2700-exit.
            exit.

      *>===================================================================================
      *>   2710-gravar-item: item a preço de lista, sem desconto, com a
      *>   reserva de estoque (mesma gravação de 2710-gravar-item-aceito
      *>   em ImportaPedido.cbl).
       2710-gravar-item section.
       2710.
            move ws-novo-cd-pedido                   to pit-cd-pedido
            move ws-mon-idx                          to pit-sequencia
            move ws-mon-cd-produto(ws-mon-idx)        to pit-cd-produto
            move ws-mon-quantidade(ws-mon-idx)        to pit-quantidade
            move ws-mon-preco-lista(ws-mon-idx)       to pit-preco-lista
            move ws-mon-preco-lista(ws-mon-idx)       to pit-preco-unitario
            move zeros                               to pit-desconto-percentual
            compute pit-valor-total =
                    pit-quantidade * pit-preco-unitario
            move ws-mon-qtd-reservar(ws-mon-idx)       to pit-qtd-reservada
            set  pit-item-venda                      to true
            move zeros                               to pit-custo-bonificacao
            move zeros                               to pit-cd-campanha
            move spaces                              to pit-unidade-venda
            move 1                                   to pit-fator-conversao
            move pit-quantidade                      to pit-qtd-unidade-venda
            move pit-preco-unitario                  to pit-preco-unidade-venda
            write reg-pedido-item
                invalid key
                     exit section
            end-write

            if   pit-qtd-reservada not = zeros
                 move pit-cd-produto                  to prd-cd-produto
                 read produto-arq
                     key is prd-cd-produto
                     invalid key
                          exit section
                 end-read
                 add  pit-qtd-reservada               to prd-saldo-reservado
                 rewrite reg-produto
                     invalid key
                          continue
                 end-rewrite
            end-if
            .

       2710-exit.
            exit.

      *>===================================================================================
      *>   2720-gravar-historico-situacao: linha de inclusão em
      *>   PED-SITUACAO.DAT (mesma gravação de ImportaPedido.cbl).
       2720-gravar-historico-situacao section.
       2720.
            move zeros                               to ws-proxima-sequencia-ped-sit
            move ws-novo-cd-pedido                   to psi-cd-pedido
            move 99999                                to psi-sequencia
            start ped-situacao-arq key is less than or equal psi-chave
                invalid key
                     continue
                not invalid key
                     read ped-situacao-arq previous record
                         at end
                              continue
                         not at end
                              if   psi-cd-pedido = ws-novo-cd-pedido
                                   move psi-sequencia  to ws-proxima-sequencia-ped-sit
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-ped-sit

            move ws-novo-cd-pedido                   to psi-cd-pedido
            move ws-proxima-sequencia-ped-sit          to psi-sequencia
            move function current-date (1:14)          to psi-data-hora
            move spaces                              to psi-situacao-anterior
            move "A"                                 to psi-situacao-nova
            move zeros                               to psi-motivo
            move spaces                              to psi-ds-motivo
            move "PROGRAMADO"                        to psi-operador
            write reg-ped-situacao
                invalid key
                     continue
            end-write
            .

       2720-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Dia de entrega gerado: " ws-data-entrega
            display "Modelos lidos........: " ws-total-lidos
            display "Pedidos gerados......: " ws-total-gerados
            display "Modelos pulados......: " ws-total-pulados
            display "Itens fora do pedido.: " ws-total-itens-pulados
            display "Ja gerados p/ o dia..: " ws-total-ja-gerados
            display "Fora do dia/vigencia.: " ws-total-fora-do-dia
            display "Modelos inativos.....: " ws-total-inativos
            display "Erros de gravacao....: " ws-total-erros
            display "Valor gerado.........: " ws-valor-gerado
            close log-arq
            close pedido-programado-arq
            close pedido-programado-item-arq
            close cliente-arq
            close cli-endereco-arq
            close produto-arq
            close prd-tabela-arq
            close prd-composicao-arq
            close receber-arq
            close pedido-arq
            close pedido-item-arq
            close ped-situacao-arq
            if   ws-total-erros > zeros
                 move 8                              to return-code
            end-if
            .

       3000-exit.
            exit.
