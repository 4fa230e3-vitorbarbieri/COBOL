      *>   ConsultaAuditoria.cbl - só que fora da requisição CGI, onde um
      *>   ano de PEDIDO.DAT pode levar o tempo que precisar. Para rodar
      *>   em sequência junto dos demais lotes ou agendado à parte.
      *>   A curva ABC (tipo B) classifica produtos e clientes no período,
      *>   carimba a classe em PRODUTO.DAT e CLIENTE.DAT e grava também o
      *>   CSV CURVA-ABC-nnnnnnn.CSV (FormataCsv).
      *>

      *>===================================================================================
                  access mode                is dynamic
                  record key                 is aud-chave
                  file status                is ws-status-cli-auditoria.
           select pedido-item-arq assign     to "PEDIDO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pit-chave
                  file status                is ws-status-pedido-item.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select fatura-arq assign         to "FATURA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
           select csv-arq assign            to ws-nome-csv
                  organization               is line sequential
                  file status                is ws-status-csv.
           select spool-arq assign          to ws-nome-spool
                  organization               is line sequential
                  file status                is ws-status-spool.
       copy "VEND.CPY".
       fd  cli-auditoria-arq.
       copy "CLIAUD.CPY".
       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  fatura-arq.
       copy "FATURA.CPY".
       fd  csv-arq.
       01  reg-csv                                  pic x(200).
       fd  spool-arq.
       01  reg-spool                                pic x(132).

           03 ws-status-cli-auditoria                pic x(02)       value "00".
              88 ws-cli-auditoria-ok                                value "00".
              88 ws-cli-auditoria-nao-encontrado                    value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-fatura                      pic x(02)       value "00".
              88 ws-fatura-ok                                       value "00".
              88 ws-fatura-nao-encontrado                           value "23" "35".
           03 ws-status-csv                         pic x(02)       value "00".
              88 ws-csv-ok                                          value "00".
           03 ws-status-spool                       pic x(02)       value "00".
              88 ws-spool-ok                                        value "00".


       01  ws-linha-spool                            pic x(132)      value spaces.

      *>   Curva ABC: acumulado por produto (faturamento e quantidade dos
      *>   itens de pedidos fechados) e por cliente (valor faturado),
      *>   ordenados do maior para o menor (bolha, mesma técnica de
      *>   1300-ordenar-agenda em AgendaTarefas.cbl).
       01  ws-tab-abc-produtos.
           03 ws-abp-linha                           occurs 3000 times.
              05 ws-abp-cd-produto                    pic 9(05).
              05 ws-abp-valor                         pic 9(11)v9(02).
              05 ws-abp-quantidade                    pic 9(09).
              05 ws-abp-classe                        pic x(01).
              05 ws-abp-classe-qtd                    pic x(01).
       01  ws-abp-linha-troca                         pic x(29)       value spaces.
       01  ws-abp-qtd                                pic 9(04)       value zeros.
       01  ws-abp-idx                                pic 9(04)       value zeros.
       01  ws-tab-abc-clientes.
           03 ws-abc-linha                           occurs 3000 times.
              05 ws-abc-cd-cliente                    pic 9(05).
              05 ws-abc-valor                         pic 9(11)v9(02).
              05 ws-abc-classe                        pic x(01).
       01  ws-abc-linha-troca                         pic x(19)       value spaces.
       01  ws-abc-qtd                                pic 9(04)       value zeros.
       01  ws-abc-idx                                pic 9(04)       value zeros.
       01  ws-ind-abc-achou                           pic x(01)       value "N".
          88 ws-abc-na-tabela                                        value "S".
       01  ws-ind-houve-troca                         pic x(01)       value "N".
          88 ws-houve-troca                                          value "S".
       01  ws-ind-tabela-cheia                        pic x(01)       value "N".
          88 ws-tabela-abc-cheia                                     value "S".
       01  ws-ind-fim-itens                           pic x(01)       value "N".
          88 ws-itens-eof                                            value "S".
      *>   Faixas da curva: A até 80% do acumulado, B até 95%, C o resto.
      *>   A classe sai do percentual acumulado ANTES da linha, para que o
      *>   item que cruza a fronteira fique na classe de cima.
       01  ws-abc-limite-a                            pic 9(03)v9(02) value 80.
       01  ws-abc-limite-b                            pic 9(03)v9(02) value 95.
       01  ws-abc-total                               pic 9(13)v9(02) value zeros.
       01  ws-abc-acumulado                           pic 9(13)v9(02) value zeros.
       01  ws-abc-base-linha                          pic 9(13)v9(02) value zeros.
       01  ws-abc-perc-anterior                       pic 9(03)v9(02) value zeros.
       01  ws-abc-perc-item                           pic 9(03)v9(02) value zeros.
       01  ws-abc-perc-acumulado                      pic 9(03)v9(02) value zeros.
       01  ws-classe-calculada                        pic x(01)       value spaces.
       01  ws-abc-ordem                               pic x(01)       value "V".
          88 ws-abc-ordem-valor                                      value "V".
          88 ws-abc-ordem-quantidade                                 value "Q".
       01  ws-data-classe-abc                         pic 9(08)       value zeros.

      *>   CSV da curva ABC (ASSIGN dinâmico, mesmo id do spool) e
      *>   formatação dos valores por FormataCsv (técnica de
      *>   7000-gerar-csv em RelComissao.cbl).
       01  ws-nome-csv                               pic x(30)       value spaces.
       01  ws-linha-csv                               pic x(200)      value spaces.
       01  ws-parametros-formata-csv.
           03 ws-csv-valor                           pic s9(11)v9(02) value zeros.
           03 ws-csv-texto                           pic x(16)       value spaces.
       01  ws-csv-ponteiro                            pic 9(03)       value zeros.

       01  ws-totais-worker.
           03 ws-total-processados                   pic 9(05)       value zeros.
           03 ws-total-falhas                        pic 9(05)       value zeros.
                 close cli-auditoria-arq
                 open input cli-auditoria-arq
            end-if
            open input pedido-item-arq
            if   ws-pedido-item-nao-encontrado
                 open output pedido-item-arq
                 close pedido-item-arq
                 open input pedido-item-arq
            end-if
            open i-o produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open i-o produto-arq
            end-if
            open i-o cliente-arq
            if   ws-cliente-nao-encontrado
                 open output cliente-arq
                 close cliente-arq
                 open i-o cliente-arq
            end-if
            open input fatura-arq
            if   ws-fatura-nao-encontrado
                 open output fatura-arq
                 close fatura-arq
                 open input fatura-arq
            end-if
            .

       1000-exit.
                     perform 2300-gerar-comissao
                when rfi-tipo-auditoria
                     perform 2400-gerar-auditoria
                when rfi-tipo-curva-abc
                     perform 2600-gerar-curva-abc
                when other
                     continue
            end-evaluate
      *>   detalhamento linha a linha e os totais por vendedor.
       2200-gerar-vendas section.
       2200.
            perform 2530-obter-periodo

            string "VENDAS POR PERIODO DE " ws-data-inicial
                   " A " ws-data-final
       2520-exit.
            exit.

      *>===================================================================================
      *>   2530-obter-periodo: desdobra dataIni;dataFim dos parâmetros do
      *>   pedido da fila; o que faltar vira o mês corrente.
       2530-obter-periodo section.
       2530.
            move spaces                              to ws-param-1
            move spaces                              to ws-param-2
            unstring rfi-parametros delimited by ";" into ws-param-1
                                                         ws-param-2
            end-unstring
            if   ws-param-1 (1:8) is numeric
            and  ws-param-1 (1:8) not = zeros
                 move ws-param-1 (1:8)                to ws-data-inicial
            else
                 move function current-date (1:6)      to ws-data-inicial (1:6)
                 move 01                              to ws-data-inicial (7:2)
            end-if
            if   ws-param-2 (1:8) is numeric
            and  ws-param-2 (1:8) not = zeros
                 move ws-param-2 (1:8)                to ws-data-final
            else
                 move function current-date (1:6)      to ws-data-final (1:6)
                 move 31                              to ws-data-final (7:2)
            end-if
            .

       2530-exit.
            exit.

      *>===================================================================================
      *>   2600-gerar-curva-abc: curva ABC do período - produtos pelo
      *>   faturamento e pela quantidade dos itens de pedidos fechados,
      *>   clientes pelo valor faturado em FATURA.DAT - com percentual e
      *>   acumulado por linha no spool e no CSV; ao final carimba a
      *>   classe em PRODUTO.DAT e CLIENTE.DAT para as demais telas.
       2600-gerar-curva-abc section.
       2600.
            perform 2530-obter-periodo
            move function current-date (1:8)          to ws-data-classe-abc

            string "CURVA ABC DE PRODUTOS E CLIENTES DE " ws-data-inicial
                   " A " ws-data-final
                   delimited by size into ws-linha-spool
            perform 2110-escrever-linha-spool

            move zeros                               to ws-abp-qtd
            move zeros                               to ws-abc-qtd
            move "N"                                 to ws-ind-tabela-cheia

            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to ped-cd-pedido
            start pedido-arq key is greater than or equal ped-cd-pedido
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read pedido-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ped-fechado
                         and  not ped-tipo-orcamento
                         and  ped-data >= ws-data-inicial
                         and  ped-data <= ws-data-final
                              perform 2610-acumular-itens-pedido
                         end-if
                end-read
            end-perform

            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to fat-cd-fatura
            start fatura-arq key is greater than or equal fat-cd-fatura
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read fatura-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   fat-emitida
                         and  fat-data-emissao >= ws-data-inicial
                         and  fat-data-emissao <= ws-data-final
                              perform 2630-acumular-cliente
                         end-if
                end-read
            end-perform

            if   ws-tabela-abc-cheia
                 move "ATENCAO: MAIS DE 3000 PRODUTOS OU CLIENTES NO PERIODO - CURVA PARCIAL"
                                                     to ws-linha-spool
                 perform 2110-escrever-linha-spool
            end-if

            move spaces                              to ws-nome-csv
            string "CURVA-ABC-" ws-id-processando ".CSV"
                   delimited by size into ws-nome-csv
            open output csv-arq
            if   ws-csv-ok
                 move "CURVA;CODIGO;NOME;VALOR;QUANTIDADE;PERCENTUAL;ACUMULADO;CLASSE"
                                                     to ws-linha-csv
                 write reg-csv                       from ws-linha-csv
            else
                 string "CSV " ws-nome-csv " NAO PODE SER GRAVADO (STATUS "
                        ws-status-csv ")"
                        delimited by size into ws-linha-spool
                 perform 2110-escrever-linha-spool
            end-if

            set  ws-abc-ordem-valor                   to true
            perform 2640-ordenar-produtos
            perform 2650-classificar-produtos
            set  ws-abc-ordem-quantidade              to true
            perform 2640-ordenar-produtos
            perform 2650-classificar-produtos
            perform 2645-ordenar-clientes
            perform 2660-classificar-clientes

            if   ws-csv-ok
                 close csv-arq
                 string "CSV GRAVADO EM " ws-nome-csv
                        delimited by size into ws-linha-spool
                 perform 2110-escrever-linha-spool
            end-if

            perform 2680-carimbar-produtos
            perform 2690-carimbar-clientes
            .

       2600-exit.
            exit.

      *>===================================================================================
      *>   2610-acumular-itens-pedido: soma os itens do pedido corrente
      *>   na tabela de produtos da curva.
       2610-acumular-itens-pedido section.
       2610.
            move ped-cd-pedido                       to pit-cd-pedido
            move zeros                               to pit-sequencia
            move "N"                                 to ws-ind-fim-itens
            start pedido-item-arq key is greater than or equal pit-chave
                invalid key
                     exit section
            end-start
            perform until ws-itens-eof
                read pedido-item-arq next record
                    at end
                         set ws-itens-eof              to true
                    not at end
                         if   pit-cd-pedido not = ped-cd-pedido
                              set ws-itens-eof         to true
                         else
                              perform 2620-acumular-produto
                         end-if
                end-read
            end-perform
            .

       2610-exit.
            exit.

      *>===================================================================================
      *>   2620-acumular-produto: localiza (ou inclui) o produto do item
      *>   na tabela e soma valor e quantidade (técnica de
      *>   2510-acumular-vendedor).
       2620-acumular-produto section.
       2620.
            move pit-cd-produto                      to prd-cd-produto
            perform 2685-localizar-produto
            if   not ws-abc-na-tabela
                 if   ws-abp-qtd >= 3000
                      set ws-tabela-abc-cheia          to true
                      exit section
                 end-if
                 add 1                                to ws-abp-qtd
                 move ws-abp-qtd                      to ws-abp-idx
                 move pit-cd-produto                  to ws-abp-cd-produto(ws-abp-idx)
                 move zeros                           to ws-abp-valor(ws-abp-idx)
                 move zeros                           to ws-abp-quantidade(ws-abp-idx)
                 move spaces                          to ws-abp-classe(ws-abp-idx)
                 move spaces                          to ws-abp-classe-qtd(ws-abp-idx)
            end-if
            add pit-valor-total                      to ws-abp-valor(ws-abp-idx)
            add pit-quantidade                       to ws-abp-quantidade(ws-abp-idx)
            .

       2620-exit.
            exit.

      *>===================================================================================
      *>   2630-acumular-cliente: soma a fatura corrente no cliente da
      *>   tabela da curva.
       2630-acumular-cliente section.
       2630.
            move fat-cd-cliente                      to cli-cd-cliente
            perform 2695-localizar-cliente
            if   not ws-abc-na-tabela
                 if   ws-abc-qtd >= 3000
                      set ws-tabela-abc-cheia          to true
                      exit section
                 end-if
                 add 1                                to ws-abc-qtd
                 move ws-abc-qtd                      to ws-abc-idx
                 move fat-cd-cliente                  to ws-abc-cd-cliente(ws-abc-idx)
                 move zeros                           to ws-abc-valor(ws-abc-idx)
                 move spaces                          to ws-abc-classe(ws-abc-idx)
            end-if
            add fat-valor-total                      to ws-abc-valor(ws-abc-idx)
            .

       2630-exit.
            exit.

      *>===================================================================================
      *>   2640-ordenar-produtos: do maior para o menor, pelo faturamento
      *>   ou pela quantidade conforme ws-abc-ordem (bolha simples,
      *>   trocando a linha inteira).
       2640-ordenar-produtos section.
       2640.
            if   ws-abp-qtd < 2
                 exit section
            end-if
            move "S"                                 to ws-ind-houve-troca
            perform until not ws-houve-troca
                move "N"                             to ws-ind-houve-troca
                perform varying ws-abp-idx from 1 by 1
                        until ws-abp-idx >= ws-abp-qtd
                    if   (ws-abc-ordem-valor
                    and   ws-abp-valor(ws-abp-idx) < ws-abp-valor(ws-abp-idx + 1))
                    or   (ws-abc-ordem-quantidade
                    and   ws-abp-quantidade(ws-abp-idx) < ws-abp-quantidade(ws-abp-idx + 1))
                         move ws-abp-linha(ws-abp-idx)     to ws-abp-linha-troca
                         move ws-abp-linha(ws-abp-idx + 1)  to ws-abp-linha(ws-abp-idx)
                         move ws-abp-linha-troca            to ws-abp-linha(ws-abp-idx + 1)
                         move "S"                          to ws-ind-houve-troca
                    end-if
                end-perform
            end-perform
            .

       2640-exit.
            exit.

      *>===================================================================================
       2645-ordenar-clientes section.
       2645.
            if   ws-abc-qtd < 2
                 exit section
            end-if
            move "S"                                 to ws-ind-houve-troca
            perform until not ws-houve-troca
                move "N"                             to ws-ind-houve-troca
                perform varying ws-abc-idx from 1 by 1
                        until ws-abc-idx >= ws-abc-qtd
                    if   ws-abc-valor(ws-abc-idx) < ws-abc-valor(ws-abc-idx + 1)
                         move ws-abc-linha(ws-abc-idx)     to ws-abc-linha-troca
                         move ws-abc-linha(ws-abc-idx + 1)  to ws-abc-linha(ws-abc-idx)
                         move ws-abc-linha-troca            to ws-abc-linha(ws-abc-idx + 1)
                         move "S"                          to ws-ind-houve-troca
                    end-if
                end-perform
            end-perform
            .

       2645-exit.
            exit.

      *>===================================================================================
      *>   2650-classificar-produtos: percorre a tabela já ordenada
      *>   acumulando o percentual e atribui A/B/C (pelo faturamento ou
      *>   pela quantidade), escrevendo spool e CSV linha a linha.
       2650-classificar-produtos section.
       2650.
            move zeros                               to ws-abc-total
            perform varying ws-abp-idx from 1 by 1
                    until ws-abp-idx > ws-abp-qtd
                if   ws-abc-ordem-valor
                     add ws-abp-valor(ws-abp-idx)      to ws-abc-total
                else
                     add ws-abp-quantidade(ws-abp-idx) to ws-abc-total
                end-if
            end-perform

            if   ws-abc-ordem-valor
                 string "PRODUTOS POR FATURAMENTO - TOTAL " ws-abc-total
                        delimited by size into ws-linha-spool
            else
                 string "PRODUTOS POR QUANTIDADE VENDIDA - TOTAL " ws-abc-total
                        delimited by size into ws-linha-spool
            end-if
            perform 2110-escrever-linha-spool

            move zeros                               to ws-abc-acumulado
            move zeros                               to ws-abc-perc-anterior
            perform varying ws-abp-idx from 1 by 1
                    until ws-abp-idx > ws-abp-qtd
                if   ws-abc-ordem-valor
                     move ws-abp-valor(ws-abp-idx)     to ws-abc-base-linha
                else
                     move ws-abp-quantidade(ws-abp-idx) to ws-abc-base-linha
                end-if
                perform 2670-calcular-classe
                if   ws-abc-ordem-valor
                     move ws-classe-calculada         to ws-abp-classe(ws-abp-idx)
                else
                     move ws-classe-calculada         to ws-abp-classe-qtd(ws-abp-idx)
                end-if

                move ws-abp-cd-produto(ws-abp-idx)    to prd-cd-produto
                read produto-arq
                    key is prd-cd-produto
                    invalid key
                         move "(produto nao cadastrado)" to prd-descricao
                end-read
                string ws-classe-calculada
                       " PRODUTO " ws-abp-cd-produto(ws-abp-idx)
                       " " prd-descricao
                       " VALOR " ws-abp-valor(ws-abp-idx)
                       " QTD " ws-abp-quantidade(ws-abp-idx)
                       " % " ws-abc-perc-item
                       " ACUM " ws-abc-perc-acumulado
                       delimited by size into ws-linha-spool
                perform 2110-escrever-linha-spool

                move spaces                          to ws-linha-csv
                move 1                               to ws-csv-ponteiro
                if   ws-abc-ordem-valor
                     string "PRODUTO-FATURAMENTO"
                            delimited by size into ws-linha-csv
                            with pointer ws-csv-ponteiro
                else
                     string "PRODUTO-QUANTIDADE"
                            delimited by size into ws-linha-csv
                            with pointer ws-csv-ponteiro
                end-if
                string ";" ws-abp-cd-produto(ws-abp-idx)
                       ";" function trim(prd-descricao)
                       delimited by size into ws-linha-csv
                       with pointer ws-csv-ponteiro
                move ws-abp-valor(ws-abp-idx)         to ws-csv-valor
                call "FormataCsv" using ws-parametros-formata-csv
                string ";" function trim(ws-csv-texto)
                       ";" ws-abp-quantidade(ws-abp-idx)
                       delimited by size into ws-linha-csv
                       with pointer ws-csv-ponteiro
                perform 2675-completar-linha-csv
            end-perform
            .

       2650-exit.
            exit.

      *>===================================================================================
      *>   2660-classificar-clientes: mesma curva pelo valor faturado.
       2660-classificar-clientes section.
       2660.
            move zeros                               to ws-abc-total
            perform varying ws-abc-idx from 1 by 1
                    until ws-abc-idx > ws-abc-qtd
                add ws-abc-valor(ws-abc-idx)          to ws-abc-total
            end-perform

            string "CLIENTES POR VALOR FATURADO - TOTAL " ws-abc-total
                   delimited by size into ws-linha-spool
            perform 2110-escrever-linha-spool

            move zeros                               to ws-abc-acumulado
            move zeros                               to ws-abc-perc-anterior
            perform varying ws-abc-idx from 1 by 1
                    until ws-abc-idx > ws-abc-qtd
                move ws-abc-valor(ws-abc-idx)         to ws-abc-base-linha
                perform 2670-calcular-classe
                move ws-classe-calculada             to ws-abc-classe(ws-abc-idx)

                move ws-abc-cd-cliente(ws-abc-idx)    to cli-cd-cliente
                read cliente-arq
                    key is cli-cd-cliente
                    invalid key
                         move "(cliente nao cadastrado)" to cli-razao-social
                end-read
                string ws-classe-calculada
                       " CLIENTE " ws-abc-cd-cliente(ws-abc-idx)
                       " " cli-razao-social
                       " FATURADO " ws-abc-valor(ws-abc-idx)
                       " % " ws-abc-perc-item
                       " ACUM " ws-abc-perc-acumulado
                       delimited by size into ws-linha-spool
                perform 2110-escrever-linha-spool

                move spaces                          to ws-linha-csv
                move 1                               to ws-csv-ponteiro
                string "CLIENTE;" ws-abc-cd-cliente(ws-abc-idx)
                       ";" function trim(cli-razao-social)
                       delimited by size into ws-linha-csv
                       with pointer ws-csv-ponteiro
                move ws-abc-valor(ws-abc-idx)         to ws-csv-valor
                call "FormataCsv" using ws-parametros-formata-csv
                string ";" function trim(ws-csv-texto)
                       ";"
                       delimited by size into ws-linha-csv
                       with pointer ws-csv-ponteiro
                perform 2675-completar-linha-csv
            end-perform
            .

       2660-exit.
            exit.

      *>===================================================================================
      *>   2670-calcular-classe: percentual da linha e acumulado sobre
      *>   ws-abc-total; a classe sai do acumulado anterior à linha (linha
      *>   sem movimento é sempre C).
       2670-calcular-classe section.
       2670.
            move zeros                               to ws-abc-perc-item
            if   ws-abc-total > zeros
                 add ws-abc-base-linha                to ws-abc-acumulado
                 compute ws-abc-perc-item rounded =
                         ws-abc-base-linha * 100 / ws-abc-total
                 compute ws-abc-perc-acumulado rounded =
                         ws-abc-acumulado * 100 / ws-abc-total
            end-if
            evaluate true
                when ws-abc-base-linha = zeros
                     move "C"                         to ws-classe-calculada
                when ws-abc-perc-anterior < ws-abc-limite-a
                     move "A"                         to ws-classe-calculada
                when ws-abc-perc-anterior < ws-abc-limite-b
                     move "B"                         to ws-classe-calculada
                when other
                     move "C"                         to ws-classe-calculada
            end-evaluate
            move ws-abc-perc-acumulado                to ws-abc-perc-anterior
            .

       2670-exit.
            exit.

      *>===================================================================================
      *>   2675-completar-linha-csv: fecha a linha do CSV com percentual,
      *>   acumulado e classe e grava (quando o CSV abriu).
       2675-completar-linha-csv section.
       2675.
            move ws-abc-perc-item                    to ws-csv-valor
            call "FormataCsv" using ws-parametros-formata-csv
            string ";" function trim(ws-csv-texto)
                   delimited by size into ws-linha-csv
                   with pointer ws-csv-ponteiro
            move ws-abc-perc-acumulado               to ws-csv-valor
            call "FormataCsv" using ws-parametros-formata-csv
            string ";" function trim(ws-csv-texto)
                   ";" ws-classe-calculada
                   delimited by size into ws-linha-csv
                   with pointer ws-csv-ponteiro
            if   ws-csv-ok
                 write reg-csv                       from ws-linha-csv
            end-if
            .

       2675-exit.
            exit.

      *>===================================================================================
      *>   2680-carimbar-produtos: grava a classe da curva em cada produto
      *>   de PRODUTO.DAT; quem não vendeu no período fica sem classe.
       2680-carimbar-produtos section.
       2680.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to prd-cd-produto
            start produto-arq key is greater than or equal prd-cd-produto
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read produto-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         perform 2685-localizar-produto
                         if   ws-abc-na-tabela
                              move ws-abp-classe(ws-abp-idx)     to prd-classe-abc
                              move ws-abp-classe-qtd(ws-abp-idx) to prd-classe-abc-qtd
                         else
                              move spaces                 to prd-classe-abc
                              move spaces                 to prd-classe-abc-qtd
                         end-if
                         move ws-data-classe-abc           to prd-data-classe-abc
                         rewrite reg-produto
                             invalid key
                                  continue
                         end-rewrite
                end-read
            end-perform
            .

       2680-exit.
            exit.

      *>===================================================================================
      *>   2685-localizar-produto: posiciona ws-abp-idx no prd-cd-produto
      *>   da tabela da curva (ws-abc-na-tabela quando achou).
       2685-localizar-produto section.
       2685.
            move "N"                                 to ws-ind-abc-achou
            perform varying ws-abp-idx from 1 by 1
                    until ws-abp-idx > ws-abp-qtd
                    or ws-abc-na-tabela
                if   ws-abp-cd-produto(ws-abp-idx) = prd-cd-produto
                     move "S"                         to ws-ind-abc-achou
                end-if
            end-perform
            if   ws-abc-na-tabela
                 subtract 1                           from ws-abp-idx
            end-if
            .

       2685-exit.
            exit.

      *>===================================================================================
      *>   2690-carimbar-clientes: grava a classe da curva em cada cliente
      *>   de CLIENTE.DAT; quem não faturou no período fica sem classe.
       2690-carimbar-clientes section.
       2690.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to cli-cd-cliente
            start cliente-arq key is greater than or equal cli-cd-cliente
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read cliente-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         perform 2695-localizar-cliente
                         if   ws-abc-na-tabela
                              move ws-abc-classe(ws-abc-idx) to cli-classe-abc
                         else
                              move spaces                 to cli-classe-abc
                         end-if
                         move ws-data-classe-abc           to cli-data-classe-abc
                         rewrite reg-cliente
                             invalid key
                                  continue
                         end-rewrite
                end-read
            end-perform
            .

       2690-exit.
            exit.

      *>===================================================================================
       2695-localizar-cliente section.
       2695.
            move "N"                                 to ws-ind-abc-achou
            perform varying ws-abc-idx from 1 by 1
                    until ws-abc-idx > ws-abc-qtd
                    or ws-abc-na-tabela
                if   ws-abc-cd-cliente(ws-abc-idx) = cli-cd-cliente
                     move "S"                         to ws-ind-abc-achou
                end-if
            end-perform
            if   ws-abc-na-tabela
                 subtract 1                           from ws-abc-idx
            end-if
            .

       2695-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pedido-arq
            close vendedor-arq
            close cli-auditoria-arq
            close pedido-item-arq
            close produto-arq
            close cliente-arq
            close fatura-arq
            .

       3000-exit.
