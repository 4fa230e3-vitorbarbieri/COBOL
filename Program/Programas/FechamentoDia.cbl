      *>        pedidos incluídos, fechados e cancelados hoje e o valor
      *>        fechado, e grava/regrava o registro do dia em
      *>        FECHAMENTO-DIA.DAT, lido pelo painel do menú e pelo
      *>        fechamento mensal. O movimento sai também aberto por
      *>        estabelecimento (ped-cd-empresa; zeros = matriz).
      *>

      *>===================================================================================
           03 ws-qtd-fechados                        pic 9(05)       value zeros.
           03 ws-qtd-cancelados                      pic 9(05)       value zeros.
           03 ws-valor-fechados                       pic 9(11)v9(02) value zeros.
      *>   Movimento do dia por estabelecimento (índice = código da
      *>   empresa), copiado para fdi-movimento-empresa na gravação.
       01  ws-tab-movimento-empresa.
           03 ws-mov-empresa                         occurs 9.
              05 ws-mov-qtd-incluidos                pic 9(05).
              05 ws-mov-qtd-fechados                 pic 9(05).
              05 ws-mov-qtd-cancelados               pic 9(05).
              05 ws-mov-valor-fechados                pic 9(11)v9(02).
       01  ws-emp-idx                                pic 9(01)       value zeros.
       01  ws-ind-fechamento-existe                   pic x(01)       value "N".
          88 ws-fechamento-existe                                    value "S".

       1000-inicializacao section.
       1000.
            move function current-date (1:8)          to ws-data-hoje
            initialize ws-tab-movimento-empresa
            open input pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                                       perform 2210-somar-valor-fechado
                                  when psi-situacao-nova = "C"
                                       add 1           to ws-qtd-cancelados
                                       perform 2230-contar-cancelado
                                  when other
                                       continue
                              end-evaluate
                     if   not ped-tipo-orcamento
                          add 1                        to ws-qtd-fechados
                          add ped-valor-total           to ws-valor-fechados
                          perform 2290-indice-empresa
                          add 1                        to ws-mov-qtd-fechados(ws-emp-idx)
                          add ped-valor-total           to ws-mov-valor-fechados(ws-emp-idx)
                     end-if
            end-read
            .
                not invalid key
                     if   not ped-tipo-orcamento
                          add 1                        to ws-qtd-incluidos
                          perform 2290-indice-empresa
                          add 1                        to ws-mov-qtd-incluidos(ws-emp-idx)
                     end-if
            end-read
            .
       2220-exit.
            exit.

      *>===================================================================================
      *>   2230-contar-cancelado: o total do dia já contou o cancelamento;
      *>   aqui ele só é atribuído ao estabelecimento do pedido.
       2230-contar-cancelado section.
       2230.
            move psi-cd-pedido                       to ped-cd-pedido
            read pedido-arq
                key is ped-cd-pedido
                invalid key
                     move zeros                       to ped-cd-empresa
            end-read
            perform 2290-indice-empresa
            add 1                                    to ws-mov-qtd-cancelados(ws-emp-idx)
            .

       2230-exit.
            exit.

      *>===================================================================================
      *>   2290-indice-empresa: linha da tabela do estabelecimento do
      *>   pedido corrente (zeros = matriz).
       2290-indice-empresa section.
       2290.
            move ped-cd-empresa                      to ws-emp-idx
            if   ws-emp-idx = zeros
                 move 1                               to ws-emp-idx
            end-if
            .

       2290-exit.
            exit.

      *>===================================================================================
      *>   2300-gravar-resumo-dia: grava (ou regrava, se o fechamento já
      *>   rodou hoje) o registro do dia em FECHAMENTO-DIA.DAT.
            move ws-qtd-cancelados                    to fdi-qtd-cancelados
            move ws-valor-fechados                    to fdi-valor-fechados
            move ws-qtd-divergentes                   to fdi-qtd-divergentes
            move ws-tab-movimento-empresa             to fdi-movimento-por-empresa
            move function current-date (1:14)          to fdi-data-hora-execucao

            if   ws-fechamento-existe
