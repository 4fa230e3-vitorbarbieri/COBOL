      *>   ao contrário): grava em EXPORTA-CONTABIL.TXT, delimitado por
      *>   ";", as faturas emitidas (FATURA.DAT) e os recebimentos
      *>   registrados (REC-PAGAMENTO.DAT - cada baixa, total ou parcial,
      *>   vira uma linha B; juros e multa por atraso recebidos junto,
      *>   linhas J e M, receita financeira separada do principal; o
      *>   estorno do cheque devolvido sai como E/X, no sentido inverso), as
      *>   despesas lançadas em contas a pagar (PAGAR.DAT origem D/F,
      *>   linha D com conta do plano, centro de custo e competência) e
      *>   os pagamentos de contas a pagar (linha P, compra ou despesa) do
      *>   dia informado na linha de comando
      *>   (aaaammdd; vazio assume hoje). O registro de controle H traz a
      *>   data e o número sequencial da remessa contábil (série
      *>   EXPCONTAB em PARAMETRO.DAT) e o trailer T as contagens e os
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
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
           select exporta-arq assign        to "EXPORTA-CONTABIL.TXT"
                  organization               is line sequential
                  file status                is ws-status-exporta.
       copy "FATURA.CPY".
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  pagar-arq.
       copy "PAGAR.CPY".
       fd  exporta-arq.
       01  reg-exporta                              pic x(132).

           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-pagar                       pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".
           03 ws-status-exporta                     pic x(02)       value "00".
              88 ws-exporta-ok                                      value "00".

          88 ws-fatura-eof                                          value "S".
       01  ws-ind-fim-pagamento                      pic x(01)       value "N".
          88 ws-pagamento-eof                                       value "S".
       01  ws-ind-fim-pagar                          pic x(01)       value "N".
          88 ws-pagar-eof                                           value "S".

       01  ws-linha-exporta                          pic x(132)      value spaces.
       01  ws-tipo-linha                             pic x(01)       value spaces.
       01  ws-sequencial-remessa                      pic 9(07)       value zeros.

       01  ws-totais-exportacao.
           03 ws-qtd-baixas                         pic 9(05)       value zeros.
           03 ws-valor-faturas                       pic 9(13)v9(02) value zeros.
           03 ws-valor-baixas                        pic 9(13)v9(02) value zeros.
           03 ws-qtd-encargos                        pic 9(05)       value zeros.
           03 ws-valor-encargos                      pic 9(13)v9(02) value zeros.
           03 ws-qtd-estornos                        pic 9(05)       value zeros.
           03 ws-valor-estornos                      pic 9(13)v9(02) value zeros.
           03 ws-qtd-despesas                        pic 9(05)       value zeros.
           03 ws-valor-despesas                      pic 9(13)v9(02) value zeros.
           03 ws-qtd-pagamentos                      pic 9(05)       value zeros.
           03 ws-valor-pagamentos                    pic 9(13)v9(02) value zeros.

      *>   Atribuição do sequencial da remessa contábil via PARAMETRO.DAT
      *>   (CALL para ProximoNumero, mesmo padrão de RemessaBanco.cbl).
                 close rec-pagamento-arq
                 open input rec-pagamento-arq
            end-if
            open input pagar-arq
            if   ws-pagar-nao-encontrado
                 open output pagar-arq
                 close pagar-arq
                 open input pagar-arq
            end-if
            open output exporta-arq
            .

            perform 2100-gravar-header
            perform 2200-exportar-faturas
            perform 2300-exportar-baixas
            perform 2350-exportar-pagar
            perform 2400-gravar-trailer
            .


      *>===================================================================================
      *>   2200-exportar-faturas: uma linha F por fatura emitida (ou
      *>   cancelada - o contador precisa do estorno) na data exportada,
      *>   lidas pela chave alternativa fat-data-emissao.
       2200-exportar-faturas section.
       2200.
            move ws-data-exportar                    to fat-data-emissao
            start fatura-arq key is greater than or equal fat-data-emissao
                invalid key
                     set ws-fatura-eof               to true
            end-start
                    at end
                         set ws-fatura-eof            to true
                    not at end
                         if   fat-data-emissao not = ws-data-exportar
                              set ws-fatura-eof        to true
                         else
                              move spaces              to ws-linha-exporta
                              string "F" ";"
                                     fat-cd-fatura ";"
      *>===================================================================================
      *>   2300-exportar-baixas: uma linha B por recebimento do histórico
      *>   de pagamentos na data exportada (baixas parciais e totais,
      *>   inclusive as liquidações do banco por RetornoBanco.cbl). Juros
      *>   e multa recebidos (pgt-tipo J/M) saem com o próprio tipo na
      *>   primeira coluna e somam nos totais de encargos do trailer.
       2300-exportar-baixas section.
       2300.
            move low-values                          to pgt-chave
                    not at end
                         if   pgt-data = ws-data-exportar
                              move spaces              to ws-linha-exporta
                              if   pgt-tipo-encargo
                              or   pgt-tipo-estorno
                                   move pgt-tipo       to ws-tipo-linha
                              else
                                   move "B"            to ws-tipo-linha
                              end-if
                              string ws-tipo-linha ";"
                                     pgt-cd-pedido ";"
                                     pgt-parcela ";"
                                     pgt-valor ";"
                                     pgt-forma
                                     delimited by size into ws-linha-exporta
                              write reg-exporta        from ws-linha-exporta
                              evaluate true
                                  when pgt-tipo-estorno
                                       add 1           to ws-qtd-estornos
                                       add pgt-valor    to ws-valor-estornos
                                  when pgt-tipo-encargo
                                       add 1           to ws-qtd-encargos
                                       add pgt-valor    to ws-valor-encargos
                                  when other
                                       add 1           to ws-qtd-baixas
                                       add pgt-valor    to ws-valor-baixas
                              end-evaluate
                         end-if
                end-read
            end-perform
       2300-exit.
            exit.

      *>===================================================================================
      *>   2350-exportar-pagar: uma linha D por parcela de despesa
      *>   (avulsa ou fixa) lançada no dia, com a classificação contábil,
      *>   e uma linha P por parcela de contas a pagar baixada no dia,
      *>   de compra ou de despesa. Os totais vão no fim do trailer.
       2350-exportar-pagar section.
       2350.
            move low-values                          to pag-chave
            start pagar-arq key is greater than or equal pag-chave
                invalid key
                     set ws-pagar-eof                 to true
            end-start

            perform until ws-pagar-eof
                read pagar-arq next record
                    at end
                         set ws-pagar-eof              to true
                    not at end
                         if   pag-eh-despesa
                         and  pag-data-inclusao = ws-data-exportar
                         and  not pag-cancelada
                              move spaces              to ws-linha-exporta
                              string "D" ";"
                                     pag-cd-pedido-compra ";"
                                     pag-parcela ";"
                                     pag-cd-fornecedor ";"
                                     pag-valor ";"
                                     pag-data-vencimento ";"
                                     pag-cd-conta ";"
                                     pag-cd-centro-custo ";"
                                     pag-competencia ";"
                                     pag-origem
                                     delimited by size into ws-linha-exporta
                              write reg-exporta        from ws-linha-exporta
                              add 1                    to ws-qtd-despesas
                              add pag-valor             to ws-valor-despesas
                         end-if
                         if   pag-baixada
                         and  pag-data-baixa = ws-data-exportar
                              move spaces              to ws-linha-exporta
                              string "P" ";"
                                     pag-cd-pedido-compra ";"
                                     pag-parcela ";"
                                     pag-cd-fornecedor ";"
                                     pag-valor ";"
                                     pag-data-baixa ";"
                                     pag-operador-baixa ";"
                                     pag-origem ";"
                                     pag-cd-conta ";"
                                     pag-cd-centro-custo
                                     delimited by size into ws-linha-exporta
                              write reg-exporta        from ws-linha-exporta
                              add 1                    to ws-qtd-pagamentos
                              add pag-valor             to ws-valor-pagamentos
                         end-if
                end-read
            end-perform
            .

       2350-exit.
            exit.

      *>===================================================================================
       2400-gravar-trailer section.
       2400.
                   ws-qtd-faturas ";"
                   ws-qtd-baixas ";"
                   ws-valor-faturas ";"
                   ws-valor-baixas ";"
                   ws-qtd-encargos ";"
                   ws-valor-encargos ";"
                   ws-qtd-despesas ";"
                   ws-valor-despesas ";"
                   ws-qtd-pagamentos ";"
                   ws-valor-pagamentos ";"
                   ws-qtd-estornos ";"
                   ws-valor-estornos
                   delimited by size into ws-linha-exporta
            write reg-exporta                        from ws-linha-exporta
            .
            display "Baixas exportadas....: " ws-qtd-baixas
            display "Valor das faturas....: " ws-valor-faturas
            display "Valor das baixas.....: " ws-valor-baixas
            display "Juros/multa exportad.: " ws-qtd-encargos
            display "Valor juros/multa....: " ws-valor-encargos
            display "Despesas exportadas..: " ws-qtd-despesas
            display "Valor das despesas...: " ws-valor-despesas
            display "Pagamentos exportados: " ws-qtd-pagamentos
            display "Valor dos pagamentos.: " ws-valor-pagamentos
            display "Estornos de cheque...: " ws-qtd-estornos
            display "Valor dos estornos...: " ws-valor-estornos
            close fatura-arq
            close rec-pagamento-arq
            close pagar-arq
            close exporta-arq
            .

