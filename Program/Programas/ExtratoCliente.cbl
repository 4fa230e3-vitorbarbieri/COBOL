      *>   vencimento e situação (RECEBER.DAT) e os recebimentos
      *>   (REC-PAGAMENTO.DAT), com o saldo corrente acumulado (fatura
      *>   soma, recebimento abate) e, no rodapé, a exposição em aberto
      *>   contra o limite de crédito (cli-limite-credito). Os
      *>   adiantamentos do cliente (ADIANTAMENTO.DAT) aparecem como
      *>   linhas informativas - o que abate a dívida é o consumo nas
      *>   parcelas (forma "A") - e o crédito ainda em aberto vai para o
      *>   rodapé. Chamado via QUERY_STRING cdCliente=nnnnn.
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
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
           select adiantamento-arq assign   to "ADIANTAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is adt-cd-adiantamento
                  file status                is ws-status-adiantamento.

      *>===================================================================================
       data division.
       copy "RECEBER.CPY".
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  adiantamento-arq.
       copy "ADIANT.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-adiantamento                 pic x(02)       value "00".
              88 ws-adiantamento-ok                                 value "00".
              88 ws-adiantamento-nao-encontrado                     value "23" "35".

       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
       01  ws-saldo-corrente                          pic s9(11)v9(02) value zeros.
       01  ws-saldo-exibir                            pic s9(11)v9(02) value zeros.
       01  ws-exposicao-aberta                         pic 9(11)v9(02) value zeros.
       01  ws-saldo-adiantamentos                      pic 9(11)v9(02) value zeros.
       01  ws-ds-situacao-parcela                      pic x(12)       value spaces.

      *>===================================================================================
                 close rec-pagamento-arq
                 open input rec-pagamento-arq
            end-if
            open input adiantamento-arq
            if   ws-adiantamento-nao-encontrado
                 open output adiantamento-arq
                 close adiantamento-arq
                 open input adiantamento-arq
            end-if
            .

       1100-exit.

            perform 1300-carregar-faturas
            perform 1400-carregar-parcelas
            perform 1600-carregar-adiantamentos
            perform 1500-ordenar-por-data
            .


      *>===================================================================================
      *>   1300-carregar-faturas: faturas do cliente (emitidas e
      *>   canceladas - o cancelamento aparece na descrição e não soma),
      *>   lidas pela chave alternativa fat-cd-cliente.
       1300-carregar-faturas section.
       1300.
            move "N"                                 to ws-ind-fim-varredura
            move ws-cd-cliente-param                 to fat-cd-cliente
            start fatura-arq key is greater than or equal fat-cd-cliente
                invalid key
                     set ws-varredura-eof             to true
            end-start
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   fat-cd-cliente not = ws-cd-cliente-param
                              set ws-varredura-eof      to true
                         else
                              add 1                     to ws-ext-qtd
                              move fat-data-emissao       to ws-ext-data(ws-ext-qtd)
                              move fat-valor-total        to ws-ext-valor(ws-ext-qtd)
       1400-carregar-parcelas section.
       1400.
            move "N"                                 to ws-ind-fim-varredura
            move ws-cd-cliente-param                 to rec-cd-cliente
            start receber-arq key is greater than or equal rec-cd-cliente
                invalid key
                     set ws-varredura-eof             to true
            end-start
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   rec-cd-cliente not = ws-cd-cliente-param
                              set ws-varredura-eof      to true
                         else
                              perform 1410-guardar-parcela
                         end-if
                end-read

      *>===================================================================================
      *>   1450-carregar-recebimentos: histórico de pagamentos das
      *>   parcelas do cliente - cada recebimento abate o saldo (juros e
      *>   multa por atraso aparecem, mas não mexem no saldo). A
      *>   varredura é sequencial (a chave do histórico não carrega o
      *>   cliente); a parcela correspondente é conferida em RECEBER.DAT.
       1450-carregar-recebimentos section.
                                       add 1           to ws-ext-qtd
                                       move pgt-data    to ws-ext-data(ws-ext-qtd)
                                       move pgt-valor   to ws-ext-valor(ws-ext-qtd)
                                       move spaces     to ws-ext-descricao(ws-ext-qtd)
                                       evaluate true
                                           when pgt-tipo-estorno-principal
                                                move "+" to ws-ext-afeta-saldo(ws-ext-qtd)
                                                string "Estorno cheque devolvido parcela "
                                                       pgt-cd-pedido "/" pgt-parcela
                                                       delimited by size
                                                       into ws-ext-descricao(ws-ext-qtd)
                                           when pgt-tipo-estorno-encargo
                                                move "N" to ws-ext-afeta-saldo(ws-ext-qtd)
                                                string "Estorno encargos cheque parcela "
                                                       pgt-cd-pedido "/" pgt-parcela
                                                       delimited by size
                                                       into ws-ext-descricao(ws-ext-qtd)
                                           when pgt-tipo-juros
                                                move "N" to ws-ext-afeta-saldo(ws-ext-qtd)
                                                string "Juros parcela "
                                                       pgt-cd-pedido "/" pgt-parcela
                                                       " (" pgt-operador ")"
                                                       delimited by size
                                                       into ws-ext-descricao(ws-ext-qtd)
                                           when pgt-tipo-multa
                                                move "N" to ws-ext-afeta-saldo(ws-ext-qtd)
                                                string "Multa parcela "
                                                       pgt-cd-pedido "/" pgt-parcela
                                                       " (" pgt-operador ")"
                                                       delimited by size
                                                       into ws-ext-descricao(ws-ext-qtd)
                                           when pgt-forma-adiantamento
                                                move "-" to ws-ext-afeta-saldo(ws-ext-qtd)
                                                string "Adiantamento aplicado parcela "
                                                       pgt-cd-pedido "/" pgt-parcela
                                                       delimited by size
                                                       into ws-ext-descricao(ws-ext-qtd)
                                           when other
                                                move "-" to ws-ext-afeta-saldo(ws-ext-qtd)
                                                string "Recebimento parcela "
                                                       pgt-cd-pedido "/" pgt-parcela
                                                       " (" pgt-operador ")"
                                                       delimited by size
                                                       into ws-ext-descricao(ws-ext-qtd)
                                       end-evaluate
                                  end-if
                         end-read
                end-read
       1500-exit.
            exit.

      *>===================================================================================
      *>   1600-carregar-adiantamentos: sinal recebido e devolução do
      *>   saldo entram como linhas informativas (não mexem no saldo da
      *>   dívida); o saldo dos adiantamentos em aberto é o crédito do
      *>   cliente mostrado no rodapé.
       1600-carregar-adiantamentos section.
       1600.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to adt-cd-adiantamento
            start adiantamento-arq key is greater than or equal adt-cd-adiantamento
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-ext-qtd >= 300
                read adiantamento-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   adt-cd-cliente = ws-cd-cliente-param
                              perform 1610-guardar-adiantamento
                         end-if
                end-read
            end-perform
            .

       1600-exit.
            exit.

      *>===================================================================================
       1610-guardar-adiantamento section.
       1610.
            add 1                                    to ws-ext-qtd
            move adt-data                            to ws-ext-data(ws-ext-qtd)
            move adt-valor                           to ws-ext-valor(ws-ext-qtd)
            move "N"                                 to ws-ext-afeta-saldo(ws-ext-qtd)
            move spaces                              to ws-ext-descricao(ws-ext-qtd)
            string "Adiantamento " adt-cd-adiantamento
                   " recebido (pedido " adt-cd-pedido-origem ")"
                   delimited by size
                   into ws-ext-descricao(ws-ext-qtd)

            if   adt-devolvido
            and  ws-ext-qtd < 300
                 add 1                               to ws-ext-qtd
                 move adt-data-devolucao              to ws-ext-data(ws-ext-qtd)
                 move adt-valor-devolvido             to ws-ext-valor(ws-ext-qtd)
                 move "N"                            to ws-ext-afeta-saldo(ws-ext-qtd)
                 move spaces                         to ws-ext-descricao(ws-ext-qtd)
                 string "Adiantamento " adt-cd-adiantamento
                        " devolvido ao cliente"
                        delimited by size
                        into ws-ext-descricao(ws-ext-qtd)
            end-if

            if   adt-aberto
                 compute ws-saldo-adiantamentos =
                         ws-saldo-adiantamentos
                       + adt-valor - adt-valor-utilizado - adt-valor-devolvido
            end-if
            .

       1610-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            close fatura-arq
            close receber-arq
            close rec-pagamento-arq
            close adiantamento-arq
            .

       3000-exit.
                        <td colspan=3 class=titulocampo>Limite de crédito (zero = sem limite)</td>
                        <td><div align=right>:cli-limite-credito</div></td>
                    </tr>
                    <tr>
                        <td colspan=3 class=titulocampo>Saldo de adiantamentos (crédito do cliente)</td>
                        <td><div align=right>:ws-saldo-adiantamentos</div></td>
                    </tr>
                </table>
                </body>
            end-exec
