      *>   - dados do cabeçalho, endereço do cliente resolvido de
      *>   CLIENTE.DAT, todos os itens de PEDIDO-ITEM.DAT com a descrição
      *>   dos produtos, totais e linhas de assinatura do motorista e de
      *>   quem recebeu. Com o pedido faturado lista as parcelas de
      *>   RECEBER.DAT; cada parcela em aberto sai com a cobrança PIX do
      *>   saldo (txid e "copia e cola", gerados por CobrancaPix.cbl).
      *>

      *>===================================================================================
                  access mode                is dynamic
                  record key                 is end-chave
                  file status                is ws-status-cli-endereco.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.

      *>===================================================================================
       data division.
       copy "CLIENTE.CPY".
       fd  cli-endereco-arq.
       copy "CLIEND.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-cli-endereco                 pic x(02)       value "00".
              88 ws-cli-endereco-ok                                 value "00".
              88 ws-cli-endereco-nao-encontrado                     value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".

       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
       01  ws-total-custo-pedido                      pic 9(11)v9(02) value zeros.
       01  ws-margem-valor-pedido                      pic s9(11)v9(02) value zeros.
       01  ws-margem-percentual-pedido                  pic s9(03)v9(02) value zeros.
      *>   Frete do pedido (ped-valor-frete, calculado no fechamento) em
      *>   linha própria; o total a cobrar é mercadorias + frete.
       01  ws-total-com-frete                          pic 9(09)v9(02) value zeros.

      *>   Parcelas do pedido com a cobrança PIX das que estão em aberto.
       01  ws-ind-fim-parcela                        pic x(01)       value "N".
          88 ws-parcela-eof                                         value "S".
       01  ws-tab-parcelas.
           03 ws-parc-linha                          occurs 24 times.
              05 ws-parc-r-parcela                    pic 9(02).
              05 ws-parc-r-data-vencimento            pic 9(08).
              05 ws-parc-r-valor                      pic 9(09)v9(02).
              05 ws-parc-r-saldo                      pic 9(09)v9(02).
              05 ws-parc-r-situacao                   pic x(11).
              05 ws-parc-r-txid                       pic x(25).
              05 ws-parc-r-payload                    pic x(250).
       01  ws-parc-qtd                               pic 9(02)       value zeros.
       01  ws-parc-tab-idx                           pic 9(02)       value zeros.

      *>   Cobrança PIX da parcela (CALL para CobrancaPix).
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

      *>===================================================================================
       procedure division.
                 close cli-endereco-arq
                 open input cli-endereco-arq
            end-if
            open input receber-arq
            .

       1100-exit.
                     perform 1250-resolver-cliente
                     perform 1260-descricao-situacao
                     perform 1300-carregar-itens
                     perform 1400-carregar-parcelas
            end-read
            .

       1300-exit.
            exit.

      *>===================================================================================
      *>   1400-carregar-parcelas: parcelas do pedido em RECEBER.DAT pela
      *>   chave composta; a parcela em aberto ganha a cobrança PIX do
      *>   saldo devedor (a mesma enquanto o saldo não muda).
       1400-carregar-parcelas section.
       1400.
            move zeros                               to ws-parc-qtd
            if   not ws-receber-ok
                 exit section
            end-if
            move "N"                                 to ws-ind-fim-parcela
            move ped-cd-pedido                       to rec-cd-pedido
            move zeros                               to rec-parcela
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     set ws-parcela-eof              to true
            end-start

            perform until ws-parcela-eof
                    or ws-parc-qtd >= 24
                read receber-arq next record
                    at end
                         set ws-parcela-eof           to true
                    not at end
                         if   rec-cd-pedido not = ped-cd-pedido
                              set ws-parcela-eof       to true
                         else
                              perform 1410-incluir-parcela
                         end-if
                end-read
            end-perform
            .

       1400-exit.
            exit.

      *>===================================================================================
       1410-incluir-parcela section.
       1410.
            add 1                                    to ws-parc-qtd
            move rec-parcela                         to ws-parc-r-parcela(ws-parc-qtd)
            move rec-data-vencimento                 to ws-parc-r-data-vencimento(ws-parc-qtd)
            move rec-valor                           to ws-parc-r-valor(ws-parc-qtd)
            move zeros                               to ws-parc-r-saldo(ws-parc-qtd)
            move spaces                              to ws-parc-r-txid(ws-parc-qtd)
            move spaces                              to ws-parc-r-payload(ws-parc-qtd)
            evaluate true
                when rec-aberta       move "Aberta"      to ws-parc-r-situacao(ws-parc-qtd)
                when rec-baixada      move "Paga"        to ws-parc-r-situacao(ws-parc-qtd)
                when rec-cancelada    move "Cancelada"   to ws-parc-r-situacao(ws-parc-qtd)
                when rec-renegociada  move "Renegociada" to ws-parc-r-situacao(ws-parc-qtd)
                when rec-perda        move "Perda"       to ws-parc-r-situacao(ws-parc-qtd)
                when other            move spaces        to ws-parc-r-situacao(ws-parc-qtd)
            end-evaluate
            if   not rec-aberta
            or   rec-valor-pago >= rec-valor
                 exit section
            end-if

            compute ws-parc-r-saldo(ws-parc-qtd) = rec-valor - rec-valor-pago
            initialize ws-parametros-cobranca-pix
            move rec-cd-pedido                       to ws-pix-cd-pedido
            move rec-parcela                         to ws-pix-parcela
            move rec-cd-cliente                      to ws-pix-cd-cliente
            move rec-cd-empresa                      to ws-pix-cd-empresa
            move ws-parc-r-saldo(ws-parc-qtd)        to ws-pix-valor
            move rec-data-vencimento                 to ws-pix-data-vencimento
            call "CobrancaPix" using ws-parametros-cobranca-pix
            if   ws-pix-gerada or ws-pix-existente
                 move ws-pix-txid                     to ws-parc-r-txid(ws-parc-qtd)
                 move ws-pix-payload                  to ws-parc-r-payload(ws-parc-qtd)
            end-if
            .

       1410-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            close produto-arq
            close cliente-arq
            close cli-endereco-arq
            close receber-arq
            .

       3000-exit.
            else
                 move zeros                           to ws-margem-percentual-pedido
            end-if
            compute ws-total-com-frete =
                    ped-valor-total + ped-valor-frete
            exec html
                    <tr>
                        <td colspan=6 class=titulocampo>Total das mercadorias</td>
                        <td><div align=right>:ped-valor-total</div></td>
                    </tr>
                    <tr>
                        <td colspan=6 class=titulocampo>Frete (peso bruto :ped-peso-total kg)</td>
                        <td><div align=right>:ped-valor-frete</div></td>
                    </tr>
                    <tr>
                        <td colspan=6 class=titulocampo>Total do pedido</td>
                        <td><div align=right>:ws-total-com-frete</div></td>
                    </tr>
                    <tr>
                        <td colspan=6 class=titulocampo>Custo (médio) / Margem</td>
                        <td><div align=right>:ws-total-custo-pedido / :ws-margem-valor-pedido (:ws-margem-percentual-pedido%)</div></td>
                    </tr>
            end-exec
            if   ws-parc-qtd > 0
                 exec html
                    <tr>
                        <td colspan=7 class="titulo-ficha">Parcelas / PIX</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Parcela</td>
                        <td class=titulocampo>Vencimento</td>
                        <td class=titulocampo>Valor</td>
                        <td class=titulocampo>Saldo</td>
                        <td class=titulocampo>Situação</td>
                        <td colspan=2 class=titulocampo>Txid PIX</td>
                    </tr>
                 end-exec
                 perform 8000-linhas-parcelas
            end-if
            exec html
                    <tr>
                        <td colspan=7>&nbsp;</td>
                    </tr>
       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-parcelas section.
       8000.
            perform varying ws-parc-tab-idx from 1 by 1
                    until ws-parc-tab-idx > ws-parc-qtd
                exec html
                    <tr>
                        <td><div align=center>:ws-parc-r-parcela(ws-parc-tab-idx)</div></td>
                        <td>:ws-parc-r-data-vencimento(ws-parc-tab-idx)</td>
                        <td><div align=right>:ws-parc-r-valor(ws-parc-tab-idx)</div></td>
                        <td><div align=right>:ws-parc-r-saldo(ws-parc-tab-idx)</div></td>
                        <td>:ws-parc-r-situacao(ws-parc-tab-idx)</td>
                        <td colspan=2>:ws-parc-r-txid(ws-parc-tab-idx)</td>
                    </tr>
                end-exec
                if   ws-parc-r-payload(ws-parc-tab-idx) not = spaces
                     exec html
                    <tr>
                        <td class=titulocampo>PIX copia e cola</td>
                        <td colspan=6 class="pix-copia-cola">:ws-parc-r-payload(ws-parc-tab-idx)</td>
                    </tr>
                     end-exec
                end-if
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
                  .botoes-topo {
                     margin-bottom: 10px;
                  }
                  .pix-copia-cola {
                     font-family: monospace;
                     font-size: 11px;
                     word-break: break-all;
                  }
                  @media print {
                     .botoes-topo {
                        display: none;
