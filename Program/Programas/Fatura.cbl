      *>   número de fatura, pedido ou cliente, lista os resultados e
      *>   permite carregar uma fatura para exibição/impressão com os
      *>   dados do cliente resolvidos de CLIENTE.DAT (mesma técnica de
      *>   impressão de FichaCadastral.cbl). A impressão lista as parcelas
      *>   da fatura em RECEBER.DAT; cada parcela em aberto de fatura não
      *>   cancelada sai com a cobrança PIX do saldo (txid e "copia e
      *>   cola", gerados por CobrancaPix.cbl).
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
           select fatura-arc-arq assign     to "FATURA-ARC.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is arc-fat-cd-fatura
                  file status                is ws-status-fatura-arc.
           select fatura-item-arq assign    to "FATURA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fti-chave
                  file status                is ws-status-fatura-item.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.

      *>===================================================================================
       data division.
       fd  fatura-arc-arq.
       01  arc-fatura-registro.
           03 arc-fat-cd-fatura                      pic 9(07).
           03 arc-fat-resto                          pic x(250).
       fd  fatura-item-arq.
       copy "FATITEM.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-fatura-arc                   pic x(02)       value "00".
              88 ws-fatura-arc-ok                                   value "00".
              88 ws-fatura-arc-nao-encontrada                       value "23" "35".
           03 ws-status-fatura-item                 pic x(02)       value "00".
              88 ws-fatura-item-ok                                  value "00".
              88 ws-fatura-item-nao-encontrado                      value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".

      *>   Operador logado, obtido via SESSAO.DAT a partir do parâmetro
      *>   sessao=nn (gravado por Login.cbl); "SISTEMA" é o padrão quando
          88 ws-fatura-carregada                                    value "S".
       01  ws-nm-cliente-fatura                      pic x(40)       value spaces.
       01  ws-ds-situacao-fatura                     pic x(10)       value spaces.
       01  ws-ds-situacao-nfe                        pic x(30)       value spaces.

      *>   Itens fiscais da fatura (FATURA-ITEM.DAT, gravados por
      *>   CalculaTributos.cbl) para a área de impressão.
       01  ws-ind-fim-fatura-item                    pic x(01)       value "N".
          88 ws-fatura-item-eof                                     value "S".
       01  ws-tab-itens-fiscais.
           03 ws-fti-linha                           occurs 100 times.
              05 ws-fti-sequencia                     pic 9(05).
              05 ws-fti-cd-produto                    pic 9(05).
              05 ws-fti-ncm                           pic 9(08).
              05 ws-fti-cfop                          pic 9(04).
              05 ws-fti-quantidade                    pic 9(07).
              05 ws-fti-valor-produto                  pic 9(09)v9(02).
              05 ws-fti-aliquota-icms                  pic 9(02)v9(02).
              05 ws-fti-valor-icms                    pic 9(09)v9(02).
              05 ws-fti-aliquota-ipi                   pic 9(02)v9(02).
              05 ws-fti-valor-ipi                     pic 9(09)v9(02).
       01  ws-fti-qtd                                pic 9(03)       value zeros.
       01  ws-fti-tab-idx                             pic 9(03)       value zeros.

      *>   Parcelas da fatura (RECEBER.DAT) com a cobrança PIX das que
      *>   estão em aberto.
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

      *>   Pesquisa de faturas por número, pedido ou cliente (mesma
      *>   técnica de 2200-pesquisar-pedido em Pedido.cbl).
            open input cliente-arq
            open input sessao-arq

            open input fatura-item-arq
            if   ws-fatura-item-nao-encontrado
                 open output fatura-item-arq
                 close fatura-item-arq
                 open input fatura-item-arq
            end-if

            open input fatura-arc-arq
            if   ws-fatura-arc-nao-encontrada
                 open output fatura-arc-arq
                 close fatura-arc-arq
                 open input fatura-arc-arq
            end-if
            open input receber-arq
            .

       1100-exit.
                     set  ws-fatura-carregada        to true
                     perform 2310-resolver-cliente
                     perform 2320-descricao-situacao
                     perform 2330-carregar-itens-fiscais
                     perform 2340-carregar-parcelas
                     move "Fatura carregada."         to ws-mensagem-retorno
            end-read
            .
            set  ws-fatura-carregada                 to true
            perform 2310-resolver-cliente
            perform 2320-descricao-situacao
            perform 2330-carregar-itens-fiscais
            perform 2340-carregar-parcelas
            move "Fatura carregada do ARQUIVO MORTO - somente consulta."
                                                     to ws-mensagem-retorno
            .
                when fat-cancelada move "Cancelada"   to ws-ds-situacao-fatura
                when other         move spaces        to ws-ds-situacao-fatura
            end-evaluate
            evaluate true
                when fat-nfe-nao-enviada       move "Nao enviada ao emissor"   to ws-ds-situacao-nfe
                when fat-nfe-enviada           move "Enviada, aguardando"      to ws-ds-situacao-nfe
                when fat-nfe-autorizada        move "Autorizada"               to ws-ds-situacao-nfe
                when fat-nfe-rejeitada         move "Rejeitada"                to ws-ds-situacao-nfe
                when fat-nfe-cancel-solicitado move "Cancelamento solicitado"  to ws-ds-situacao-nfe
                when fat-nfe-cancelada         move "Cancelada"                to ws-ds-situacao-nfe
                when other                     move spaces                     to ws-ds-situacao-nfe
            end-evaluate
            .

       2320-exit.
            exit.

      *>===================================================================================
      *>   2330-carregar-itens-fiscais: itens da fatura com NCM, CFOP e
      *>   tributos (START pela chave parcial fatura+sequência).
       2330-carregar-itens-fiscais section.
       2330.
            move zeros                               to ws-fti-qtd
            move "N"                                 to ws-ind-fim-fatura-item
            move fat-cd-fatura                       to fti-cd-fatura
            move zeros                               to fti-sequencia
            start fatura-item-arq key is greater than or equal fti-chave
                invalid key
                     set ws-fatura-item-eof           to true
            end-start

            perform until ws-fatura-item-eof
                    or ws-fti-qtd >= 100
                read fatura-item-arq next record
                    at end
                         set ws-fatura-item-eof       to true
                    not at end
                         if   fti-cd-fatura not = fat-cd-fatura
                              set ws-fatura-item-eof  to true
                         else
                              add 1                   to ws-fti-qtd
                              move fti-sequencia       to ws-fti-sequencia(ws-fti-qtd)
                              move fti-cd-produto      to ws-fti-cd-produto(ws-fti-qtd)
                              move fti-ncm             to ws-fti-ncm(ws-fti-qtd)
                              move fti-cfop            to ws-fti-cfop(ws-fti-qtd)
                              move fti-quantidade      to ws-fti-quantidade(ws-fti-qtd)
                              move fti-valor-produto    to ws-fti-valor-produto(ws-fti-qtd)
                              move fti-aliquota-icms    to ws-fti-aliquota-icms(ws-fti-qtd)
                              move fti-valor-icms      to ws-fti-valor-icms(ws-fti-qtd)
                              move fti-aliquota-ipi     to ws-fti-aliquota-ipi(ws-fti-qtd)
                              move fti-valor-ipi       to ws-fti-valor-ipi(ws-fti-qtd)
                         end-if
                end-read
            end-perform
            .

       2330-exit.
            exit.

      *>===================================================================================
      *>   2340-carregar-parcelas: parcelas do pedido da fatura (START
      *>   pela chave parcial pedido+parcela) que pertencem a esta
      *>   fatura; a parcela em aberto ganha a cobrança PIX do saldo
      *>   devedor, exceto com a fatura cancelada.
       2340-carregar-parcelas section.
       2340.
            move zeros                               to ws-parc-qtd
            if   not ws-receber-ok
            or   fat-cd-pedido = zeros
                 exit section
            end-if
            move "N"                                 to ws-ind-fim-parcela
            move fat-cd-pedido                       to rec-cd-pedido
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
                         if   rec-cd-pedido not = fat-cd-pedido
                              set ws-parcela-eof       to true
                         else
                              if   rec-cd-fatura = fat-cd-fatura
                                   perform 2345-incluir-parcela
                              end-if
                         end-if
                end-read
            end-perform
            .

       2340-exit.
            exit.

      *>===================================================================================
       2345-incluir-parcela section.
       2345.
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
            if   fat-cancelada
                 exit section
            end-if
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

       2345-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close fatura-arq
            close fatura-item-arq
            close fatura-arc-arq
            close cliente-arq
            close sessao-arq
            close receber-arq
            .

       3000-exit.
                                    <td>:fat-data-emissao</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Valor Produtos</td>
                                    <td>:fat-valor-produtos</td>
                                    <td class=titulocampo>ICMS</td>
                                    <td>:fat-valor-icms</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>IPI</td>
                                    <td>:fat-valor-ipi</td>
                                    <td class=titulocampo>Frete</td>
                                    <td>:fat-valor-frete</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>&nbsp;</td>
                                    <td>&nbsp;</td>
                                    <td class=titulocampo>Valor Total</td>
                                    <td>:fat-valor-total</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Operador</td>
                                    <td>:fat-operador-emissao</td>
                                    <td class=titulocampo>NF-e</td>
                                    <td>:ws-ds-situacao-nfe</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Chave de Acesso</td>
                                    <td>:fat-nfe-chave-acesso</td>
                                    <td class=titulocampo>Protocolo</td>
                                    <td>:fat-nfe-protocolo - :fat-nfe-data-retorno</td>
                                </tr>
            end-exec
            if   fat-nfe-rejeitada
                 exec html
                                <tr>
                                    <td class=titulocampo>Motivo Rejeição</td>
                                    <td colspan=3>:fat-nfe-motivo-rejeicao</td>
                                </tr>
                 end-exec
            end-if
            if   ws-fti-qtd > 0
                 exec html
                                <tr>
                                    <td colspan=4>
                                        <table width=100% border=0 cellspacing=1 cellpadding=2 bgcolor=White>
                                            <tr>
                                                <td class=titulocampo>Seq.</td>
                                                <td class=titulocampo>Produto</td>
                                                <td class=titulocampo>NCM</td>
                                                <td class=titulocampo>CFOP</td>
                                                <td class=titulocampo>Qtd.</td>
                                                <td class=titulocampo>Valor</td>
                                                <td class=titulocampo>% ICMS</td>
                                                <td class=titulocampo>ICMS</td>
                                                <td class=titulocampo>% IPI</td>
                                                <td class=titulocampo>IPI</td>
                                            </tr>
                 end-exec
                 perform 8000-linhas-itens-fiscais
                 exec html
                                        </table>
                                    </td>
                                </tr>
                 end-exec
            end-if
            if   ws-parc-qtd > 0
                 exec html
                                <tr>
                                    <td colspan=4>
                                        <table width=100% border=0 cellspacing=1 cellpadding=2 bgcolor=White>
                                            <tr>
                                                <td colspan=6 class="titulo-ficha">Parcelas / PIX</td>
                                            </tr>
                                            <tr>
                                                <td class=titulocampo>Parcela</td>
                                                <td class=titulocampo>Vencimento</td>
                                                <td class=titulocampo>Valor</td>
                                                <td class=titulocampo>Saldo</td>
                                                <td class=titulocampo>Situação</td>
                                                <td class=titulocampo>Txid PIX</td>
                                            </tr>
                 end-exec
                 perform 8000-linhas-parcelas
                 exec html
                                        </table>
                                    </td>
                                </tr>
                 end-exec
            end-if
            exec html
                                <tr>
                                    <td colspan=4 class="botoes-topo">
                                        <button onclick="window.print(); return false;">Imprimir</button>
       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-itens-fiscais section.
       8000.
            perform varying ws-fti-tab-idx from 1 by 1
                    until ws-fti-tab-idx > ws-fti-qtd
                exec html
                                            <tr>
                                                <td>:ws-fti-sequencia(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-cd-produto(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-ncm(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-cfop(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-quantidade(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-valor-produto(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-aliquota-icms(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-valor-icms(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-aliquota-ipi(ws-fti-tab-idx)</td>
                                                <td>:ws-fti-valor-ipi(ws-fti-tab-idx)</td>
                                            </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-parcelas section.
       8000.
            perform varying ws-parc-tab-idx from 1 by 1
                    until ws-parc-tab-idx > ws-parc-qtd
                exec html
                                            <tr>
                                                <td>:ws-parc-r-parcela(ws-parc-tab-idx)</td>
                                                <td>:ws-parc-r-data-vencimento(ws-parc-tab-idx)</td>
                                                <td>:ws-parc-r-valor(ws-parc-tab-idx)</td>
                                                <td>:ws-parc-r-saldo(ws-parc-tab-idx)</td>
                                                <td>:ws-parc-r-situacao(ws-parc-tab-idx)</td>
                                                <td>:ws-parc-r-txid(ws-parc-tab-idx)</td>
                                            </tr>
                end-exec
                if   ws-parc-r-payload(ws-parc-tab-idx) not = spaces
                     exec html
                                            <tr>
                                                <td class=titulocampo>PIX copia e cola</td>
                                                <td colspan=5 class="pix-copia-cola">:ws-parc-r-payload(ws-parc-tab-idx)</td>
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
                  }
                  .botao {
                  }
                  .pix-copia-cola {
                     font-family: monospace;
                     font-size: 11px;
                     word-break: break-all;
                  }
                  @media print {
                     .botoes-topo {
                        display: none;
