                  access mode                is dynamic
                  record key                 is pfo-chave
                  file status                is ws-status-prd-fornecedor.
           select prd-unidade-arq assign    to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-prd-unidade.
           select pendencia-arq assign      to "PENDENCIA.DAT"
                  organization               is indexed
                  access mode                is dynamic
       copy "PROD.CPY".
       fd  prd-fornecedor-arq.
       copy "PRDFORN.CPY".
       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".
       fd  pendencia-arq.
       copy "PENDENT.CPY".
       fd  pedido-compra-arq.
           03 ws-status-prd-fornecedor               pic x(02)       value "00".
              88 ws-prd-fornecedor-ok                               value "00".
              88 ws-prd-fornecedor-nao-encontrado                   value "23" "35".
           03 ws-status-prd-unidade                  pic x(02)       value "00".
              88 ws-prd-unidade-ok                                  value "00".
              88 ws-prd-unidade-nao-encontrado                      value "23" "35".
           03 ws-status-pendencia                    pic x(02)       value "00".
              88 ws-pendencia-ok                                    value "00".
              88 ws-pendencia-nao-encontrado                        value "23" "35".
       01  ws-forn-custo                             pic 9(07)v9(02) value zeros.
       01  ws-forn-prazo                             pic 9(03)       value zeros.
       01  ws-forn-data-compra                        pic 9(08)       value zeros.
      *>   Unidade em que o fornecedor vende (pfo-unidade-compra) e o
      *>   fator para a unidade de estoque (PRD-UNIDADE.DAT).
       01  ws-forn-unidade                           pic x(03)       value spaces.
       01  ws-forn-fator                             pic 9(05)       value 1.
       01  ws-qtd-resto-embalagem                    pic 9(05)       value zeros.

      *>   Rascunhos abertos nesta execução, um por fornecedor (mesma
      *>   técnica de ws-tab-vendedores em RelVendas.cbl).
                 close prd-fornecedor-arq
                 open input prd-fornecedor-arq
            end-if
            open input prd-unidade-arq
            if   ws-prd-unidade-nao-encontrado
                 open output prd-unidade-arq
                 close prd-unidade-arq
                 open input prd-unidade-arq
            end-if
            open input pendencia-arq
            if   ws-pendencia-nao-encontrado
                 open output pendencia-arq
                 exit section
            end-if

            perform 2210-converter-unidade-compra
            perform 2300-incluir-item-rascunho
            display "SUGESTAO produto " ws-cd-produto-atual
                    " qtd " ws-qtd-sugerida " " ws-forn-unidade
                    " fornecedor " ws-forn-escolhido
                    " custo " ws-forn-custo
                    " prazo " ws-forn-prazo " dias"
            move "N"                                 to ws-ind-fornecedor-achado
            move "N"                                 to ws-ind-fim-fornecedor
            move zeros                               to ws-forn-data-compra
            move spaces                              to ws-forn-unidade
            move ws-cd-produto-atual                 to pfo-cd-produto
            move zeros                               to pfo-cd-fornecedor
            start prd-fornecedor-arq key is greater than or equal pfo-chave
                                   move pfo-ultimo-custo   to ws-forn-custo
                                   move pfo-prazo-entrega-dias to ws-forn-prazo
                                   move pfo-data-ultima-compra to ws-forn-data-compra
                                   move pfo-unidade-compra to ws-forn-unidade
                              end-if
                         end-if
                end-read
       2200-exit.
            exit.

      *>===================================================================================
      *>   2210-converter-unidade-compra: fornecedor que vende em caixa
      *>   recebe o pedido em caixas - a necessidade em unidades de
      *>   estoque é arredondada para cima em embalagens inteiras e o
      *>   custo (guardado por unidade de estoque) vai para a embalagem.
      *>   Unidade que saiu da grade do produto volta à de estoque.
       2210-converter-unidade-compra section.
       2210.
            move 1                                   to ws-forn-fator
            if   ws-forn-unidade = spaces
                 exit section
            end-if
            move ws-cd-produto-atual                 to pun-cd-produto
            move ws-forn-unidade                     to pun-unidade
            read prd-unidade-arq
                key is pun-chave
                invalid key
                     move spaces                     to ws-forn-unidade
                     exit section
            end-read
            if   pun-fator-conversao > 1
                 move pun-fator-conversao             to ws-forn-fator
            end-if
            divide ws-qtd-sugerida by ws-forn-fator
                   giving ws-qtd-sugerida
                   remainder ws-qtd-resto-embalagem
            if   ws-qtd-resto-embalagem > zeros
                 add 1                                to ws-qtd-sugerida
            end-if
            compute ws-forn-custo =
                    ws-forn-custo * ws-forn-fator
            .

       2210-exit.
            exit.

      *>===================================================================================
      *>   2300-incluir-item-rascunho: localiza (ou abre) o rascunho do
      *>   fornecedor escolhido nesta execução e acrescenta o item com a
            move ws-forn-custo                       to pci-custo-unitario
            compute pci-valor-total =
                    pci-quantidade * pci-custo-unitario
            move ws-forn-unidade                     to pci-unidade
            move ws-forn-fator                       to pci-fator-conversao
            write reg-pedido-compra-item
                invalid key
                     continue
            move zeros                               to pdc-valor-total
            move ws-data-hoje                        to pdc-data-inclusao
            move "SISTEMA"                           to pdc-operador-inclusao
            move zeros                               to pdc-cd-cotacao
            move zeros                               to pdc-qtd-parcelas-pagar
            move zeros                               to pdc-prazo-pagamento-dias
            move zeros                               to pdc-cd-empresa
            write reg-pedido-compra
                invalid key
                     continue
            display "Rascunhos gerados......: " ws-total-rascunhos
            close produto-arq
            close prd-fornecedor-arq
            close prd-unidade-arq
            close pendencia-arq
            close pedido-compra-arq
            close pedido-compra-it-arq
