      *>   como ajuste percentual (positivo ou negativo) sobre o preço
      *>   atual. Linhas rejeitadas saem no log com o motivo, e os totais
      *>   são exibidos ao final.
      *>   Um quarto campo opcional (cdProduto;modo;valor;unidade) traz a
      *>   embalagem em que a lista do fornecedor está cotada: no modo V o
      *>   valor é dividido pelo fator da embalagem em PRD-UNIDADE.DAT
      *>   para chegar ao preço da unidade de estoque. Embalagem não
      *>   cadastrada para o produto rejeita a linha.
      *>

      *>===================================================================================
                  access mode                is dynamic
                  record key                 is prc-chave
                  file status                is ws-status-prd-preco.
           select prd-unidade-arq assign    to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-prd-unidade.

      *>===================================================================================
       data division.
       fd  prd-preco-arq.
       copy "PRDPRECO.CPY".

       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-prd-preco                   pic x(02)       value "00".
              88 ws-prd-preco-ok                                    value "00".
              88 ws-prd-preco-nao-encontrado                        value "23" "35".
           03 ws-status-prd-unidade                 pic x(02)       value "00".
              88 ws-prd-unidade-ok                                  value "00".
              88 ws-prd-unidade-nao-encontrado                      value "23" "35".
           03 ws-status-rejeita                     pic x(02)       value "00".
              88 ws-rejeita-ok                                      value "00".
           03 ws-status-carga-controle               pic x(02)       value "00".
          88 ws-fim-importacao                                      value "S".

      *>   Campos extraídos de cada linha do arquivo de importação
      *>   (cdProduto;modo;valor;unidade).
       01  ws-linha-importada.
           03 ws-imp-cd-produto                      pic x(05)       value spaces.
           03 ws-imp-modo                            pic x(01)       value spaces.
           03 ws-imp-valor                           pic x(15)       value spaces.
           03 ws-imp-unidade                         pic x(03)       value spaces.

       01  ws-fator-unidade                           pic 9(05)       value zeros.

       01  ws-preco-novo                             pic 9(07)v9(02) value zeros.
       01  ws-preco-anterior                          pic 9(07)v9(02) value zeros.
                 close prd-preco-arq
                 open i-o prd-preco-arq
            end-if
            open input prd-unidade-arq
            if   ws-prd-unidade-nao-encontrado
                 open output prd-unidade-arq
                 close prd-unidade-arq
                 open input prd-unidade-arq
            end-if

            open extend rejeita-arq
            if   not ws-rejeita-ok
            unstring reg-importa delimited by ";" into ws-imp-cd-produto
                                                       ws-imp-modo
                                                       ws-imp-valor
                                                       ws-imp-unidade
            end-unstring

      *>   O código pode vir sem zeros à esquerda na lista do fornecedor,
                     exit section
            end-read

      *>   Embalagem do fornecedor: a unidade de estoque (ou em branco)
      *>   vale fator 1; as demais precisam estar em PRD-UNIDADE.DAT.
            move 1                                   to ws-fator-unidade
            if   ws-imp-unidade not = spaces
            and  ws-imp-unidade not = prd-unidade
                 move prd-cd-produto                  to pun-cd-produto
                 move ws-imp-unidade                  to pun-unidade
                 read prd-unidade-arq
                     key is pun-chave
                     invalid key
                          move "unidade nao cadastrada para o produto"
                                                      to ws-motivo-rejeicao
                          perform 2900-rejeitar-linha
                          exit section
                 end-read
                 if   pun-fator-conversao > 1
                      move pun-fator-conversao        to ws-fator-unidade
                 end-if
            end-if

            if   ws-imp-modo = "V"
                 compute ws-preco-novo rounded =
                         function numval(ws-imp-valor) / ws-fator-unidade
            else
                 compute ws-percentual-ajuste =
                         function numval(ws-imp-valor)
            close importa-arq
            close produto-arq
            close prd-preco-arq
            close prd-unidade-arq
            close rejeita-arq
            close carga-controle-arq
            .
