      *>===================================================================================
      *>  CAMPANHI.CPY
      *>  Itens da campanha promocional (CAMPANHA-ITEM.DAT), chave
      *>  composta cd-campanha+sequencia (mesmo molde de PEDPROGI.CPY).
      *>  Cada linha cobre um produto (cpi-cd-produto) ou, com o produto
      *>  em zeros, todo o grupo comercial (cpi-cd-grupo = prd-cd-grupo).
      *>  A regra de preço é o preço promocional fixo, ou, com ele em
      *>  zeros, o % de desconto sobre o preço de lista da tabela; o
      *>  "leve X pague Y" (zeros = não se aplica) entra por cima como
      *>  preço médio por unidade na quantidade pedida.
      *>===================================================================================
       01  reg-campanha-item.
           03 cpi-chave.
              05 cpi-cd-campanha                    pic 9(05).
              05 cpi-sequencia                       pic 9(03).
           03 cpi-cd-produto                        pic 9(05).
           03 cpi-cd-grupo                          pic 9(03).
           03 cpi-preco-promocional                  pic 9(07)v9(02).
           03 cpi-desconto-percentual                 pic 9(03)v9(02).
           03 cpi-leve-qtd                          pic 9(03).
           03 cpi-pague-qtd                         pic 9(03).
