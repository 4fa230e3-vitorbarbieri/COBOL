      *>===================================================================================
      *>  COTACAOI.CPY
      *>  Itens da cotação de compra (COTACAO-ITEM.DAT), chave composta
      *>  cd-cotacao+sequencia. O fornecedor escolhido (zeros enquanto o
      *>  comprador não decide) e o pedido de compra gerado para o item
      *>  (zeros até a geração) são gravados por Cotacao.cbl.
      *>===================================================================================
       01  reg-cotacao-item.
           03 cti-chave.
              05 cti-cd-cotacao                     pic 9(07).
              05 cti-sequencia                      pic 9(03).
           03 cti-cd-produto                        pic 9(05).
           03 cti-quantidade                        pic 9(05).
           03 cti-cd-fornecedor-escolhido             pic 9(05).
           03 cti-cd-pedido-compra                   pic 9(07).
