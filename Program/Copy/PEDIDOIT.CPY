      *>  disponível do momento); o excedente vira pendência de entrega
      *>  no fechamento (PENDENT.CPY). Orçamento não reserva (zeros).
           03 pit-qtd-reservada                      pic 9(05).
      *>  Tipo do item: venda (espaço/"V") ou bonificação ("B"). O item
      *>  bonificado sai do estoque, vai no romaneio e na nota com preço
      *>  zero - não gera receber nem comissão; pit-preco-lista guarda o
      *>  valor de tabela e pit-custo-bonificacao o custo médio x
      *>  quantidade, que consome a verba do vendedor (METAVND.CPY).
      *>  Item "C" vem do acerto de consignação (Consignacao.cbl): a
      *>  mercadoria já está com o cliente, então fatura sem baixar
      *>  estoque nem pesar no frete.
           03 pit-tipo-item                           pic x(01).
              88 pit-item-venda                                    value "V" " ".
              88 pit-item-bonificacao                              value "B".
              88 pit-item-consignacao                              value "C".
           03 pit-custo-bonificacao                   pic 9(09)v9(02).
      *>  Campanha promocional que precificou o item na inclusão
      *>  (CAMPANHA.CPY); zeros = preço de tabela/cadastro.
           03 pit-cd-campanha                         pic 9(05).
      *>  Unidade em que o item foi vendido (PRDUNID.CPY; espaços = a
      *>  unidade de estoque) com o fator, a quantidade e o preço
      *>  naquela unidade. pit-quantidade e os preços acima ficam sempre
      *>  na unidade de estoque (reserva, baixa e relatórios);
      *>  pit-valor-total é quantidade x preço da unidade vendida.
           03 pit-unidade-venda                       pic x(03).
           03 pit-fator-conversao                     pic 9(05).
           03 pit-qtd-unidade-venda                   pic 9(05).
           03 pit-preco-unidade-venda                 pic 9(07)v9(02).
