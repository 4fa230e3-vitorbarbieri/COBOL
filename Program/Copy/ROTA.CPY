           03 rot-situacao                          pic x(01).
              88 rot-ativa                                         value "A".
              88 rot-inativa                                       value "I".
      *>  Tabela de frete da rota, aplicada no fechamento do pedido
      *>  (Pedido.cbl, 2750-calcular-frete) sobre o peso bruto do
      *>  pedido: até 5 faixas em ordem crescente de peso, cada uma com o
      *>  limite em kg e o valor por kg - vale a primeira faixa cujo
      *>  limite comporta o peso, acima da última faixa preenchida vale a
      *>  última (limite zero = faixa não usada). O frete nunca fica
      *>  abaixo de rot-frete-minimo, e pedido com valor de mercadorias a
      *>  partir de rot-frete-isento-acima não paga frete (zeros = sem
      *>  frete grátis).
           03 rot-frete-faixa occurs 5 times.
              05 rot-faixa-peso-ate                   pic 9(06).
              05 rot-faixa-valor-kg                   pic 9(03)v9(02).
           03 rot-frete-minimo                       pic 9(07)v9(02).
           03 rot-frete-isento-acima                  pic 9(09)v9(02).
