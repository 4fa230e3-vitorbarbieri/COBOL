      *>===================================================================================
      *>  CAMPANHA.CPY
      *>  Campanhas promocionais (CAMPANHA.DAT), chave cmp-cd-campanha.
      *>  Os produtos ou grupos de produtos da campanha, com o preço
      *>  promocional, o % de desconto ou o "leve X pague Y", ficam em
      *>  CAMPANHI.CPY. Na inclusão de item de Pedido.cbl
      *>  (2502-resolver-preco-lista) a campanha ativa com a data de hoje
      *>  dentro da vigência e a categoria do cliente entre as elegíveis
      *>  substitui o preço de lista quando fica abaixo dele, e o item
      *>  guarda a campanha que o precificou (pit-cd-campanha) - o preço
      *>  de cadastro e PRD-PRECO.DAT não são tocados. Mantido pela tela
      *>  de Campanha.cbl; resultados em RelCampanha.cbl.
      *>===================================================================================
       01  reg-campanha.
           03 cmp-cd-campanha                       pic 9(05).
           03 cmp-nome                              pic x(40).
      *>  Vigência, inclusive nas duas pontas.
           03 cmp-data-inicio                        pic 9(08).
           03 cmp-data-fim                           pic 9(08).
      *>  Categorias de cliente elegíveis (cli-categoria), um dígito por
      *>  categoria - "13" = categorias 1 e 3; em branco = todas.
           03 cmp-categorias                         pic x(10).
           03 cmp-situacao                          pic x(01).
              88 cmp-ativa                                         value "A".
              88 cmp-inativa                                       value "I".
           03 cmp-data-inclusao                      pic 9(08).
           03 cmp-operador-inclusao                   pic x(10).
