      *>===================================================================================
      *>  COTACAOP.CPY
      *>  Respostas da cotação por fornecedor e item (COTACAO-PRECO.DAT),
      *>  chave composta cd-cotacao+cd-fornecedor+sequencia do item: preço
      *>  unitário oferecido e prazo de entrega em dias. Item sem linha
      *>  aqui é item que o fornecedor não cotou.
      *>===================================================================================
       01  reg-cotacao-preco.
           03 ctp-chave.
              05 ctp-cd-cotacao                     pic 9(07).
              05 ctp-cd-fornecedor                   pic 9(05).
              05 ctp-sequencia                      pic 9(03).
           03 ctp-preco-unitario                     pic 9(07)v9(02).
           03 ctp-prazo-entrega-dias                  pic 9(03).
           03 ctp-data-resposta                      pic 9(08).
