      *>  dentro da categoria do cliente do pedido; sem linha aplicável
      *>  vale o prd-preco-venda do cadastro. O preço resolvido entra em
      *>  pit-preco-lista, preservando a auditoria do desconto negociado.
      *>  A linha pode ser de uma unidade alternativa (PRDUNID.CPY): o
      *>  preço e a faixa mínima valem naquela unidade (preço da caixa,
      *>  faixa em caixas); espaços = unidade de estoque do cadastro.
      *>  O arquivo gravado antes da unidade na chave (20 posições) é
      *>  convertido por ReorganizaArquivos.cbl (2400-converter-prd-tabela).
      *>===================================================================================
       01  reg-prd-tabela.
           03 tab-chave.
              05 tab-cd-produto                     pic 9(05).
              05 tab-categoria                       pic 9(01).
              05 tab-unidade                         pic x(03).
              05 tab-qtd-minima                      pic 9(05).
           03 tab-preco                             pic 9(07)v9(02).
