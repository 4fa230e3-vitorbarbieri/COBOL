      *>===================================================================================
      *>  ECOMENV.CPY
      *>  Retrato do catálogo publicado na loja web (ECOMMERCE-ENVIADO.DAT),
      *>  chave eco-cd-produto: o que ExportaEcommerce.cbl mandou por
      *>  último de cada produto ativo - descrição, unidade, EAN, preço da
      *>  categoria Loja Web e disponível. No modo incremental só sai no
      *>  arquivo o produto cujo valor atual difere do retrato (ou que
      *>  ainda não foi publicado); o produto inativado sai como remoção
      *>  e deixa o retrato. A carga completa regrava o retrato inteiro.
      *>===================================================================================
       01  reg-ecommerce-enviado.
           03 eco-cd-produto                        pic 9(05).
           03 eco-descricao                         pic x(40).
           03 eco-unidade                           pic x(03).
           03 eco-codigo-barras                      pic 9(13).
           03 eco-preco                             pic 9(07)v9(02).
           03 eco-qtd-disponivel                     pic 9(07).
           03 eco-data-envio                         pic 9(08).
           03 eco-sequencial-remessa                  pic 9(07).
