           03 fdi-valor-fechados                      pic 9(11)v9(02).
           03 fdi-qtd-divergentes                     pic 9(05).
           03 fdi-data-hora-execucao                   pic 9(14).
      *>  O mesmo movimento aberto por estabelecimento (índice = código
      *>  em EMPRESA.CPY; pedido sem código conta na matriz, índice 1).
           03 fdi-movimento-por-empresa.
              05 fdi-movimento-empresa                 occurs 9.
                 07 fdi-emp-qtd-incluidos             pic 9(05).
                 07 fdi-emp-qtd-fechados              pic 9(05).
                 07 fdi-emp-qtd-cancelados            pic 9(05).
                 07 fdi-emp-valor-fechados             pic 9(11)v9(02).
