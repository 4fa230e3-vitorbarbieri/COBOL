           03 pfo-ultimo-custo                       pic 9(07)v9(02).
           03 pfo-prazo-entrega-dias                  pic 9(03).
           03 pfo-data-ultima-compra                  pic 9(08).
      *>  Unidade em que o fornecedor vende (PRDUNID.CPY; espaços = a
      *>  unidade de estoque): PedidoCompra.cbl sugere o item nela, com o
      *>  custo da embalagem = pfo-ultimo-custo x fator. O último custo
      *>  continua guardado por unidade de estoque.
           03 pfo-unidade-compra                      pic x(03).
