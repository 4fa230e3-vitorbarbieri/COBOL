           03 pdc-valor-total                        pic 9(09)v9(02).
           03 pdc-data-inclusao                       pic 9(08).
           03 pdc-operador-inclusao                    pic x(10).
      *>  Rascunho gerado pelo mapa de cotação (Cotacao.cbl): a cotação de
      *>  origem e a condição de pagamento que o fornecedor ofereceu nela,
      *>  que vale no lugar da do cadastro (FORN.CPY) na geração das
      *>  parcelas de contas a pagar. Zeros nos demais pedidos.
           03 pdc-cd-cotacao                          pic 9(07).
           03 pdc-qtd-parcelas-pagar                  pic 9(02).
           03 pdc-prazo-pagamento-dias                 pic 9(03).
      *>  Estabelecimento comprador (EMPRESA.CPY) - o da sessão que
      *>  criou o pedido; zeros valem a matriz. As parcelas a pagar
      *>  herdam.
           03 pdc-cd-empresa                           pic 9(01).
