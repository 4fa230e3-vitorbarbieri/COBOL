      *>  intervalo em dias. Zeros valem o padrão de 1 parcela em 30 dias.
           03 frn-qtd-parcelas-pagar                  pic 9(02).
           03 frn-prazo-pagamento-dias                 pic 9(03).
      *>  Pagamento pelo banco (remessa de RemessaPagar.cbl): forma
      *>  preferida do fornecedor - crédito em conta ("C", na conta abaixo)
      *>  ou boleto ("B", o código de barras vem em cada parcela de
      *>  PAGAR.CPY). Branco = pago fora do banco, não vai para remessa.
           03 frn-forma-pagamento                    pic x(01).
              88 frn-paga-credito-conta                           value "C".
              88 frn-paga-boleto                                  value "B".
              88 frn-paga-fora-banco                              value " ".
           03 frn-banco                             pic 9(03).
           03 frn-agencia                           pic 9(05).
           03 frn-agencia-dv                         pic x(01).
           03 frn-conta-corrente                     pic 9(12).
           03 frn-conta-dv                           pic x(01).
