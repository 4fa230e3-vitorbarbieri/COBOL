              88 pgt-forma-cheque                                  value "C".
              88 pgt-forma-banco                                   value "B".
              88 pgt-forma-nota-credito                          value "N".
      *>  Consumo de adiantamento do cliente (ADIANT.CPY) - não é dinheiro
      *>  recebido na data: o dinheiro entrou quando o sinal foi lançado.
              88 pgt-forma-adiantamento                          value "A".
      *>  Natureza da linha: principal da parcela (espaço nas linhas
      *>  anteriores aos encargos vale principal) ou encargo por atraso
      *>  recebido junto com ele - juros e multa vão em linhas próprias,
      *>  calculados por CalculaEncargos.cbl, para que a exportação
      *>  contábil e o extrato do cliente os separem do principal.
           03 pgt-tipo                              pic x(01).
              88 pgt-tipo-principal                                value "P" " ".
              88 pgt-tipo-juros                                    value "J".
              88 pgt-tipo-multa                                    value "M".
              88 pgt-tipo-encargo                                  value "J" "M".
      *>  Estorno da linha paga com cheque devolvido (Cheque.cbl): mesma
      *>  forma e valor da linha original, na data da devolução - "E"
      *>  estorna principal, "X" estorna juros/multa.
              88 pgt-tipo-estorno-principal                        value "E".
              88 pgt-tipo-estorno-encargo                          value "X".
              88 pgt-tipo-estorno                                  value "E" "X".
      *>  Conciliação bancária: chave da linha do extrato (EXTBANC.CPY)
      *>  a que o recebimento foi casado - zeros enquanto não conciliado
      *>  (ImportaExtrato.cbl no automático, Conciliacao.cbl no manual).
           03 pgt-extrato-chave.
              05 pgt-extrato-data                    pic 9(08).
              05 pgt-extrato-sequencia               pic 9(05).
