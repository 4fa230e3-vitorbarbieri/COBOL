      *>  do mês corrente ao lado dos demais indicadores, e
      *>  RelMetas.cbl detalha meta x realizado (pedidos fechados tipo P,
      *>  a mesma apuração de RelVendas.cbl). A meta de clientes novos é
      *>  opcional (zeros = sem meta de clientes). A verba de
      *>  bonificação fica no mesmo registro (RelBonificacao.cbl).
      *>===================================================================================
       01  reg-meta-vendedor.
           03 met-chave.
              05 met-ano-mes                         pic 9(06).
           03 met-valor-meta                         pic 9(11)v9(02).
           03 met-meta-clientes-novos                 pic 9(05).
      *>  Verba mensal de bonificação do vendedor, a custo, e quanto dela
      *>  já foi consumido pelos pedidos fechados no mês (Pedido.cbl
      *>  soma no fechamento e devolve no cancelamento). Verba zero =
      *>  bonificação só com liberação do supervisor.
           03 met-verba-bonificacao                   pic 9(09)v9(02).
           03 met-bonificacao-utilizada               pic 9(09)v9(02).
