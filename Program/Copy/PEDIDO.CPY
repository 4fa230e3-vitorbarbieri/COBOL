      *>  enquanto não liquidado. Pedido liquidado que for cancelado
      *>  gera estorno no período corrente (COMFECH.CPY).
           03 ped-ano-mes-comissao                     pic 9(06).
      *>  Frete do pedido: peso bruto total (Σ prd-peso-bruto dos itens)
      *>  e valor do frete calculados no fechamento pela tabela da rota
      *>  do cliente (2750-calcular-frete); o valor entra na fatura e nas
      *>  parcelas. Com ped-frete-manual o valor foi informado pelo
      *>  supervisor na tela (ped-operador-frete) e o cálculo não o
      *>  substitui. O volume (Σ prd-volume) é apurado junto e, com o
      *>  peso, é a carga do pedido no romaneio.
           03 ped-peso-total                           pic 9(07)v9(03).
           03 ped-valor-frete                          pic 9(07)v9(02).
           03 ped-frete-informado                      pic x(01).
              88 ped-frete-manual                                   value "S".
           03 ped-operador-frete                       pic x(10).
           03 ped-volume-total                         pic 9(05)v9(04).
      *>  Bonificação: custo total dos itens bonificados (Σ
      *>  pit-custo-bonificacao). Pedido cuja bonificação passa da verba
      *>  do mês do vendedor só fecha com a liberação do supervisor
      *>  ("P" pendente / "L" liberada). ped-ano-mes-bonificacao é o
      *>  mês (aaaamm) em que o custo foi lançado na verba utilizada -
      *>  o cancelamento devolve a verba daquele mês.
           03 ped-custo-bonificacao                    pic 9(09)v9(02).
           03 ped-liberacao-bonificacao                pic x(01).
              88 ped-bonificacao-pendente                           value "P".
              88 ped-bonificacao-liberada                           value "L".
           03 ped-ano-mes-bonificacao                  pic 9(06).
      *>  Pedido gerado pelo acerto de uma consignação (CONSIG.CPY);
      *>  zeros nos demais. O cancelamento devolve os itens "C" ao saldo
      *>  da remessa.
           03 ped-cd-consignacao                       pic 9(07).
      *>  Pedido gerado pela cadeia noturna a partir de um pedido
      *>  programado (PEDPROG.CPY, GeraPedidoProgramado.cbl); zeros nos
      *>  digitados.
           03 ped-cd-programado                        pic 9(05).
      *>  Estabelecimento emitente (EMPRESA.CPY) - o da sessão que criou
      *>  o pedido; zeros valem a matriz. A fatura e as parcelas herdam.
           03 ped-cd-empresa                           pic 9(01).
