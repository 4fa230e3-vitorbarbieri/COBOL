      *>  atribuída no Salvar de Cliente.cbl e refeita em lote por
      *>  AtribuiRota.cbl; zeros quando nenhuma faixa cobre o CEP.
           03 cli-cd-rota                             pic 9(03).
      *>  Classe da curva ABC do cliente pelo valor faturado (FATURA.DAT)
      *>  no período do último relatório tipo B da fila
      *>  (GeraRelatorios.cbl): A até 80% do acumulado, B até 95%, C o
      *>  restante; espaço = ainda não classificado ou sem faturamento.
           03 cli-classe-abc                          pic x(01).
              88 cli-classe-a                                      value "A".
              88 cli-classe-b                                      value "B".
              88 cli-classe-c                                      value "C".
           03 cli-data-classe-abc                     pic 9(08).
