      *>===================================================================================
      *>  DESPFIXA.CPY
      *>  Despesas fixas mensais (DESPESA-FIXA.DAT), chave
      *>  dfx-cd-despesa-fixa: aluguel, energia, provisão da folha -
      *>  o modelo de que GeraDespesas.cbl (passo da cadeia noturna)
      *>  tira uma parcela de contas a pagar por mês, com o vencimento no
      *>  dia informado (empurrado para o dia útil). dfx-ultima-competencia
      *>  (aaaamm) é o último mês gerado - é o que impede gerar de novo o
      *>  mesmo mês quando a cadeia roda outra vez. Mantido pela tela de
      *>  DespesaFixa.cbl.
      *>===================================================================================
       01  reg-despesa-fixa.
           03 dfx-cd-despesa-fixa                    pic 9(05).
           03 dfx-historico                         pic x(40).
           03 dfx-cd-fornecedor                      pic 9(05).
           03 dfx-cd-conta                          pic x(12).
           03 dfx-cd-centro-custo                    pic 9(03).
           03 dfx-valor                             pic 9(09)v9(02).
           03 dfx-dia-vencimento                     pic 9(02).
           03 dfx-situacao                          pic x(01).
              88 dfx-ativa                                         value "A".
              88 dfx-inativa                                       value "I".
           03 dfx-ultima-competencia                  pic 9(06).
           03 dfx-data-inclusao                      pic 9(08).
           03 dfx-operador-inclusao                   pic x(10).
      *>  Estabelecimento devedor (EMPRESA.CPY) - o da sessão que
      *>  incluiu o modelo; zeros valem a matriz. As parcelas geradas por
      *>  GeraDespesas.cbl herdam e numeram na série dele.
           03 dfx-cd-empresa                         pic 9(01).
