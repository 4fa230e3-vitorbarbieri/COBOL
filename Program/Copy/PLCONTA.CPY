      *>===================================================================================
      *>  PLCONTA.CPY
      *>  Plano de contas gerencial (PLANO-CONTAS.DAT), chave
      *>  pct-cd-conta no formato pontuado do contador (ex.: 4.2.01).
      *>  Mantido pela tela de PlanoContas.cbl (mesmo molde de
      *>  Deposito.cbl). A despesa avulsa ou recorrente de contas a pagar
      *>  (PAGAR.CPY, DESPFIXA.CPY) só aceita conta analítica ativa; a
      *>  natureza agrupa as contas nos relatórios gerenciais.
      *>===================================================================================
       01  reg-plano-contas.
           03 pct-cd-conta                          pic x(12).
           03 pct-descricao                         pic x(40).
           03 pct-natureza                          pic x(01).
              88 pct-despesa-operacional                            value "O".
              88 pct-despesa-pessoal                                value "P".
              88 pct-despesa-tributaria                             value "T".
              88 pct-despesa-financeira                             value "F".
              88 pct-outras-despesas                                value "X".
              88 pct-natureza-valida                                value "O" "P" "T" "F" "X".
           03 pct-tipo                              pic x(01).
              88 pct-analitica                                     value "A".
              88 pct-sintetica                                     value "S".
           03 pct-situacao                          pic x(01).
              88 pct-ativa                                         value "A".
              88 pct-inativa                                       value "I".
           03 pct-data-inclusao                      pic 9(08).
           03 pct-operador-inclusao                   pic x(10).
