      *>===================================================================================
      *>  CLICRED.CPY
      *>  Avaliação interna de crédito do cliente (CLI-CREDITO.DAT), chave
      *>  ccr-cd-cliente: a última nota calculada pela rodada mensal de
      *>  AvaliaCredito.cbl a partir do comportamento de pagamento nos
      *>  últimos 12 meses - atraso médio das baixas de REC-PAGAMENTO.DAT
      *>  contra rec-data-vencimento, renegociações, baixas por perda,
      *>  pagamentos estornados por devolução, volume de compras e tempo
      *>  de relacionamento - com a classe de risco e o limite sugerido.
      *>  A sugestão só vira cli-limite-credito quando o supervisor
      *>  aprova em AprovaCredito.cbl (linha limiteCredito em
      *>  CLI-AUDITORIA.DAT); rejeitada, o limite do cadastro fica como
      *>  está. A rodada do mês seguinte substitui a avaliação.
      *>===================================================================================
       01  reg-cli-credito.
           03 ccr-cd-cliente                        pic 9(05).
           03 ccr-ano-mes                           pic 9(06).
           03 ccr-data-calculo                       pic 9(08).
      *>  Indicadores apurados na janela de 12 meses.
           03 ccr-qtd-pagamentos                     pic 9(05).
           03 ccr-media-dias-atraso                  pic 9(05).
           03 ccr-qtd-renegociacoes                  pic 9(03).
           03 ccr-qtd-perdas                         pic 9(03).
           03 ccr-qtd-devolvidos                     pic 9(03).
           03 ccr-volume-compras                     pic 9(11)v9(02).
           03 ccr-meses-relacionamento               pic 9(04).
      *>  Nota de 0 a 100 e classe: A baixo risco (80+), B (60+), C (40+),
      *>  D alto risco.
           03 ccr-pontuacao                         pic 9(03).
           03 ccr-classe-risco                       pic x(01).
              88 ccr-risco-a                                       value "A".
              88 ccr-risco-b                                       value "B".
              88 ccr-risco-c                                       value "C".
              88 ccr-risco-d                                       value "D".
           03 ccr-limite-atual                       pic 9(09)v9(02).
           03 ccr-limite-sugerido                    pic 9(09)v9(02).
      *>  Pendente de decisão, Aprovada, Rejeitada, ou Igual (sugerido =
      *>  limite do cadastro, nada a decidir).
           03 ccr-situacao                          pic x(01).
              88 ccr-pendente                                      value "P".
              88 ccr-aprovada                                      value "A".
              88 ccr-rejeitada                                     value "R".
              88 ccr-sem-alteracao                                 value "I".
           03 ccr-data-decisao                       pic 9(08).
           03 ccr-operador-decisao                    pic x(10).
