      *>===================================================================================
      *>  SACHIST.CPY
      *>  Histórico de ações do protocolo de SAC (SAC-HIST.DAT), chave
      *>  composta cd-protocolo+sequencia. Uma linha por ação, com data,
      *>  hora, operador e a situação em que o protocolo ficou.
      *>===================================================================================
       01  reg-sac-historico.
           03 sah-chave.
              05 sah-cd-protocolo                   pic 9(07).
              05 sah-sequencia                      pic 9(03).
           03 sah-data                              pic 9(08).
           03 sah-hora                              pic 9(04).
           03 sah-operador                          pic x(10).
           03 sah-situacao                          pic x(01).
           03 sah-descricao                         pic x(60).
