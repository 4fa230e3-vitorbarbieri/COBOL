      *>===================================================================================
      *>  PIXCRED.CPY
      *>  Créditos PIX recebidos do PSP (PIX-CREDITO.DAT), chave
      *>  pcr-end-to-end - o identificador único do PIX no SPI, que
      *>  impede baixar duas vezes o mesmo crédito quando o arquivo de
      *>  liquidação ou o dump do webhook é reprocessado. Gravado por
      *>  RetornoPix.cbl: crédito com txid de cobrança de parcela em
      *>  aberto entra Baixado; sem txid, com txid desconhecido ou de
      *>  parcela que não está mais em aberto entra Pendente, com o
      *>  motivo, e vai para a lista de identificação de PixPendente.cbl,
      *>  onde o financeiro o Identifica (baixa na parcela informada) ou
      *>  o marca Devolvido ao pagador.
      *>===================================================================================
       01  reg-pix-credito.
           03 pcr-end-to-end                         pic x(32).
           03 pcr-txid                              pic x(25).
           03 pcr-valor                             pic 9(09)v9(02).
           03 pcr-data-pagamento                     pic 9(08).
           03 pcr-nome-pagador                       pic x(40).
           03 pcr-documento-pagador                   pic x(14).
           03 pcr-situacao                          pic x(01).
              88 pcr-baixado                                       value "B".
              88 pcr-pendente                                      value "P".
              88 pcr-identificado                                  value "I".
              88 pcr-devolvido                                     value "D".
      *>  Parcela em que o crédito foi baixado (Baixado/Identificado).
           03 pcr-cd-pedido                          pic 9(07).
           03 pcr-parcela                           pic 9(02).
           03 pcr-motivo                            pic x(60).
           03 pcr-data-processamento                  pic 9(08).
           03 pcr-data-identificacao                  pic 9(08).
           03 pcr-operador-identificacao              pic x(10).
           03 filler                                pic x(20).
