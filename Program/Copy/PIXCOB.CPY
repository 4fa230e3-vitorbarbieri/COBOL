      *>===================================================================================
      *>  PIXCOB.CPY
      *>  Cobrança PIX das parcelas de contas a receber (PIX-COBRANCA.DAT),
      *>  chave pxc-txid - o identificador da cobrança que volta no
      *>  retorno do PSP -, chave alternativa pedido+parcela com
      *>  duplicatas. Gravada pelo subprograma CobrancaPix.cbl quando a
      *>  parcela em aberto é impressa (espelho do pedido, fatura, carta
      *>  de cobrança): uma cobrança Ativa por parcela, pelo saldo
      *>  devedor; se o saldo muda (pagamento parcial) a Ativa passa a
      *>  Substituída e nasce outra com novo txid. O txid é "RC" +
      *>  pedido + parcela + sequencial da série PIXTXID (PARAMETRO.DAT),
      *>  dentro do limite de 25 caracteres do BR Code estático.
      *>  pxc-payload é o "copia e cola" completo (os mesmos dados do QR
      *>  Code), com a chave PIX do estabelecimento credor (EMPRESA.CPY).
      *>  A baixa pelo retorno (RetornoPix.cbl/BaixaPix.cbl) soma o valor
      *>  recebido e liquida as cobranças da parcela quitada.
      *>===================================================================================
       01  reg-pix-cobranca.
           03 pxc-txid                              pic x(25).
           03 pxc-chave-parcela.
              05 pxc-cd-pedido                      pic 9(07).
              05 pxc-parcela                        pic 9(02).
           03 pxc-cd-cliente                        pic 9(05).
           03 pxc-cd-empresa                        pic 9(01).
           03 pxc-valor                             pic 9(09)v9(02).
           03 pxc-data-vencimento                    pic 9(08).
           03 pxc-data-geracao                       pic 9(08).
           03 pxc-situacao                          pic x(01).
              88 pxc-ativa                                         value "A".
              88 pxc-liquidada                                     value "L".
              88 pxc-substituida                                   value "S".
           03 pxc-valor-pago                         pic 9(09)v9(02).
           03 pxc-data-liquidacao                    pic 9(08).
           03 pxc-payload                           pic x(250).
           03 filler                                pic x(20).
