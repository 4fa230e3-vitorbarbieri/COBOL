           03 rec-cd-pedido-origem                    pic 9(07).
           03 rec-parcela-origem                      pic 9(02).
      *>  Forma de pagamento da última baixa (o detalhe pagamento a
      *>  pagamento fica em REC-PAGAMENTO.DAT): dinheiro, PIX (inclusive
      *>  a baixa pelo txid em RetornoPix.cbl), transferência, cheque ou
      *>  cobrança bancária (RetornoBanco.cbl).
           03 rec-forma-baixa                        pic x(01).
              88 rec-forma-dinheiro                                value "D".
              88 rec-forma-pix                                     value "P".
              88 rec-forma-cheque                                  value "C".
              88 rec-forma-banco                                   value "B".
              88 rec-forma-nota-credito                            value "N".
              88 rec-forma-adiantamento                            value "A".
      *>  Motivo da baixa por perda (obrigatório na situação "P").
           03 rec-motivo-perda                       pic x(40).
      *>  Encargos por atraso (juros e multa) dispensados pelo supervisor
      *>  na baixa em Receber.cbl: soma dispensada, motivo obrigatório e
      *>  quem dispensou. Os encargos efetivamente recebidos ficam em
      *>  REC-PAGAMENTO.DAT (pgt-tipo J/M).
           03 rec-valor-dispensado                    pic 9(09)v9(02).
           03 rec-motivo-dispensa                     pic x(40).
           03 rec-operador-dispensa                   pic x(10).
      *>  Estabelecimento credor (EMPRESA.CPY), herdado do pedido; zeros
      *>  valem a matriz.
           03 rec-cd-empresa                           pic 9(01).
