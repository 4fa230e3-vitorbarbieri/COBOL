      *>===================================================================================
      *>  ROMANEIO.CPY
      *>  Romaneio de entrega finalizado (ROMANEIO.DAT), chave composta
      *>  veículo+data do romaneio. Gravado pela ação Finalizar de
      *>  Romaneio.cbl, que só finaliza o manifesto cuja carga (peso e
      *>  volume dos pedidos) cabe na capacidade do veículo: guarda os
      *>  totais que saíram no caminhão e quem liberou. Finalizar de novo
      *>  o mesmo veículo/dia (pedido movido ou adiado depois) regrava os
      *>  totais.
      *>===================================================================================
       01  reg-romaneio.
           03 rmn-chave.
              05 rmn-cd-veiculo                     pic 9(05).
              05 rmn-data                           pic 9(08).
           03 rmn-situacao                          pic x(01).
              88 rmn-finalizado                                    value "F".
           03 rmn-qtd-pedidos                        pic 9(03).
           03 rmn-peso-total                         pic 9(07)v9(03).
           03 rmn-volume-total                       pic 9(05)v9(04).
           03 rmn-valor-carga                        pic 9(11)v9(02).
           03 rmn-data-finalizacao                   pic 9(08).
           03 rmn-operador                          pic x(10).
