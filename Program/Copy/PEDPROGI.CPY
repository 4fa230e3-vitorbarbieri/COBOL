      *>===================================================================================
      *>  PEDPROGI.CPY
      *>  Itens do pedido programado (PEDIDO-PROGRAMADO-ITEM.DAT), chave
      *>  composta cd-programado+sequencia (mesmo molde de PEDIDOIT.CPY).
      *>  Só produto e quantidade: o preço é resolvido na geração pela
      *>  tabela do dia, como na digitação.
      *>===================================================================================
       01  reg-pedido-programado-item.
           03 ppi-chave.
              05 ppi-cd-programado                  pic 9(05).
              05 ppi-sequencia                       pic 9(03).
           03 ppi-cd-produto                        pic 9(05).
           03 ppi-quantidade                        pic 9(05).
