      *>===================================================================================
      *>  DEVCOMP.CPY
      *>  Devoluções de compra ao fornecedor (DEVOLUCAO-COMPRA.DAT), chave
      *>  composta pedido de compra+sequência do item devolvido (espelho
      *>  de DEVOL.CPY no sentido do fornecedor). Gravadas por
      *>  DevolucaoCompra.cbl contra pedido de compra Recebido ou
      *>  Parcial: a quantidade devolvida acumula por item, a mercadoria
      *>  sai do estoque com movimento "DVC" em ESTOQUE-MOV.DAT (lote e
      *>  depósito da última saída ficam aqui para consulta) e cada
      *>  devolução gera uma nota de débito (NOTADEB.CPY) contra o
      *>  fornecedor.
      *>===================================================================================
       01  reg-devolucao-compra.
           03 dvc-chave.
              05 dvc-cd-pedido-compra                pic 9(07).
              05 dvc-sequencia                       pic 9(05).
           03 dvc-cd-produto                        pic 9(05).
           03 dvc-qtd-devolvida                      pic 9(05).
           03 dvc-valor-devolvido                     pic 9(09)v9(02).
           03 dvc-data-ultima                        pic 9(08).
           03 dvc-motivo                            pic x(40).
           03 dvc-operador                          pic x(10).
           03 dvc-lote                              pic x(10).
           03 dvc-cd-deposito                       pic 9(03).
