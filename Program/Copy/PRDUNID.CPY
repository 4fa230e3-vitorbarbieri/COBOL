      *>===================================================================================
      *>  PRDUNID.CPY
      *>  Unidades alternativas do produto (PRD-UNIDADE.DAT), chave
      *>  composta produto+unidade (mesmo molde de chave de PRDFORN.CPY).
      *>  O estoque é sempre controlado na unidade do cadastro
      *>  (prd-unidade em PROD.CPY); cada linha diz quantas unidades de
      *>  estoque cabem em uma unidade alternativa (CX com 12 UN = fator
      *>  12). Mantida pela grade de unidades de Produto.cbl. A compra
      *>  (PedidoCompra.cbl, ImportaPreco.cbl) trabalha na unidade do
      *>  fornecedor e a venda (Pedido.cbl) em qualquer unidade de
      *>  venda; toda movimentação é convertida para a unidade de
      *>  estoque antes de chegar em ESTOQUE-MOV.DAT. O código de barras
      *>  da embalagem (o EAN da caixa não é o da unidade) é chave
      *>  alternativa para a bipagem; zeros = sem código próprio.
      *>===================================================================================
       01  reg-prd-unidade.
           03 pun-chave.
              05 pun-cd-produto                     pic 9(05).
              05 pun-unidade                         pic x(03).
           03 pun-fator-conversao                     pic 9(05).
           03 pun-codigo-barras                      pic 9(13).
           03 pun-uso                               pic x(01).
              88 pun-uso-compra                                    value "C".
              88 pun-uso-venda                                     value "V".
              88 pun-uso-ambos                                     value "A" " ".
              88 pun-vale-compra                                   value "C" "A" " ".
              88 pun-vale-venda                                    value "V" "A" " ".
           03 pun-data-inclusao                      pic 9(08).
           03 pun-operador-inclusao                   pic x(10).
