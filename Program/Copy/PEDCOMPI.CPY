      *>  houver item com recebida < pedida; a diferença na hora de
      *>  encerrar vira divergência de falta (DIVERG.CPY).
           03 pci-qtd-recebida                       pic 9(05).
      *>  Unidade de compra do item (PRDUNID.CPY) e quantas unidades de
      *>  estoque ela contém: quantidade, recebida e custo unitário ficam
      *>  na unidade do fornecedor e a entrada em estoque converte
      *>  (quantidade x fator, custo / fator). Fator zero vale 1.
           03 pci-unidade                            pic x(03).
           03 pci-fator-conversao                     pic 9(05).
