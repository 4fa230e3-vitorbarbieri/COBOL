      *>===================================================================================
      *>  CONSIGIT.CPY
      *>  Itens da remessa em consignação (CONSIG-ITEM.DAT), chave
      *>  composta consignação+sequência. O saldo em poder do cliente é
      *>  remetida - vendida - a faturar - devolvida: "a faturar" é o
      *>  vendido apontado no acerto em andamento, que passa para
      *>  "vendida" quando o pedido do acerto é gerado. O preço é o de
      *>  tabela no dia da remessa.
      *>===================================================================================
       01  reg-consignacao-item.
           03 csi-chave.
              05 csi-cd-consignacao                 pic 9(07).
              05 csi-sequencia                       pic 9(05).
           03 csi-cd-produto                        pic 9(05).
           03 csi-preco-unitario                     pic 9(07)v9(02).
           03 csi-custo-unitario                     pic 9(07)v9(02).
           03 csi-qtd-remetida                       pic 9(05).
           03 csi-qtd-vendida                        pic 9(05).
           03 csi-qtd-a-faturar                      pic 9(05).
           03 csi-qtd-devolvida                      pic 9(05).
           03 csi-cd-deposito                        pic 9(03).
