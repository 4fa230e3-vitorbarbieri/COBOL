      *>===================================================================================
      *>  CONSIG.CPY
      *>  Remessas em consignação (CONSIGNACAO.DAT), chave
      *>  csg-cd-consignacao (série CONSIGNA em PARAMETRO.DAT). A
      *>  mercadoria sai do nosso estoque para o saldo consignado do
      *>  cliente sem faturar; os itens ficam em CONSIG-ITEM.DAT
      *>  (CONSIGIT.CPY). No acerto (Consignacao.cbl) o cliente informa o
      *>  que vendeu - vira um pedido comum com itens tipo "C", faturado
      *>  pelo caminho normal de Pedido.cbl - e o que devolveu, que
      *>  volta ao estoque. Sem saldo em poder do cliente a remessa fica
      *>  Encerrada.
      *>===================================================================================
       01  reg-consignacao.
           03 csg-cd-consignacao                    pic 9(07).
           03 csg-cd-cliente                        pic 9(05).
           03 csg-cd-vendedor                       pic 9(05).
           03 csg-data-remessa                       pic 9(08).
           03 csg-operador                          pic x(10).
           03 csg-situacao                          pic x(01).
              88 csg-aberta                                        value "A".
              88 csg-encerrada                                     value "E".
      *>  Último acerto: data e o pedido gerado com o que foi vendido.
           03 csg-data-ultimo-acerto                  pic 9(08).
           03 csg-cd-ultimo-pedido                    pic 9(07).
           03 csg-qtd-acertos                        pic 9(03).
