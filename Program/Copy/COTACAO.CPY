      *>===================================================================================
      *>  COTACAO.CPY
      *>  Cabeçalho da cotação de compra (COTACAO.DAT), chave
      *>  cot-cd-cotacao (série COTACAO em PARAMETRO.DAT). A cotação lista
      *>  produtos e quantidades (COTACAOI.CPY) e é enviada a vários
      *>  fornecedores (COTACAOF.CPY), que respondem preço e prazo por
      *>  item (COTACAOP.CPY). Do mapa comparativo em Cotacao.cbl saem os
      *>  pedidos de compra em rascunho dos vencedores; com todos os itens
      *>  atendidos a cotação fica Finalizada.
      *>===================================================================================
       01  reg-cotacao.
           03 cot-cd-cotacao                        pic 9(07).
           03 cot-data                              pic 9(08).
           03 cot-descricao                         pic x(40).
           03 cot-situacao                          pic x(01).
              88 cot-aberta                                        value "A".
              88 cot-finalizada                                    value "F".
              88 cot-cancelada                                     value "C".
           03 cot-data-inclusao                      pic 9(08).
           03 cot-operador-inclusao                   pic x(10).
