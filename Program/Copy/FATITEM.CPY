      *>===================================================================================
      *>  FATITEM.CPY
      *>  Itens fiscais da fatura (FATURA-ITEM.DAT), chave composta
      *>  fti-cd-fatura+fti-sequencia (a sequência do item do pedido).
      *>  Gravados por CalculaTributos.cbl na emissão da fatura com a
      *>  quantidade efetivamente expedida, o NCM/origem do produto, o
      *>  CFOP e as alíquotas resolvidos em REGRA-FISCAL.DAT e os valores
      *>  de ICMS e IPI do item - é daqui que GeraNfe.cbl monta os itens
      *>  da NF-e e que Fatura.cbl mostra a tributação.
      *>===================================================================================
       01  reg-fatura-item.
           03 fti-chave.
              05 fti-cd-fatura                      pic 9(07).
              05 fti-sequencia                       pic 9(05).
           03 fti-cd-produto                        pic 9(05).
           03 fti-ncm                               pic 9(08).
           03 fti-origem                            pic 9(01).
           03 fti-cfop                              pic 9(04).
           03 fti-quantidade                        pic 9(07).
           03 fti-valor-produto                      pic 9(09)v9(02).
           03 fti-base-icms                          pic 9(09)v9(02).
           03 fti-aliquota-icms                      pic 9(02)v9(02).
           03 fti-valor-icms                         pic 9(09)v9(02).
           03 fti-aliquota-ipi                       pic 9(02)v9(02).
           03 fti-valor-ipi                          pic 9(09)v9(02).
      *>  "N" quando nenhuma regra cobria o par de UFs/NCM: o item sai
      *>  sem tributo e precisa de conferência antes do envio da NF-e.
           03 fti-ind-regra                          pic x(01).
              88 fti-sem-regra                                     value "N".
