      *>===================================================================================
      *>  REGFISC.CPY
      *>  Regras de tributação da venda (REGRA-FISCAL.DAT), chave composta
      *>  UF de origem (a nossa) + UF de destino (cli-uf do cliente) +
      *>  NCM do produto. A regra com NCM zeros é a geral do par de UFs;
      *>  uma regra com o NCM preenchido prevalece para aquele produto.
      *>  Cada regra resolve o CFOP e as alíquotas de ICMS conforme o
      *>  destinatário seja contribuinte ou não (cli-insc-estadual-isento)
      *>  e a alíquota de IPI. Mantida pela tela de RegraFiscal.cbl e
      *>  aplicada item a item por CalculaTributos.cbl na emissão da
      *>  fatura.
      *>===================================================================================
       01  reg-regra-fiscal.
           03 rfi-chave.
              05 rfi-uf-origem                      pic x(02).
              05 rfi-uf-destino                     pic x(02).
              05 rfi-ncm                            pic 9(08).
           03 rfi-cfop-contribuinte                  pic 9(04).
           03 rfi-cfop-nao-contribuinte               pic 9(04).
           03 rfi-aliquota-icms                      pic 9(02)v9(02).
           03 rfi-aliquota-icms-nao-contrib           pic 9(02)v9(02).
           03 rfi-aliquota-ipi                       pic 9(02)v9(02).
           03 rfi-situacao                          pic x(01).
              88 rfi-ativa                                         value "A".
              88 rfi-inativa                                       value "I".
           03 rfi-data-inclusao                      pic 9(08).
           03 rfi-operador-inclusao                   pic x(10).
