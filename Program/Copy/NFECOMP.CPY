      *>===================================================================================
      *>  NFECOMP.CPY
      *>  NF-e de entrada importada para o recebimento do pedido de compra
      *>  (NFE-COMPRA.DAT), chave composta pedido de compra + tipo de
      *>  registro + sequência. Gravada por PedidoCompra.cbl a partir do
      *>  XML da nota do fornecedor: um cabeçalho ("C", sequência zero),
      *>  uma linha por item da nota ("I", com o item do pedido casado
      *>  pelo código do produto no fornecedor de PRDFORN.CPY) e uma linha
      *>  por duplicata da cobrança ("D"). O recebimento pela NF-e entra
      *>  os itens com as quantidades, custos, lotes e validades da nota,
      *>  e as duplicatas viram as parcelas de PAGAR.DAT no lugar da
      *>  condição do fornecedor.
      *>===================================================================================
       01  reg-nfe-compra.
           03 nfc-chave.
              05 nfc-cd-pedido-compra                pic 9(07).
              05 nfc-tipo-registro                   pic x(01).
                 88 nfc-cabecalho                                  value "C".
                 88 nfc-item                                       value "I".
                 88 nfc-duplicata                                  value "D".
              05 nfc-sequencia                       pic 9(03).
           03 nfc-dados                             pic x(140).
      *>  Cabeçalho: identificação da nota e do emitente, e a situação -
      *>  Importada até o recebimento; Recebida quando as duplicatas já
      *>  viraram contas a pagar (não aceita nova importação).
           03 nfc-dados-cabecalho redefines nfc-dados.
              05 nfc-nr-nota                         pic 9(09).
              05 nfc-serie                           pic 9(03).
              05 nfc-data-emissao                    pic 9(08).
              05 nfc-cnpj-emitente                   pic 9(14).
              05 nfc-valor-nota                      pic 9(09)v9(02).
              05 nfc-nome-arquivo                    pic x(60).
              05 nfc-situacao                        pic x(01).
                 88 nfc-importada                                  value "I".
                 88 nfc-recebida                                   value "R".
              05 nfc-qtd-itens                       pic 9(03).
              05 nfc-qtd-sem-vinculo                 pic 9(03).
              05 nfc-data-importacao                  pic 9(08).
              05 nfc-operador-importacao               pic x(10).
              05 filler                              pic x(10).
      *>  Item da nota: quantidade e custo na unidade comercial da nota
      *>  (a do pedido), lote/validade do grupo de rastreabilidade, e o
      *>  vínculo - V casado com o item do pedido, F código do fornecedor
      *>  sem produto em PRD-FORNECEDOR.DAT, P produto fora do pedido.
      *>  nfc-it-qtd-recebida-antes guarda o já recebido do item do pedido
      *>  na importação, para recusar o recebimento pela nota se houve
      *>  entrega digitada depois.
           03 nfc-dados-item redefines nfc-dados.
              05 nfc-it-cd-produto-fornecedor          pic x(15).
              05 nfc-it-descricao                    pic x(40).
              05 nfc-it-unidade                      pic x(06).
              05 nfc-it-quantidade                   pic 9(05).
              05 nfc-it-custo-unitario                pic 9(07)v9(02).
              05 nfc-it-lote                         pic x(10).
              05 nfc-it-validade                     pic 9(08).
              05 nfc-it-vinculo                      pic x(01).
                 88 nfc-it-vinculado                               value "V".
                 88 nfc-it-sem-produto                             value "F".
                 88 nfc-it-fora-pedido                             value "P".
              05 nfc-it-cd-produto                   pic 9(05).
              05 nfc-it-pci-sequencia                 pic 9(05).
              05 nfc-it-qtd-recebida-antes             pic 9(05).
              05 filler                              pic x(31).
      *>  Duplicata da cobrança da nota (grupo cobr/dup do XML).
           03 nfc-dados-duplicata redefines nfc-dados.
              05 nfc-dup-numero                      pic x(10).
              05 nfc-dup-vencimento                  pic 9(08).
              05 nfc-dup-valor                       pic 9(09)v9(02).
              05 filler                              pic x(111).
