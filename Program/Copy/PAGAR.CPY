      *>  PedidoCompra.cbl quando o pedido de compra passa para Recebido,
      *>  desdobrando pdc-valor-total na condição negociada do fornecedor
      *>  (frn-qtd-parcelas-pagar/frn-prazo-pagamento-dias em FORN.CPY),
      *>  e baixadas pela tela de Pagar.cbl. A despesa que não vem de
      *>  compra (aluguel, energia, combustível, impostos) também vive
      *>  aqui: lançada na tela de Pagar.cbl ou gerada todo mês por
      *>  GeraDespesas.cbl a partir de DESPESA-FIXA.DAT, recebe um número
      *>  da mesma série PEDCOMPRA dos pedidos de compra (a chave continua
      *>  única) e leva conta do plano e centro de custo.
      *>===================================================================================
       01  reg-pagar.
           03 pag-chave.
           03 pag-operador-baixa                      pic x(10).
           03 pag-data-inclusao                      pic 9(08).
           03 pag-operador-inclusao                   pic x(10).
      *>  Conciliação bancária: chave da linha do extrato (EXTBANC.CPY)
      *>  a que o pagamento foi casado - zeros enquanto não conciliado
      *>  (ImportaExtrato.cbl no automático, Conciliacao.cbl no manual).
           03 pag-extrato-chave.
              05 pag-extrato-data                    pic 9(08).
              05 pag-extrato-sequencia               pic 9(05).
      *>  Origem da parcela: compra (branco/"C", gerada no recebimento do
      *>  pedido de compra), despesa avulsa ("D", lançada em Pagar.cbl) ou
      *>  despesa fixa ("F", gerada por GeraDespesas.cbl). Conta do plano
      *>  (PLCONTA.CPY) e centro de custo (CCUSTO.CPY) só na despesa;
      *>  competência (aaaamm) é o mês a que a despesa pertence.
           03 pag-origem                            pic x(01).
              88 pag-origem-compra                                 value "C" " ".
              88 pag-origem-despesa                                value "D".
              88 pag-origem-despesa-fixa                           value "F".
              88 pag-eh-despesa                                    value "D" "F".
           03 pag-cd-conta                          pic x(12).
           03 pag-cd-centro-custo                    pic 9(03).
           03 pag-historico                         pic x(40).
           03 pag-competencia                        pic 9(06).
           03 pag-cd-despesa-fixa                    pic 9(05).
      *>  Pagamento pelo banco: a parcela só entra na remessa de
      *>  RemessaPagar.cbl depois de aprovada pelo supervisor em Pagar.cbl
      *>  (boleto leva o código de barras de 48 posições, informado na
      *>  aprovação). pag-remessa-situacao acompanha o envio: branco = não
      *>  enviada, "E" = enviada aguardando retorno, "P" = paga pelo banco
      *>  (baixa de RetornoPagar.cbl), "R" = rejeitada pelo banco - motivo
      *>  em pag-remessa-ocorrencia e a aprovação é retirada.
           03 pag-aprovacao                          pic x(01).
              88 pag-aprovada                                      value "S".
           03 pag-data-aprovacao                      pic 9(08).
           03 pag-operador-aprovacao                   pic x(10).
           03 pag-codigo-barras                       pic x(48).
           03 pag-remessa-situacao                    pic x(01).
              88 pag-fora-remessa                                  value " ".
              88 pag-em-remessa                                    value "E".
              88 pag-remessa-paga                                  value "P".
              88 pag-remessa-rejeitada                             value "R".
           03 pag-remessa-numero                      pic 9(07).
           03 pag-remessa-ocorrencia                  pic x(32).
      *>  Abatimento por nota de débito de devolução de compra
      *>  (DevolucaoCompra.cbl, NOTADEB.CPY): pag-valor passa a ser o que
      *>  resta pagar e o abatido acumula aqui, com a última nota
      *>  aplicada. Parcela inteiramente compensada fica Cancelada - não
      *>  houve saída de caixa para conciliar.
           03 pag-valor-abatido                      pic 9(09)v9(02).
           03 pag-cd-nota-debito                      pic 9(07).
      *>  Estabelecimento devedor (EMPRESA.CPY): herdado do pedido de
      *>  compra ou, na despesa, o da sessão que a lançou; zeros valem a
      *>  matriz.
           03 pag-cd-empresa                           pic 9(01).
