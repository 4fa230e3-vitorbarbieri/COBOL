      *>===================================================================================
      *>  EXTBANC.CPY
      *>  Extrato bancário importado (EXTRATO-BANCO.DAT), chave composta
      *>  data do lançamento+sequência do dia. Gravado por
      *>  ImportaExtrato.cbl a partir do arquivo diário do banco (uma
      *>  linha por crédito ou débito na conta), que já tenta casar cada
      *>  lançamento com o recebimento (REC-PAGAMENTO.DAT, formas Pix,
      *>  transferência e banco) ou com a baixa de contas a pagar
      *>  (PAGAR.DAT) de mesma data e valor. O que sobra Pendente é
      *>  tratado na tela de Conciliacao.cbl - casado à mão ou
      *>  justificado (tarifa, estorno...) - e FechamentoMes.cbl não
      *>  fecha o mês enquanto houver lançamento Pendente nele.
      *>===================================================================================
       01  reg-extrato-banco.
           03 ebc-chave.
              05 ebc-data                            pic 9(08).
              05 ebc-sequencia                       pic 9(05).
           03 ebc-tipo                              pic x(01).
              88 ebc-credito                                       value "C".
              88 ebc-debito                                        value "D".
           03 ebc-valor                             pic 9(09)v9(02).
           03 ebc-documento                         pic x(15).
           03 ebc-historico                         pic x(40).
           03 ebc-situacao                          pic x(01).
              88 ebc-pendente                                      value "P".
              88 ebc-conciliado-automatico                         value "A".
              88 ebc-conciliado-manual                             value "M".
              88 ebc-justificado                                   value "J".
              88 ebc-resolvido                                     value "A" "M" "J".
      *>  Origem casada: R = recebimento (ebc-ref-recebimento aponta a
      *>  primeira linha de REC-PAGAMENTO.DAT - principal e encargos do
      *>  mesmo dia entram juntos, ebc-qtd-lancamentos), G = conta a
      *>  pagar (ebc-ref-pagar), espaço = nenhuma.
           03 ebc-origem                            pic x(01).
              88 ebc-origem-receber                                value "R".
              88 ebc-origem-pagar                                  value "G".
              88 ebc-sem-origem                                    value " ".
           03 ebc-referencia                        pic x(14).
           03 ebc-ref-recebimento redefines ebc-referencia.
              05 ebc-ref-cd-pedido                   pic 9(07).
              05 ebc-ref-parcela                     pic 9(02).
              05 ebc-ref-sequencia                   pic 9(05).
           03 ebc-ref-pagar redefines ebc-referencia.
              05 ebc-ref-cd-pedido-compra            pic 9(07).
              05 ebc-ref-parcela-pagar               pic 9(02).
              05 filler                              pic x(05).
           03 ebc-qtd-lancamentos                    pic 9(02).
           03 ebc-observacao                        pic x(40).
           03 ebc-data-importacao                    pic 9(08).
           03 ebc-data-conciliacao                   pic 9(08).
           03 ebc-operador-conciliacao                pic x(10).
