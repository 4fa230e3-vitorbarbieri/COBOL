      *>===================================================================================
      *>  CHEQUE.CPY
      *>  Custódia de cheques recebidos de clientes (CHEQUE.DAT), chave
      *>  chq-cd-cheque (série CHEQUE em PARAMETRO.DAT). O cheque nasce na
      *>  baixa forma "C" de Receber.cbl com os dados do banco, o emitente
      *>  e a data "bom para"; cada linha do histórico de pagamentos
      *>  (REC-PAGAMENTO.DAT) quitada com ele fica em chq-linha - um
      *>  cheque pode pagar várias parcelas. Cheque.cbl lista os cheques a
      *>  depositar, fecha o lote de depósito e trata a devolução: as
      *>  linhas do cheque são estornadas e as parcelas reabertas.
      *>===================================================================================
       01  reg-cheque.
           03 chq-cd-cheque                         pic 9(07).
           03 chq-cd-cliente                        pic 9(05).
           03 chq-banco                             pic 9(03).
           03 chq-agencia                           pic x(06).
           03 chq-conta                             pic x(12).
           03 chq-numero                            pic x(10).
           03 chq-emitente                          pic x(40).
           03 chq-valor                             pic 9(09)v9(02).
           03 chq-data-recebimento                   pic 9(08).
           03 chq-data-bom-para                      pic 9(08).
           03 chq-operador                          pic x(10).
           03 chq-situacao                          pic x(01).
              88 chq-em-custodia                                   value "C".
              88 chq-depositado                                    value "D".
              88 chq-devolvido                                     value "V".
      *>  Lote de depósito (série LOTECHEQUE) e data em que foi ao banco.
           03 chq-cd-lote-deposito                    pic 9(07).
           03 chq-data-deposito                      pic 9(08).
           03 chq-operador-deposito                   pic x(10).
      *>  Devolução pelo banco: data, motivo e quem registrou.
           03 chq-data-devolucao                     pic 9(08).
           03 chq-motivo-devolucao                   pic x(40).
           03 chq-operador-devolucao                  pic x(10).
      *>  Linhas do histórico de pagamentos pagas com o cheque (principal
      *>  e encargos), estornadas na devolução.
           03 chq-qtd-linhas                         pic 9(02).
           03 chq-linha                                              occurs 20.
              05 chq-lin-cd-pedido                   pic 9(07).
              05 chq-lin-parcela                      pic 9(02).
              05 chq-lin-sequencia                    pic 9(05).
