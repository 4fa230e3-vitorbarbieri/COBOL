      *>===================================================================================
      *>  ADIANT.CPY
      *>  Adiantamentos (sinal) de clientes (ADIANTAMENTO.DAT), chave
      *>  adt-cd-adiantamento (série ADIANTA em PARAMETRO.DAT). Lançados
      *>  pela tela de Adiantamento.cbl contra um pedido em aberto ou só
      *>  contra o cliente, com a forma de pagamento (mesmos códigos de
      *>  pgt-forma em RECPAG.CPY) - o dinheiro entra no boletim de caixa
      *>  do dia (BoletimCaixa.cbl). No fechamento do pedido, Pedido.cbl
      *>  consome o adiantamento nas parcelas recém geradas (linha forma
      *>  "A" em REC-PAGAMENTO.DAT) e o que sobrar vira crédito do
      *>  cliente (adt-cd-pedido zerado; adt-cd-pedido-origem guarda o
      *>  pedido). No cancelamento do pedido o valor consumido nas
      *>  parcelas canceladas volta para o adiantamento como crédito. O
      *>  crédito é abatido depois das parcelas em aberto ou devolvido
      *>  ao cliente (situação "D", uma devolução do saldo inteiro).
      *>  Saldo = adt-valor - adt-valor-utilizado - adt-valor-devolvido.
      *>===================================================================================
       01  reg-adiantamento.
           03 adt-cd-adiantamento                   pic 9(07).
           03 adt-cd-cliente                        pic 9(05).
           03 adt-cd-pedido                         pic 9(07).
           03 adt-cd-pedido-origem                   pic 9(07).
           03 adt-valor                             pic 9(09)v9(02).
           03 adt-valor-utilizado                    pic 9(09)v9(02).
           03 adt-forma                             pic x(01).
              88 adt-forma-dinheiro                                value "D".
              88 adt-forma-pix                                     value "P".
              88 adt-forma-transferencia                           value "T".
              88 adt-forma-cheque                                  value "C".
              88 adt-forma-banco                                   value "B".
           03 adt-situacao                          pic x(01).
              88 adt-aberto                                        value "A".
              88 adt-utilizado                                     value "U".
              88 adt-devolvido                                     value "D".
           03 adt-data                              pic 9(08).
           03 adt-operador                          pic x(10).
           03 adt-observacao                        pic x(40).
      *>  Devolução do saldo ao cliente (supervisor em Adiantamento.cbl).
           03 adt-valor-devolvido                    pic 9(09)v9(02).
           03 adt-forma-devolucao                    pic x(01).
           03 adt-data-devolucao                     pic 9(08).
           03 adt-operador-devolucao                  pic x(10).
