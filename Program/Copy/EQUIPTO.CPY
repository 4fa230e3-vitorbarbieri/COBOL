      *>===================================================================================
      *>  EQUIPTO.CPY
      *>  Patrimônio de equipamentos cedidos em comodato (EQUIPAMENTO.DAT),
      *>  chave eqp-nr-patrimonio (o número da plaqueta colada no
      *>  equipamento): freezers, expositores e dispensers emprestados aos
      *>  clientes. Enquanto o equipamento está emprestado, eqp-cd-contrato
      *>  aponta o contrato vigente em COMODATO.DAT (COMODATO.CPY).
      *>  Mantido pela tela de Comodato.cbl.
      *>===================================================================================
       01  reg-equipamento.
           03 eqp-nr-patrimonio                     pic 9(07).
           03 eqp-tipo                              pic x(01).
              88 eqp-freezer                                       value "F".
              88 eqp-expositor                                     value "E".
              88 eqp-dispenser                                     value "D".
              88 eqp-outro                                         value "O".
           03 eqp-descricao                          pic x(40).
           03 eqp-numero-serie                        pic x(20).
      *>  Valor de aquisição (base da cobrança em caso de perda).
           03 eqp-valor                              pic 9(07)v9(02).
           03 eqp-data-aquisicao                      pic 9(08).
           03 eqp-situacao                          pic x(01).
              88 eqp-disponivel                                    value "D".
              88 eqp-emprestado                                    value "C".
              88 eqp-em-manutencao                                 value "M".
              88 eqp-baixado                                       value "B".
           03 eqp-cd-contrato                        pic 9(07).
           03 eqp-data-inclusao                      pic 9(08).
           03 eqp-operador-inclusao                   pic x(10).
