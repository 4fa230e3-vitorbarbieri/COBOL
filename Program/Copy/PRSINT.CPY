      *>===================================================================================
      *>  PRSINT.CPY
      *>  Interações com o prospecto (PROSPECT-INTERACAO.DAT), chave
      *>  prospecto+sequência. Uma linha por contato registrado na tela
      *>  de Prospecto.cbl; quando o contato muda a etapa do funil,
      *>  pin-etapa-anterior/pin-etapa-nova ficam preenchidas (zeros
      *>  quando a etapa não mudou) - é daqui que RelFunil.cbl tira o
      *>  tempo de permanência em cada etapa. A conversão em cliente
      *>  (Cliente.cbl) grava a linha da passagem para Ganho.
      *>===================================================================================
       01  reg-prospecto-interacao.
           03 pin-chave.
              05 pin-cd-prospecto                   pic 9(07).
              05 pin-sequencia                       pic 9(05).
           03 pin-data                              pic 9(08).
           03 pin-tipo                              pic x(01).
              88 pin-ligacao                                       value "L".
              88 pin-visita                                        value "V".
              88 pin-email                                         value "E".
              88 pin-reuniao                                       value "R".
              88 pin-outro                                         value "O".
           03 pin-descricao                         pic x(60).
           03 pin-etapa-anterior                     pic 9(01).
           03 pin-etapa-nova                         pic 9(01).
           03 pin-operador                          pic x(10).
