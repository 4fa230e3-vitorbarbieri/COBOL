      *>===================================================================================
      *>  SAC.CPY
      *>  Protocolos de atendimento ao cliente - SAC (SAC.DAT), chave
      *>  sac-cd-protocolo (série SAC em PARAMETRO.DAT), chave alternativa
      *>  sac-cd-cliente. Reclamação (item errado, atraso, avaria,
      *>  cobrança) ligada ao cliente e, quando houver, ao pedido e ao
      *>  produto, com prazo de SLA em dias úteis pelo tipo (DataUtil) e
      *>  operador responsável. Cada ação fica datada em SAC-HIST.DAT
      *>  (SACHIST.CPY). Mantido por Atendimento.cbl; a devolução aberta
      *>  pelo protocolo (Devolucao.cbl) também grava no histórico.
      *>===================================================================================
       01  reg-sac.
           03 sac-cd-protocolo                       pic 9(07).
           03 sac-tipo                              pic 9(01).
              88 sac-tipo-item-errado                              value 1.
              88 sac-tipo-atraso-entrega                           value 2.
              88 sac-tipo-avaria                                   value 3.
              88 sac-tipo-cobranca                                 value 4.
              88 sac-tipo-outros                                   value 5.
              88 sac-tipo-valido                                   value 1 thru 5.
           03 sac-cd-cliente                        pic 9(05).
           03 sac-cd-pedido                         pic 9(07).
           03 sac-cd-produto                        pic 9(05).
           03 sac-descricao                         pic x(60).
           03 sac-data-abertura                      pic 9(08).
           03 sac-hora-abertura                      pic 9(04).
      *>  Prazo do SLA: data de abertura mais os dias úteis do tipo.
           03 sac-data-prazo                         pic 9(08).
           03 sac-situacao                          pic x(01).
              88 sac-aberto                                        value "A".
              88 sac-em-atendimento                                value "E".
              88 sac-resolvido                                     value "R".
              88 sac-cancelado                                     value "C".
              88 sac-pendente                                      value "A" "E".
           03 sac-operador-responsavel                 pic x(10).
           03 sac-operador-abertura                   pic x(10).
           03 sac-data-encerramento                   pic 9(08).
