      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RetornoPagar.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                  RetornoPagar
      *>            --------------------------------------------------------
      *>
      *>   Processamento do retorno da remessa de pagamento a fornecedores
      *>   (mesmo molde de RetornoBanco.cbl, no sentido do contas a
      *>   pagar): lê RETORNO-PAGAR.TXT no layout posicional do banco
      *>   (registro 1 por pagamento, com a parcela pedido de
      *>   compra+parcela, a ocorrência, a data e o valor pago e o motivo
      *>   da rejeição). Ocorrência "00" é pagamento efetuado: a parcela é
      *>   baixada com o operador "BANCO" (mesma gravação de
      *>   2100-baixar-parcela em Pagar.cbl). Qualquer outra ocorrência é
      *>   rejeição: a parcela continua em aberto, marcada como rejeitada
      *>   com o motivo do banco e sem a aprovação, para o supervisor
      *>   corrigir o cadastro e aprovar de novo em Pagar.cbl. Parcela não
      *>   encontrada ou que não estava no banco vai para o log, para
      *>   conferência manual.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select retorno-arq assign        to "RETORNO-PAGAR.TXT"
                  organization               is line sequential
                  file status                is ws-status-retorno.
           select pagar-arq assign          to "PAGAR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pag-chave
                  file status                is ws-status-pagar.

      *>===================================================================================
       data division.
       file section.
       fd  retorno-arq.
       01  reg-retorno                              pic x(150).

       fd  pagar-arq.
       copy "PAGAR.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-retorno                     pic x(02)       value "00".
              88 ws-retorno-ok                                      value "00".
              88 ws-retorno-fim-arquivo                             value "10".
           03 ws-status-pagar                       pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".

       01  ws-ind-fim-retorno                        pic x(01)       value "N".
          88 ws-fim-retorno                                         value "S".

      *>   Layout posicional do registro de retorno do pagamento.
       01  ws-retorno-detalhe.
           03 ws-ret-tipo                           pic x(01).
           03 ws-ret-cd-pedido-compra                pic 9(07).
           03 ws-ret-parcela                        pic 9(02).
           03 ws-ret-ocorrencia                     pic x(02).
              88 ws-ret-pagamento-efetuado                          value "00".
           03 ws-ret-data-pagamento                  pic 9(08).
           03 ws-ret-valor-pago                     pic 9(11)v9(02).
           03 ws-ret-motivo                         pic x(30).
           03 filler                                pic x(87).

       01  ws-totais-retorno.
           03 ws-total-lidas                        pic 9(05)       value zeros.
           03 ws-total-baixadas                     pic 9(05)       value zeros.
           03 ws-total-rejeitadas-banco               pic 9(05)       value zeros.
           03 ws-total-ignoradas                     pic 9(05)       value zeros.
           03 ws-total-valor-baixado                 pic 9(13)v9(02) value zeros.

      *>===================================================================================
       procedure division.
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
            .

       0000-saida.
           stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            open input retorno-arq
            open i-o pagar-arq
            if   ws-pagar-nao-encontrado
                 open output pagar-arq
                 close pagar-arq
                 open i-o pagar-arq
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform until ws-fim-retorno
                read retorno-arq
                    at end
                         move "S"                    to ws-ind-fim-retorno
                    not at end
                         move reg-retorno             to ws-retorno-detalhe
                         if   ws-ret-tipo = "1"
                              add 1                    to ws-total-lidas
                              perform 2100-processar-pagamento
                         end-if
                end-read
            end-perform
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2100-processar-pagamento: localiza a parcela enviada e aplica
      *>   a ocorrência do banco.
       2100-processar-pagamento section.
       2100.
            if   ws-ret-cd-pedido-compra is not numeric
            or   ws-ret-parcela is not numeric
                 add 1                                to ws-total-ignoradas
                 display "RETORNO ignorado: parcela invalida em " reg-retorno (1:20)
                 exit section
            end-if

            move ws-ret-cd-pedido-compra             to pag-cd-pedido-compra
            move ws-ret-parcela                      to pag-parcela
            read pagar-arq
                key is pag-chave
                invalid key
                     add 1                           to ws-total-ignoradas
                     display "RETORNO ignorado: parcela " ws-ret-cd-pedido-compra
                             "/" ws-ret-parcela " nao encontrada"
                     exit section
            end-read

            if   not pag-aberta
            or   not pag-em-remessa
                 add 1                                to ws-total-ignoradas
                 display "RETORNO ignorado: parcela " ws-ret-cd-pedido-compra
                         "/" ws-ret-parcela " nao estava aguardando o banco"
                 exit section
            end-if

            if   ws-ret-pagamento-efetuado
                 perform 2110-baixar-parcela
            else
                 perform 2120-rejeitar-parcela
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2110-baixar-parcela: pagamento efetuado pelo banco (mesma
      *>   gravação de 2100-baixar-parcela em Pagar.cbl, com o operador
      *>   "BANCO").
       2110-baixar-parcela section.
       2110.
            set  pag-baixada                         to true
            if   ws-ret-data-pagamento is numeric
            and  ws-ret-data-pagamento not = zeros
                 move ws-ret-data-pagamento            to pag-data-baixa
            else
                 move function current-date (1:8)      to pag-data-baixa
            end-if
            move "BANCO"                             to pag-operador-baixa
            set  pag-remessa-paga                    to true
            move spaces                              to pag-remessa-ocorrencia
            rewrite reg-pagar
                invalid key
                     add 1                           to ws-total-ignoradas
                     display "RETORNO erro ao baixar parcela "
                             ws-ret-cd-pedido-compra "/" ws-ret-parcela
                not invalid key
                     add 1                           to ws-total-baixadas
                     add ws-ret-valor-pago            to ws-total-valor-baixado
                     if   ws-ret-valor-pago not = pag-valor
                          display "RETORNO aviso: parcela " ws-ret-cd-pedido-compra
                                  "/" ws-ret-parcela " paga " ws-ret-valor-pago
                                  " valor da parcela " pag-valor
                     end-if
            end-rewrite
            .

       2110-exit.
            exit.

      *>===================================================================================
      *>   2120-rejeitar-parcela: o banco recusou o pagamento; a parcela
      *>   volta para o supervisor com o motivo.
       2120-rejeitar-parcela section.
       2120.
            set  pag-remessa-rejeitada               to true
            move spaces                              to pag-remessa-ocorrencia
            string ws-ret-ocorrencia " " ws-ret-motivo
                   delimited by size into pag-remessa-ocorrencia
            move "N"                                 to pag-aprovacao
            rewrite reg-pagar
                invalid key
                     add 1                           to ws-total-ignoradas
                     display "RETORNO erro ao marcar rejeicao da parcela "
                             ws-ret-cd-pedido-compra "/" ws-ret-parcela
                not invalid key
                     add 1                           to ws-total-rejeitadas-banco
                     display "RETORNO rejeitado pelo banco: parcela "
                             ws-ret-cd-pedido-compra "/" ws-ret-parcela
                             " - " ws-ret-ocorrencia " " ws-ret-motivo
            end-rewrite
            .

       2120-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Pagamentos lidos....: " ws-total-lidas
            display "Parcelas baixadas...: " ws-total-baixadas
            display "Rejeitados p/ banco.: " ws-total-rejeitadas-banco
            display "Ignorados (log).....: " ws-total-ignoradas
            display "Valor baixado.......: " ws-total-valor-baixado
            close retorno-arq
            close pagar-arq
            .

       3000-exit.
            exit.
