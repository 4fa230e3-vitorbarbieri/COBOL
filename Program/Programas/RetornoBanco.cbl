      *>   - a mesma gravação de 2100-baixar-parcela em Receber.cbl, com
      *>   o operador da baixa carimbado como "BANCO". Parcela não
      *>   encontrada ou fora da situação em aberto é contada como
      *>   rejeitada e apontada no log, para conferência manual. O que o
      *>   banco cobrar além do saldo da parcela são os encargos por
      *>   atraso: vão para linhas próprias do histórico, multa primeiro
      *>   (até a multa calculada por CalculaEncargos) e o restante como
      *>   juros.
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select rec-pagamento-arq assign  to "REC-PAGAMENTO.DAT"
                  organization               is indexed

       01  ws-proxima-sequencia-pgt                   pic 9(05)       value zeros.

      *>   Divisão do valor pago entre principal (saldo da parcela) e
      *>   encargos por atraso (CALL para CalculaEncargos).
       01  ws-parametros-calcula-encargos.
           03 ws-enc-data-vencimento                 pic 9(08)       value zeros.
           03 ws-enc-data-pagamento                  pic 9(08)       value zeros.
           03 ws-enc-valor-base                      pic 9(09)v9(02) value zeros.
           03 ws-enc-dias-atraso                     pic 9(05)       value zeros.
           03 ws-enc-valor-juros                     pic 9(09)v9(02) value zeros.
           03 ws-enc-valor-multa                     pic 9(09)v9(02) value zeros.
       01  ws-valor-principal                         pic 9(11)v9(02) value zeros.
       01  ws-valor-excedente                         pic 9(11)v9(02) value zeros.
       01  ws-valor-multa-paga                        pic 9(11)v9(02) value zeros.
       01  ws-valor-juros-pago                        pic 9(11)v9(02) value zeros.

       01  ws-totais-retorno.
           03 ws-total-lidas                        pic 9(05)       value zeros.
           03 ws-total-baixadas                     pic 9(05)       value zeros.
           03 ws-total-rejeitadas                    pic 9(05)       value zeros.
           03 ws-total-valor-baixado                 pic 9(13)v9(02) value zeros.
           03 ws-total-valor-encargos                pic 9(13)v9(02) value zeros.

      *>===================================================================================
       procedure division.
                 move function current-date (1:8)      to rec-data-baixa
            end-if
            move "BANCO"                             to rec-operador-baixa
            perform 2120-separar-encargos
            move rec-valor                           to rec-valor-pago
            set  rec-forma-banco                     to true
            rewrite reg-receber
                     add 1                           to ws-total-baixadas
                     add ws-ret-valor-pago            to ws-total-valor-baixado
                     perform 2150-gravar-pagamento
                     perform 2160-gravar-encargos
            end-rewrite
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2120-separar-encargos: o principal é o saldo da parcela; o que
      *>   o banco recebeu além dele vira multa (até a multa calculada) e
      *>   juros. Encargos devidos que o banco não cobrou vão para o log.
       2120-separar-encargos section.
       2120.
            compute ws-valor-principal = rec-valor - rec-valor-pago
            move zeros                               to ws-valor-excedente
            move zeros                               to ws-valor-multa-paga
            move zeros                               to ws-valor-juros-pago
            if   ws-ret-valor-pago > ws-valor-principal
                 compute ws-valor-excedente =
                         ws-ret-valor-pago - ws-valor-principal
            else
                 move ws-ret-valor-pago               to ws-valor-principal
            end-if

            move rec-data-vencimento                 to ws-enc-data-vencimento
            move rec-data-baixa                      to ws-enc-data-pagamento
            move ws-valor-principal                  to ws-enc-valor-base
            call "CalculaEncargos" using ws-parametros-calcula-encargos

            if   ws-valor-excedente > ws-enc-valor-multa
                 move ws-enc-valor-multa              to ws-valor-multa-paga
                 compute ws-valor-juros-pago =
                         ws-valor-excedente - ws-valor-multa-paga
            else
                 move ws-valor-excedente              to ws-valor-multa-paga
            end-if

            if   ws-valor-excedente = zeros
            and  ws-enc-valor-juros + ws-enc-valor-multa > zeros
                 display "RETORNO aviso: parcela " ws-ret-cd-pedido
                         "/" ws-ret-parcela " paga com " ws-enc-dias-atraso
                         " dias de atraso sem juros/multa"
            end-if
            .

       2120-exit.
            exit.

      *>===================================================================================
      *>   2150-gravar-pagamento: grava a linha da liquidação no histórico
      *>   de pagamentos da parcela (mesma gravação de 2150-gravar-
            move rec-cd-pedido                      to pgt-cd-pedido
            move rec-parcela                        to pgt-parcela
            move ws-proxima-sequencia-pgt             to pgt-sequencia
            move ws-valor-principal                  to pgt-valor
            move rec-data-baixa                      to pgt-data
            move "BANCO"                             to pgt-operador
            set  pgt-forma-banco                     to true
            set  pgt-tipo-principal                  to true
            move zeros                               to pgt-extrato-chave
            write reg-rec-pagamento
                invalid key
                     continue
       2150-exit.
            exit.

      *>===================================================================================
      *>   2160-gravar-encargos: multa e juros cobrados pelo banco, cada
      *>   um em sua linha do histórico (pgt-tipo M/J).
       2160-gravar-encargos section.
       2160.
            if   ws-valor-multa-paga > zeros
                 perform 2155-obter-proxima-sequencia-pgt
                 move rec-cd-pedido                  to pgt-cd-pedido
                 move rec-parcela                    to pgt-parcela
                 move ws-proxima-sequencia-pgt         to pgt-sequencia
                 move ws-valor-multa-paga              to pgt-valor
                 move rec-data-baixa                  to pgt-data
                 move "BANCO"                         to pgt-operador
                 set  pgt-forma-banco                 to true
                 set  pgt-tipo-multa                  to true
                 move zeros                          to pgt-extrato-chave
                 write reg-rec-pagamento
                     invalid key
                          continue
                 end-write
                 add ws-valor-multa-paga              to ws-total-valor-encargos
            end-if
            if   ws-valor-juros-pago > zeros
                 perform 2155-obter-proxima-sequencia-pgt
                 move rec-cd-pedido                  to pgt-cd-pedido
                 move rec-parcela                    to pgt-parcela
                 move ws-proxima-sequencia-pgt         to pgt-sequencia
                 move ws-valor-juros-pago              to pgt-valor
                 move rec-data-baixa                  to pgt-data
                 move "BANCO"                         to pgt-operador
                 set  pgt-forma-banco                 to true
                 set  pgt-tipo-juros                  to true
                 move zeros                          to pgt-extrato-chave
                 write reg-rec-pagamento
                     invalid key
                          continue
                 end-write
                 add ws-valor-juros-pago              to ws-total-valor-encargos
            end-if
            .

       2160-exit.
            exit.

      *>===================================================================================
      *>   2155-obter-proxima-sequencia-pgt: maior pgt-sequencia já gravada
      *>   para a parcela (mesma técnica START/READ PREVIOUS de
            display "Parcelas baixadas...: " ws-total-baixadas
            display "Titulos rejeitados..: " ws-total-rejeitadas
            display "Valor baixado.......: " ws-total-valor-baixado
            display "Juros/multa recebid.: " ws-total-valor-encargos
            close retorno-arq
            close receber-arq
            close rec-pagamento-arq
