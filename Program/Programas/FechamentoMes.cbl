      *>   um mês já fechado - é o que impede a baixa retroativa que
      *>   fazia os números divergirem dos reportados ao contador.
      *>
      *>   O mês só fecha com a conciliação bancária em dia: havendo
      *>   lançamento Pendente de EXTRATO-BANCO.DAT no mês (ver
      *>   Conciliacao.cbl), o fechamento é recusado, os lançamentos são
      *>   listados no log e o programa termina com retorno 8.
      *>

      *>===================================================================================
       environment division.
                  access mode                is dynamic
                  record key                 is fme-ano-mes
                  file status                is ws-status-fechamento-mes.
           select extrato-banco-arq assign  to "EXTRATO-BANCO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ebc-chave
                  file status                is ws-status-extrato-banco.

      *>===================================================================================
       data division.
       copy "FECHDIA.CPY".
       fd  fechamento-mes-arq.
       copy "FECHMES.CPY".
       fd  extrato-banco-arq.
       copy "EXTBANC.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-fechamento-mes               pic x(02)       value "00".
              88 ws-fechamento-mes-ok                               value "00".
              88 ws-fechamento-mes-nao-encontrado                   value "23" "35".
           03 ws-status-extrato-banco                pic x(02)       value "00".
              88 ws-extrato-banco-ok                                value "00".
              88 ws-extrato-banco-nao-encontrado                    value "23" "35".

      *>   Mês a fechar, aceito na linha de comando (aaaamm); em branco
      *>   assume o mês anterior ao corrente.
          88 ws-dia-eof                                             value "S".
       01  ws-ind-mes-existe                          pic x(01)       value "N".
          88 ws-mes-ja-fechado                                      value "S".
       01  ws-ind-fim-extrato                         pic x(01)       value "N".
          88 ws-extrato-eof                                         value "S".
       01  ws-qtd-extrato-pendentes                    pic 9(05)       value zeros.

       01  ws-totais-mes.
           03 ws-qtd-incluidos                       pic 9(07)       value zeros.
                 close fechamento-mes-arq
                 open i-o fechamento-mes-arq
            end-if
            open input extrato-banco-arq
            if   ws-extrato-banco-nao-encontrado
                 open output extrato-banco-arq
                 close extrato-banco-arq
                 open input extrato-banco-arq
            end-if
            .

       1000-exit.
      *>===================================================================================
       2000-processamento section.
       2000.
            perform 2050-verificar-conciliacao
            if   ws-qtd-extrato-pendentes > zeros
                 exit section
            end-if
            perform 2100-consolidar-dias
            perform 2200-gravar-resumo-mes
            .
       2000-exit.
            exit.

      *>===================================================================================
      *>   2050-verificar-conciliacao: lançamentos do extrato bancário
      *>   do mês ainda Pendentes (mesma varredura por mês de
      *>   2100-consolidar-dias) - cada um vai para o log.
       2050-verificar-conciliacao section.
       2050.
            move zeros                               to ws-qtd-extrato-pendentes
            move ws-ano-mes-fechar                   to ebc-data (1:6)
            move zeros                               to ebc-data (7:2)
            move zeros                               to ebc-sequencia
            start extrato-banco-arq key is greater than or equal ebc-chave
                invalid key
                     set ws-extrato-eof              to true
            end-start

            perform until ws-extrato-eof
                read extrato-banco-arq next record
                    at end
                         set ws-extrato-eof           to true
                    not at end
                         if   ebc-data (1:6) not = ws-ano-mes-fechar
                              set ws-extrato-eof       to true
                         else
                              if   ebc-pendente
                                   add 1               to ws-qtd-extrato-pendentes
                                   display "Extrato pendente: " ebc-data "/" ebc-sequencia
                                           " " ebc-tipo " " ebc-valor " " ebc-historico
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-qtd-extrato-pendentes > zeros
                 display "FECHAMENTO RECUSADO: " ws-qtd-extrato-pendentes
                         " lancamento(s) do extrato bancario sem conciliacao no mes "
                         ws-ano-mes-fechar
                 move 8                              to return-code
            end-if
            .

       2050-exit.
            exit.

      *>===================================================================================
      *>   2100-consolidar-dias: soma os registros diários do mês
      *>   (posicionamento no primeiro dia do mês e varredura até virar o
      *>===================================================================================
       3000-finalizacao section.
       3000.
            close extrato-banco-arq
            if   ws-qtd-extrato-pendentes > zeros
                 close fechamento-dia-arq
                 close fechamento-mes-arq
                 exit section
            end-if
            display "Mes fechado..........: " ws-ano-mes-fechar
            display "Dias consolidados....: " ws-qtd-dias
            display "Pedidos incluidos....: " ws-qtd-incluidos
