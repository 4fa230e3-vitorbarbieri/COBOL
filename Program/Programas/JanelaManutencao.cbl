      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. JanelaManutencao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                JanelaManutencao
      *>            --------------------------------------------------------
      *>
      *>   Subprograma das janelas de manutenção (MANUTENCAO.DAT, mesmo
      *>   padrão de CALL de RegistraExcecao): toda a regra de quando o
      *>   sistema está em manutenção fica aqui, para que Login.cbl, o
      *>   menú, as telas, a CadeiaNoturna.cbl, a RestauraDados.cbl e a
      *>   tela do supervisor (Manutencao.cbl) enxerguem a mesma coisa.
      *>   Operações em ln-operacao:
      *>     V - verifica: ativa as janelas agendadas cujo início chegou,
      *>         encerra as agendadas cujo término previsto passou e
      *>         devolve se há janela ativa, o término previsto, a
      *>         mensagem para o operador e a próxima janela agendada;
      *>     I - inicia agora uma janela da origem informada (cadeia,
      *>         restauração ou emergência) com término previsto em
      *>         ln-horas-previstas; a cadeia ou a restauração que
      *>         recomeça depois de uma falha reaproveita a sua janela
      *>         ainda ativa em vez de abrir outra;
      *>     E - encerra a janela ln-cd-janela (fim do lote ou encerramento
      *>         antecipado pelo supervisor);
      *>     A - agenda uma janela de ln-data-hora-inicio até
      *>         ln-data-hora-fim-informada (validadas pelo chamador);
      *>     C - cancela a janela agendada ln-cd-janela.
      *>   Cada ativação é registrada em JOB-LOG.DAT, na data da ativação,
      *>   no primeiro passo livre entre 50 e 99 (os passos da cadeia são
      *>   1 a 10), com o nome "MANUTENCAO nnnnnnn": Executando enquanto
      *>   a janela está ativa, Ok com a hora do fim quando se encerra -
      *>   ConsultaJobs.cbl mostra as janelas junto com a cadeia.
      *>   Toda operação termina com a verificação, então o retorno
      *>   sempre reflete a situação depois dela.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select manutencao-arq assign     to "MANUTENCAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is man-cd-janela
                  file status                is ws-status-manutencao.
           select job-log-arq assign        to "JOB-LOG.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is job-chave
                  file status                is ws-status-job-log.

      *>===================================================================================
       data division.
       file section.
       fd  manutencao-arq.
       copy "MANUT.CPY".
       fd  job-log-arq.
       copy "JOBLOG.CPY".

      *>===================================================================================
       working-storage section.
      *>   Término previsto quando o chamador não informa as horas.
       78  ws-horas-padrao                            value 4.
      *>   Faixa de passos do JOB-LOG.DAT reservada às janelas.
       78  ws-passo-manutencao-inicial                value 50.
       78  ws-passo-manutencao-final                  value 99.

       01  ws-controle-arquivos.
           03 ws-status-manutencao                  pic x(02)       value "00".
              88 ws-manutencao-ok                                   value "00".
              88 ws-manutencao-nao-encontrado                       value "23" "35".
           03 ws-status-job-log                      pic x(02)       value "00".
              88 ws-job-log-ok                                      value "00".
              88 ws-job-log-nao-encontrado                          value "23" "35".

       01  ws-data-hora-agora                         pic 9(14)       value zeros.
       01  ws-ragora redefines ws-data-hora-agora.
           03 ws-agora-data                          pic 9(08).
           03 ws-agora-hora                          pic 9(02).
           03 ws-agora-minuto                        pic 9(02).
           03 ws-agora-segundo                       pic 9(02).

       01  ws-data-hora-fim-calculada                  pic 9(14)       value zeros.
       01  ws-rfim-calculada redefines ws-data-hora-fim-calculada.
           03 ws-fim-data                            pic 9(08).
           03 ws-fim-hora                            pic 9(02).
           03 ws-fim-minuto                          pic 9(02).
           03 ws-fim-segundo                         pic 9(02).

       01  ws-horas-janela                            pic 9(02)       value zeros.
       01  ws-minutos-janela                          pic 9(07)       value zeros.
       01  ws-dias-janela                             pic 9(05)       value zeros.
       01  ws-minutos-resto                           pic 9(05)       value zeros.

       01  ws-ind-fim-manutencao                      pic x(01)       value "N".
          88 ws-manutencao-eof                                       value "S".
       01  ws-cd-janela-mesma-origem                   pic 9(07)       value zeros.
       01  ws-motivo-ativo                            pic x(60)       value spaces.
       01  ws-passo-idx                               pic 9(03)       value zeros.
       01  ws-passo-livre                             pic 9(02)       value zeros.
       01  ws-fim-prevista-formatada                   pic x(16)       value spaces.

       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>===================================================================================
       linkage section.
       01  ws-parametros-manutencao.
           03 ln-operacao                           pic x(01).
              88 ln-verificar                                       value "V".
              88 ln-iniciar                                         value "I".
              88 ln-encerrar                                        value "E".
              88 ln-agendar                                         value "A".
              88 ln-cancelar                                        value "C".
           03 ln-origem                             pic x(01).
           03 ln-operador                           pic x(10).
           03 ln-motivo                             pic x(60).
           03 ln-horas-previstas                     pic 9(02).
           03 ln-data-hora-inicio                    pic 9(14).
           03 ln-data-hora-fim-informada              pic 9(14).
           03 ln-cd-janela                          pic 9(07).
      *>   Retorno (preenchido em todas as operações).
           03 ln-ind-ativa                          pic x(01).
              88 ln-manutencao-ativa                                value "S".
           03 ln-data-hora-fim-prevista               pic 9(14).
           03 ln-mensagem                           pic x(120).
           03 ln-proxima-inicio                      pic 9(14).
           03 ln-proxima-fim-prevista                 pic 9(14).

      *>===================================================================================
       procedure division using ws-parametros-manutencao.

      *>===================================================================================
       0000-controle section.
       0000.
            move function current-date (1:14)         to ws-data-hora-agora
            perform 1100-abrir-arquivos
            evaluate true
                when ln-iniciar
                     perform 2200-iniciar-janela
                when ln-encerrar
                     perform 2300-encerrar-janela
                when ln-agendar
                     perform 2400-agendar-janela
                when ln-cancelar
                     perform 2500-cancelar-janela
                when other
                     continue
            end-evaluate
            perform 2100-verificar-janelas
            perform 3000-fechar-arquivos
            .
       0000-saida.
           goback.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o manutencao-arq
            if   ws-manutencao-nao-encontrado
                 open output manutencao-arq
                 close manutencao-arq
                 open i-o manutencao-arq
            end-if
            open i-o job-log-arq
            if   ws-job-log-nao-encontrado
                 open output job-log-arq
                 close job-log-arq
                 open i-o job-log-arq
            end-if
            .
       1100-exit.
            exit.

      *>===================================================================================
      *>   2100-verificar-janelas: passa por todas as janelas (o arquivo é
      *>   pequeno) aplicando as viradas de situação pelo relógio e
      *>   montando o retorno.
       2100-verificar-janelas section.
       2100.
            move "N"                                 to ln-ind-ativa
            move zeros                               to ln-data-hora-fim-prevista
            move spaces                              to ln-mensagem
            move zeros                               to ln-proxima-inicio
            move zeros                               to ln-proxima-fim-prevista
            move zeros                               to ws-cd-janela-mesma-origem
            move spaces                              to ws-motivo-ativo

            move "N"                                 to ws-ind-fim-manutencao
            move zeros                               to man-cd-janela
            start manutencao-arq key is greater than or equal man-cd-janela
                invalid key
                     set ws-manutencao-eof            to true
            end-start
            perform until ws-manutencao-eof
                read manutencao-arq next record
                    at end
                         set ws-manutencao-eof         to true
                    not at end
                         perform 2110-avaliar-janela
                end-read
            end-perform

            if   ln-manutencao-ativa
                 perform 2150-montar-mensagem
            end-if
            .
       2100-exit.
            exit.

      *>===================================================================================
      *>   2110-avaliar-janela: a agendada começa sozinha no início e
      *>   termina sozinha no término previsto (se ninguém consultou o
      *>   sistema durante a janela, ela é só encerrada); as da cadeia,
      *>   da restauração e de emergência ficam ativas até o encerramento.
       2110-avaliar-janela section.
       2110.
            evaluate true
                when man-agendada
                and  man-data-hora-fim-prevista <= ws-data-hora-agora
                     set  man-encerrada               to true
                     move man-data-hora-fim-prevista   to man-data-hora-fim
                     move "SISTEMA"                   to man-operador-encerramento
                     perform 2190-regravar-janela
                when man-agendada
                and  man-data-hora-inicio <= ws-data-hora-agora
                     set  man-ativa                   to true
                     perform 2600-registrar-ativacao
                     perform 2190-regravar-janela
                when man-ativa
                and  man-origem-agendada
                and  man-data-hora-fim-prevista <= ws-data-hora-agora
                     set  man-encerrada               to true
                     move ws-data-hora-agora           to man-data-hora-fim
                     move "SISTEMA"                   to man-operador-encerramento
                     perform 2700-registrar-encerramento
                     perform 2190-regravar-janela
                when other
                     continue
            end-evaluate

            if   man-ativa
                 set  ln-manutencao-ativa             to true
                 if   man-data-hora-fim-prevista > ln-data-hora-fim-prevista
                      move man-data-hora-fim-prevista  to ln-data-hora-fim-prevista
                 end-if
                 if   ws-motivo-ativo = spaces
                      move man-motivo                  to ws-motivo-ativo
                 end-if
                 if   man-origem = ln-origem
                      move man-cd-janela               to ws-cd-janela-mesma-origem
                 end-if
            end-if

            if   man-agendada
                 if   ln-proxima-inicio = zeros
                 or   man-data-hora-inicio < ln-proxima-inicio
                      move man-data-hora-inicio        to ln-proxima-inicio
                      move man-data-hora-fim-prevista  to ln-proxima-fim-prevista
                 end-if
            end-if
            .
       2110-exit.
            exit.

      *>===================================================================================
      *>   2150-montar-mensagem: a mensagem que o login e as telas exibem
      *>   no lugar da gravação (o motivo vai por último porque é o que
      *>   pode ser cortado).
       2150-montar-mensagem section.
       2150.
            move ln-data-hora-fim-prevista (7:2)       to ws-fim-prevista-formatada (1:2)
            move "/"                                 to ws-fim-prevista-formatada (3:1)
            move ln-data-hora-fim-prevista (5:2)       to ws-fim-prevista-formatada (4:2)
            move "/"                                 to ws-fim-prevista-formatada (6:1)
            move ln-data-hora-fim-prevista (1:4)       to ws-fim-prevista-formatada (7:4)
            move " "                                 to ws-fim-prevista-formatada (11:1)
            move ln-data-hora-fim-prevista (9:2)       to ws-fim-prevista-formatada (12:2)
            move ":"                                 to ws-fim-prevista-formatada (14:1)
            move ln-data-hora-fim-prevista (11:2)      to ws-fim-prevista-formatada (15:2)
            move spaces                              to ln-mensagem
            string "Sistema em manutencao ate " ws-fim-prevista-formatada
                   " (previsao) - somente consulta. "
                   ws-motivo-ativo
                   delimited by size into ln-mensagem
            .
       2150-exit.
            exit.

      *>===================================================================================
       2190-regravar-janela section.
       2190.
            rewrite reg-manutencao
                invalid key
                     continue
            end-rewrite
            .
       2190-exit.
            exit.

      *>===================================================================================
      *>   2200-iniciar-janela: abre a janela da cadeia, da restauração ou
      *>   de emergência a partir de agora. Se a mesma origem já tem uma
      *>   janela ativa (cadeia que parou em falha e está sendo rodada de
      *>   novo), ela só ganha o novo término previsto.
       2200-iniciar-janela section.
       2200.
            perform 2100-verificar-janelas
            perform 2800-calcular-fim-prevista

            if   ws-cd-janela-mesma-origem not = zeros
            and  ln-origem not = "E"
                 move ws-cd-janela-mesma-origem       to man-cd-janela
                 read manutencao-arq
                     key is man-cd-janela
                     invalid key
                          continue
                     not invalid key
                          move ws-data-hora-fim-calculada to man-data-hora-fim-prevista
                          perform 2190-regravar-janela
                          move man-cd-janela           to ln-cd-janela
                 end-read
                 exit section
            end-if

            move "MANUTENCAO"                        to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-manutencao
            move ws-seq-numero-gerado                 to man-cd-janela
            move ln-origem                           to man-origem
            set  man-ativa                           to true
            move ws-data-hora-agora                   to man-data-hora-inicio
            move ws-data-hora-fim-calculada            to man-data-hora-fim-prevista
            move zeros                               to man-data-hora-fim
            move ln-motivo                           to man-motivo
            move ln-operador                         to man-operador
            move spaces                              to man-operador-encerramento
            perform 2600-registrar-ativacao
            write reg-manutencao
                invalid key
                     move zeros                       to ln-cd-janela
                not invalid key
                     move man-cd-janela               to ln-cd-janela
            end-write
            .
       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-encerrar-janela: encerra a janela ativa informada; já
      *>   encerrada (o supervisor encerrou antes do fim do lote) não
      *>   muda nada.
       2300-encerrar-janela section.
       2300.
            move ln-cd-janela                        to man-cd-janela
            read manutencao-arq
                key is man-cd-janela
                invalid key
                     exit section
            end-read
            if   not man-ativa
                 exit section
            end-if
            set  man-encerrada                       to true
            move ws-data-hora-agora                   to man-data-hora-fim
            move ln-operador                         to man-operador-encerramento
            perform 2700-registrar-encerramento
            perform 2190-regravar-janela
            .
       2300-exit.
            exit.

      *>===================================================================================
       2400-agendar-janela section.
       2400.
            move "MANUTENCAO"                        to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-manutencao
            move ws-seq-numero-gerado                 to man-cd-janela
            set  man-origem-agendada                 to true
            set  man-agendada                        to true
            move ln-data-hora-inicio                  to man-data-hora-inicio
            move ln-data-hora-fim-informada            to man-data-hora-fim-prevista
            move zeros                               to man-data-hora-fim
            move ln-motivo                           to man-motivo
            move ln-operador                         to man-operador
            move spaces                              to man-operador-encerramento
            move zeros                               to man-job-data
            move zeros                               to man-job-passo
            write reg-manutencao
                invalid key
                     move zeros                       to ln-cd-janela
                not invalid key
                     move man-cd-janela               to ln-cd-janela
            end-write
            .
       2400-exit.
            exit.

      *>===================================================================================
       2500-cancelar-janela section.
       2500.
            move ln-cd-janela                        to man-cd-janela
            read manutencao-arq
                key is man-cd-janela
                invalid key
                     exit section
            end-read
            if   not man-agendada
                 exit section
            end-if
            set  man-cancelada                       to true
            move ws-data-hora-agora                   to man-data-hora-fim
            move ln-operador                         to man-operador-encerramento
            perform 2190-regravar-janela
            .
       2500-exit.
            exit.

      *>===================================================================================
      *>   2600-registrar-ativacao: grava a ativação no primeiro passo
      *>   livre da faixa das janelas no JOB-LOG.DAT do dia. Faixa cheia
      *>   deixa a janela sem registro, mas não impede a ativação.
       2600-registrar-ativacao section.
       2600.
            move zeros                               to man-job-data
            move zeros                               to man-job-passo
            move zeros                               to ws-passo-livre
            perform varying ws-passo-idx from ws-passo-manutencao-inicial by 1
                    until ws-passo-idx > ws-passo-manutencao-final
                    or ws-passo-livre not = zeros
                move ws-agora-data                   to job-data
                move ws-passo-idx                    to job-passo
                read job-log-arq
                    key is job-chave
                    invalid key
                         move ws-passo-idx            to ws-passo-livre
                end-read
            end-perform
            if   ws-passo-livre = zeros
                 exit section
            end-if

            initialize reg-job-log
            move ws-agora-data                       to job-data
            move ws-passo-livre                      to job-passo
            string "MANUTENCAO " man-cd-janela
                   delimited by size into job-nome
            set  job-executando                      to true
            move ws-data-hora-agora                   to job-data-hora-inicio
            move zeros                               to job-data-hora-fim
            move zeros                               to job-retorno
            write reg-job-log
                invalid key
                     continue
                not invalid key
                     move job-data                    to man-job-data
                     move job-passo                   to man-job-passo
            end-write
            .
       2600-exit.
            exit.

      *>===================================================================================
       2700-registrar-encerramento section.
       2700.
            if   man-job-data = zeros
                 exit section
            end-if
            move man-job-data                        to job-data
            move man-job-passo                        to job-passo
            read job-log-arq
                key is job-chave
                invalid key
                     continue
                not invalid key
                     set  job-ok                      to true
                     move ws-data-hora-agora           to job-data-hora-fim
                     rewrite reg-job-log
                         invalid key
                              continue
                     end-rewrite
            end-read
            .
       2700-exit.
            exit.

      *>===================================================================================
      *>   2800-calcular-fim-prevista: agora mais ln-horas-previstas (ou
      *>   ws-horas-padrao), virando o dia quando for o caso.
       2800-calcular-fim-prevista section.
       2800.
            move ln-horas-previstas                   to ws-horas-janela
            if   ws-horas-janela = zeros
                 move ws-horas-padrao                 to ws-horas-janela
            end-if
            compute ws-minutos-janela = ws-agora-hora * 60 + ws-agora-minuto
                                      + ws-horas-janela * 60
            divide ws-minutos-janela by 1440 giving ws-dias-janela
                                          remainder ws-minutos-resto
            compute ws-fim-data =
                    function date-of-integer(
                    function integer-of-date(ws-agora-data) + ws-dias-janela)
            divide ws-minutos-resto by 60 giving ws-fim-hora
                                        remainder ws-fim-minuto
            move zeros                               to ws-fim-segundo
            .
       2800-exit.
            exit.

      *>===================================================================================
       3000-fechar-arquivos section.
       3000.
            close manutencao-arq
            close job-log-arq
            .
       3000-exit.
            exit.
