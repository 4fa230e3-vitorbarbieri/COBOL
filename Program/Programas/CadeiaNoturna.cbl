      *>   disparados um a um na mão, na ordem certa por disciplina:
      *>     1 FechamentoDia   2 BackupDados       3 PurgaSessao
      *>     4 ClientesSilentes 5 VerificaIntegridade 6 ExpurgoLgpd
      *>     7 GeraDespesas    8 GeraPedidoProgramado
      *>     9 ExportaEcommerce 10 EnviaMensagens
      *>   Cada passo é disparado via CALL "SYSTEM" e registrado em
      *>   JOB-LOG.DAT (início, fim, situação, código de retorno). Passo
      *>   com retorno diferente de zero marca Falha e PARA a cadeia;
      *>   que falhou - é o que impede o FechamentoDia de rodar duas
      *>   vezes depois de um backup quebrado. A tela da manhã é
      *>   ConsultaJobs.cbl.
      *>   Janela de manutenção: a cadeia real abre uma janela (origem
      *>   cadeia, JanelaManutencao.cbl) antes do primeiro passo, o que
      *>   recusa logins e gravações nas telas enquanto ela roda, e a
      *>   encerra no fim. Cadeia PARADA deixa a janela ativa - os dados
      *>   podem estar no meio do caminho - até rodar de novo com sucesso
      *>   ou o supervisor encerrá-la em Manutencao.cbl.
      *>   Simulação: com "SIMULA aaaammdd" na linha de comando (data
      *>   vazia assume hoje) a cadeia inteira roda como prévia daquela
      *>   data - cada passo que tem modo de simulação (hoje
      *>   ClientesSilentes e ExpurgoLgpd) é disparado com "SIMULA
      *>   aaaammdd" e grava a sua prévia para MeusRelatorios.cbl; os
      *>   demais passos só alteram dados e NÃO são executados, apenas
      *>   listados. JOB-LOG.DAT não é tocado, então a cadeia real do dia
      *>   não é afetada.
      *>

      *>===================================================================================

      *>===================================================================================
       working-storage section.
       78  ws-qtd-passos                              value 10.
      *>   Término previsto da janela de manutenção aberta pela cadeia.
       78  ws-horas-previstas-cadeia                  value 3.

       01  ws-controle-arquivos.
           03 ws-status-job-log                      pic x(02)       value "00".
              05 filler                              pic x(20)       value "ClientesSilentes".
              05 filler                              pic x(20)       value "VerificaIntegridade".
              05 filler                              pic x(20)       value "ExpurgoLgpd".
              05 filler                              pic x(20)       value "GeraDespesas".
              05 filler                              pic x(20)       value "GeraPedidoProgramado".
              05 filler                              pic x(20)       value "ExportaEcommerce".
              05 filler                              pic x(20)       value "EnviaMensagens".
           03 ws-rcadeia redefines ws-cadeia-nomes.
              05 ws-cadeia-passo occurs 10 times.
                 07 ws-cadeia-nome                   pic x(20).

      *>   Passos que aceitam o modo de simulação, na mesma ordem da
      *>   tabela acima.
       01  ws-tabela-simulacao.
           03 ws-simulacao-passos                    pic x(10)       value "NNNSNSNNNN".
           03 ws-rsimulacao redefines ws-simulacao-passos.
              05 ws-passo-simula                      pic x(01) occurs 10 times.

       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-ind-modo-simulacao                      pic x(01)       value "N".
          88 ws-modo-simulacao                                       value "S".
       01  ws-data-simulacao                         pic 9(08)       value zeros.

       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-passo-idx                              pic 9(02)       value zeros.
       01  ws-comando-sistema                         pic x(40)       value spaces.
       01  ws-ind-cadeia-parada                       pic x(01)       value "N".
          88 ws-cadeia-parada                                        value "S".
       01  ws-ind-passo-ja-ok                         pic x(01)       value "N".
          88 ws-passo-ja-ok                                          value "S".

      *>   Janela de manutenção (CALL para JanelaManutencao).
       01  ws-parametros-manutencao.
           03 ws-jan-operacao                        pic x(01)       value spaces.
           03 ws-jan-origem                          pic x(01)       value spaces.
           03 ws-jan-operador                        pic x(10)       value spaces.
           03 ws-jan-motivo                          pic x(60)       value spaces.
           03 ws-jan-horas-previstas                  pic 9(02)       value zeros.
           03 ws-jan-data-hora-inicio                 pic 9(14)       value zeros.
           03 ws-jan-data-hora-fim-informada           pic 9(14)       value zeros.
           03 ws-jan-cd-janela                       pic 9(07)       value zeros.
           03 ws-jan-ind-ativa                       pic x(01)       value "N".
              88 ws-jan-manutencao-ativa                            value "S".
           03 ws-jan-data-hora-fim-prevista            pic 9(14)       value zeros.
           03 ws-jan-mensagem                        pic x(120)      value spaces.
           03 ws-jan-proxima-inicio                   pic 9(14)       value zeros.
           03 ws-jan-proxima-fim-prevista              pic 9(14)       value zeros.

       01  ws-totais-cadeia.
           03 ws-total-executados                    pic 9(02)       value zeros.
           03 ws-total-pulados                       pic 9(02)       value zeros.
           03 ws-total-simulados                     pic 9(02)       value zeros.
           03 ws-total-nao-simulados                 pic 9(02)       value zeros.

      *>===================================================================================
       procedure division.
       1000-inicializacao section.
       1000.
            move function current-date (1:8)          to ws-data-hoje
            accept ws-parametro-linha               from command-line
            if   ws-parametro-linha (1:6) = "SIMULA"
                 set ws-modo-simulacao               to true
                 move ws-data-hoje                   to ws-data-simulacao
                 if   ws-parametro-linha (8:8) is numeric
                 and  ws-parametro-linha (8:8) not = zeros
                      move ws-parametro-linha (8:8)   to ws-data-simulacao
                 end-if
                 display "SIMULACAO da cadeia para " ws-data-simulacao
                         " - nenhum arquivo de dados e alterado"
                 exit section
            end-if
            move "I"                                 to ws-jan-operacao
            move "C"                                 to ws-jan-origem
            move "SISTEMA"                           to ws-jan-operador
            move "Cadeia noturna em execucao."       to ws-jan-motivo
            move ws-horas-previstas-cadeia            to ws-jan-horas-previstas
            call "JanelaManutencao" using ws-parametros-manutencao
            display "Janela de manutencao " ws-jan-cd-janela
                    " ativa - logins e gravacoes bloqueados"
            open i-o job-log-arq
            if   ws-job-log-nao-encontrado
                 open output job-log-arq
      *>   para a cadeia.
       2100-executar-passo section.
       2100.
            if   ws-modo-simulacao
                 perform 2200-simular-passo
                 exit section
            end-if
            perform 2110-verificar-passo-ok
            if   ws-passo-ja-ok
                 add 1                                to ws-total-pulados
       2150-exit.
            exit.

      *>===================================================================================
      *>   2200-simular-passo: o passo com modo de simulação roda com
      *>   "SIMULA aaaammdd"; o que não tem só é listado. Retorno diferente
      *>   de zero é avisado mas não para a prévia - nada foi alterado.
       2200-simular-passo section.
       2200.
            if   ws-passo-simula(ws-passo-idx) not = "S"
                 add 1                                to ws-total-nao-simulados
                 display "NAO SIMULADO passo " ws-passo-idx " "
                         ws-cadeia-nome(ws-passo-idx)
                         " (sem modo de simulacao - nao executado)"
                 exit section
            end-if

            display "SIMULA  passo " ws-passo-idx " "
                    ws-cadeia-nome(ws-passo-idx)
            move spaces                              to ws-comando-sistema
            string ws-cadeia-nome(ws-passo-idx) delimited by space
                   " SIMULA " ws-data-simulacao
                   delimited by size into ws-comando-sistema
            move zeros                               to return-code
            call "SYSTEM" using ws-comando-sistema
            if   return-code = zeros
                 add 1                               to ws-total-simulados
                 display "OK      passo " ws-passo-idx " "
                         ws-cadeia-nome(ws-passo-idx)
                         " - previa em Meus Relatorios"
            else
                 display "FALHA   passo " ws-passo-idx " "
                         ws-cadeia-nome(ws-passo-idx)
                         " retorno " return-code
                         " na simulacao"
            end-if
            move zeros                               to return-code
            .

       2200-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            if   ws-modo-simulacao
                 display "Passos simulados.......: " ws-total-simulados
                 display "Passos nao simulados...: " ws-total-nao-simulados
                 display "Simulacao da cadeia concluida."
                 exit section
            end-if
            display "Passos executados......: " ws-total-executados
            display "Passos pulados (ja Ok).: " ws-total-pulados
            close job-log-arq
            if   ws-cadeia-parada
                 display "CADEIA PARADA - veja o passo em Falha em ConsultaJobs"
                 display "Janela de manutencao " ws-jan-cd-janela
                         " continua ativa (encerrar em Manutencao)"
            else
                 move "E"                            to ws-jan-operacao
                 move "SISTEMA"                      to ws-jan-operador
                 call "JanelaManutencao" using ws-parametros-manutencao
                 display "Janela de manutencao " ws-jan-cd-janela
                         " encerrada."
                 display "Cadeia concluida."
            end-if
            .

       3000-exit.
