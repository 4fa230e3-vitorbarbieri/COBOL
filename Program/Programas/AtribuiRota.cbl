      *>   e sai no log para o despachante revisar. A tela de Cliente.cbl
      *>   faz o mesmo vínculo no Salvar; este lote refaz a base inteira
      *>   depois de redesenhar as faixas.
      *>   Modo de simulação: com "SIMULA" na linha de comando nenhum
      *>   cliente é regravado - cada vínculo que mudaria (rota anterior e
      *>   nova) e cada cliente sem faixa saem na prévia gravada por
      *>   GravaSimulacao.cbl e revisada em MeusRelatorios.cbl.
      *>

      *>===================================================================================
           03 ws-total-sem-rota                      pic 9(05)       value zeros.
           03 ws-total-inalterados                   pic 9(05)       value zeros.

      *>   Modo de simulação (linha de comando "SIMULA [aaaammdd]"): a
      *>   prévia é gravada pelo subprograma GravaSimulacao.
       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-ind-modo-simulacao                      pic x(01)       value "N".
          88 ws-modo-simulacao                                       value "S".
       01  ws-data-referencia                        pic 9(08)       value zeros.
       01  ws-parametros-simulacao.
           03 ws-sim-operacao                       pic x(01)       value spaces.
           03 ws-sim-programa                       pic x(20)       value spaces.
           03 ws-sim-data-referencia                pic 9(08)       value zeros.
           03 ws-sim-linha                          pic x(132)      value spaces.
           03 ws-sim-id-relatorio                    pic 9(07)       value zeros.
           03 ws-sim-arquivo                        pic x(30)       value spaces.

      *>===================================================================================
       procedure division.
       0000-controle section.
      *>===================================================================================
       1000-inicializacao section.
       1000.
            perform 1010-obter-modo-execucao
            if   ws-modo-simulacao
                 open input cliente-arq
                 open input rota-arq
                 exit section
            end-if
            open i-o cliente-arq
            open input rota-arq
            if   ws-rota-nao-encontrada
       1000-exit.
            exit.

      *>===================================================================================
      *>   1010-obter-modo-execucao: "SIMULA" na linha de comando liga o
      *>   modo de simulação (a data que vier depois, aaaammdd, só
      *>   identifica a prévia - o vínculo não depende de data). A prévia
      *>   é aberta aqui.
       1010-obter-modo-execucao section.
       1010.
            move function current-date (1:8)          to ws-data-referencia
            accept ws-parametro-linha               from command-line
            if   ws-parametro-linha (1:6) not = "SIMULA"
                 exit section
            end-if
            set ws-modo-simulacao                    to true
            if   ws-parametro-linha (8:8) is numeric
            and  ws-parametro-linha (8:8) not = zeros
                 move ws-parametro-linha (8:8)        to ws-data-referencia
            end-if
            initialize ws-parametros-simulacao
            move "A"                                 to ws-sim-operacao
            move "AtribuiRota"                       to ws-sim-programa
            move ws-data-referencia                  to ws-sim-data-referencia
            call "GravaSimulacao" using ws-parametros-simulacao
            .

       1010-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 2200-procurar-rota-por-cep
            if   not ws-rota-achada
                 add 1                                to ws-total-sem-rota
                 if   ws-modo-simulacao
                      move spaces                     to ws-sim-linha
                      if   cli-cd-rota not = zeros
                           string "Cliente " cli-cd-cliente
                                  " CEP " cli-cep
                                  " - SEM ROTA que cubra o CEP (rota atual "
                                  cli-cd-rota " passaria a zero)"
                                  delimited by size into ws-sim-linha
                      else
                           string "Cliente " cli-cd-cliente
                                  " CEP " cli-cep
                                  " - SEM ROTA que cubra o CEP"
                                  delimited by size into ws-sim-linha
                      end-if
                      perform 2900-escrever-simulacao
                 else
                      if   cli-cd-rota not = zeros
                           move zeros                 to cli-cd-rota
                           rewrite reg-cliente
                               invalid key
                                    continue
                           end-rewrite
                      end-if
                 end-if
                 display "SEM ROTA cliente " cli-cd-cliente
                         " CEP " cli-cep
                 exit section
            end-if

            if   ws-modo-simulacao
                 move spaces                          to ws-sim-linha
                 string "Cliente " cli-cd-cliente
                        " CEP " cli-cep
                        " - rota " cli-cd-rota
                        " passa a " ws-cd-rota-achada
                        delimited by size into ws-sim-linha
                 perform 2900-escrever-simulacao
                 add 1                                to ws-total-vinculados
                 exit section
            end-if

            move ws-cd-rota-achada                   to cli-cd-rota
            rewrite reg-cliente
                invalid key
       2200-exit.
            exit.

      *>===================================================================================
      *>   2900-escrever-simulacao: uma linha da prévia (ws-sim-linha).
       2900-escrever-simulacao section.
       2900.
            move "L"                                 to ws-sim-operacao
            call "GravaSimulacao" using ws-parametros-simulacao
            move spaces                              to ws-sim-linha
            .

       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Vinculos atualizados...: " ws-total-vinculados
            display "Sem rota (faixa).......: " ws-total-sem-rota
            display "Ja corretos............: " ws-total-inalterados
            if   ws-modo-simulacao
                 move spaces                          to ws-sim-linha
                 perform 2900-escrever-simulacao
                 move spaces                          to ws-sim-linha
                 string "Clientes avaliados: " ws-total-clientes
                        " - vinculos que mudariam: " ws-total-vinculados
                        " - sem rota: " ws-total-sem-rota
                        " - ja corretos: " ws-total-inalterados
                        delimited by size into ws-sim-linha
                 perform 2900-escrever-simulacao
                 move "F"                             to ws-sim-operacao
                 call "GravaSimulacao" using ws-parametros-simulacao
            end-if
            close cliente-arq
            close rota-arq
            .
