      *>   responsável. Cliente que já tem tarefa de reativação pendente
      *>   não ganha outra. Ao final sai o resumo dos clientes
      *>   silenciosos, do maior para o menor valor histórico de compras.
      *>   Modo de simulação: com "SIMULA" na linha de comando (seguido ou
      *>   não da data de referência aaaammdd, que substitui hoje no
      *>   cálculo dos dias sem pedido) nenhuma tarefa é gravada - cada
      *>   cliente silencioso e o que a rotina faria com ele saem na
      *>   prévia gravada por GravaSimulacao.cbl e revisada em
      *>   MeusRelatorios.cbl.
      *>

      *>===================================================================================
           03 ws-total-tarefas-criadas               pic 9(05)       value zeros.
           03 ws-total-ja-com-tarefa                 pic 9(05)       value zeros.

      *>   Modo de simulação (linha de comando "SIMULA [aaaammdd]"): a
      *>   prévia é gravada pelo subprograma GravaSimulacao.
       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-ind-modo-simulacao                      pic x(01)       value "N".
          88 ws-modo-simulacao                                       value "S".
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
       1000-inicializacao section.
       1000.
            move function current-date (1:8)          to ws-data-hoje
            perform 1010-obter-modo-execucao
            compute ws-data-corte =
                    function date-of-integer(
                       function integer-of-date(ws-data-hoje)
                 close pedido-arq
                 open input pedido-arq
            end-if
            if   ws-modo-simulacao
                 open input cli-tarefa-arq
            else
                 open i-o cli-tarefa-arq
                 if   ws-cli-tarefa-nao-encontrado
                      open output cli-tarefa-arq
                      close cli-tarefa-arq
                      open i-o cli-tarefa-arq
                 end-if
            end-if

            move ws-data-hoje (7:2)                  to ws-data-prevista-formatada (1:2)
       1000-exit.
            exit.

      *>===================================================================================
      *>   1010-obter-modo-execucao: "SIMULA" na linha de comando liga o
      *>   modo de simulação; a data que vier depois (aaaammdd) passa a
      *>   ser o hoje da detecção. A prévia é aberta aqui.
       1010-obter-modo-execucao section.
       1010.
            accept ws-parametro-linha               from command-line
            if   ws-parametro-linha (1:6) not = "SIMULA"
                 exit section
            end-if
            set ws-modo-simulacao                    to true
            if   ws-parametro-linha (8:8) is numeric
            and  ws-parametro-linha (8:8) not = zeros
                 move ws-parametro-linha (8:8)        to ws-data-hoje
            end-if
            initialize ws-parametros-simulacao
            move "A"                                 to ws-sim-operacao
            move "ClientesSilentes"                  to ws-sim-programa
            move ws-data-hoje                        to ws-sim-data-referencia
            call "GravaSimulacao" using ws-parametros-simulacao
            .

       1010-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            else
                 perform 2300-criar-tarefa-reativacao
            end-if
            if   ws-modo-simulacao
                 perform 2350-simular-cliente
            end-if
            .

       2100-exit.
      *>   com o vendedor responsável identificado na descrição.
       2300-criar-tarefa-reativacao section.
       2300.
            if   ws-modo-simulacao
                 add 1                                to ws-total-tarefas-criadas
                 exit section
            end-if
            perform 2305-obter-proxima-seq-tarefa
            move ws-cd-cliente-atual                 to tar-cd-cliente
            move ws-proxima-sequencia-tarefa           to tar-sequencia
       2305-exit.
            exit.

      *>===================================================================================
      *>   2350-simular-cliente: a linha da prévia do cliente silencioso
      *>   - a tarefa que seria criada, ou a pendente que já existe.
       2350-simular-cliente section.
       2350.
            move ws-dias-sem-pedido                  to ws-dias-exibicao
            move spaces                              to ws-sim-linha
            if   ws-ja-tem-reativacao
                 string "Cliente " cli-cd-cliente
                        " " cli-razao-social
                        " - " ws-dias-exibicao " dias sem pedido"
                        " - ja tem reativacao pendente, nada a fazer"
                        delimited by size into ws-sim-linha
            else
                 string "Cliente " cli-cd-cliente
                        " " cli-razao-social
                        " - " ws-dias-exibicao " dias sem pedido"
                        " - TAREFA de reativacao para o vendedor "
                        cli-cd-vendedor
                        delimited by size into ws-sim-linha
            end-if
            move "L"                                 to ws-sim-operacao
            call "GravaSimulacao" using ws-parametros-simulacao
            .

       2350-exit.
            exit.

      *>===================================================================================
      *>   2400-ordenar-por-valor: ordena o resumo do maior para o menor
      *>   valor histórico de compras.
            display "Silenciosos............: " ws-total-silentes
            display "Tarefas criadas........: " ws-total-tarefas-criadas
            display "Ja tinham reativacao...: " ws-total-ja-com-tarefa
            if   ws-modo-simulacao
                 move spaces                          to ws-sim-linha
                 string "Clientes ativos: " ws-total-ativos
                        " - silenciosos: " ws-total-silentes
                        " - tarefas que seriam criadas: " ws-total-tarefas-criadas
                        " - ja tinham reativacao: " ws-total-ja-com-tarefa
                        delimited by size into ws-sim-linha
                 move "L"                             to ws-sim-operacao
                 call "GravaSimulacao" using ws-parametros-simulacao
                 move "F"                             to ws-sim-operacao
                 call "GravaSimulacao" using ws-parametros-simulacao
            end-if
            close cliente-arq
            close pedido-arq
            close cli-tarefa-arq
