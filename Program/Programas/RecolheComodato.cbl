      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RecolheComodato.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                               RecolheComodato
      *>            --------------------------------------------------------
      *>
      *>   Subprograma de recolhimento dos equipamentos em comodato (mesmo
      *>   padrão de CALL de AtualizaDeposito): o chamador informa o
      *>   cliente que está sendo bloqueado, inativado, fundido em outro
      *>   ou expurgado, e cada contrato Vigente dele em COMODATO.DAT
      *>   (pela chave alternada cmd-cd-cliente) ainda sem recolhimento
      *>   marcado recebe a data e o motivo, com uma tarefa de
      *>   "Recolher equipamento" em CLI-TAREFA.DAT - no próprio cliente
      *>   ou, na fusão, no sobrevivente (ln-cd-cliente-tarefa). Devolve
      *>   quantos equipamentos o cliente tem e quantas tarefas foram
      *>   abertas, para o chamador avisar o operador. Com
      *>   ln-somente-consulta só conta (prévia de simulação) - nada é
      *>   gravado. Cliente.cbl, FusaoCliente.cbl e ExpurgoLgpd.cbl passam
      *>   por aqui.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select comodato-arq assign       to "COMODATO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmd-cd-contrato
                  alternate record key       is cmd-cd-cliente with duplicates
                  file status                is ws-status-comodato.
           select cli-tarefa-arq assign     to "CLI-TAREFA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is tar-chave
                  file status                is ws-status-cli-tarefa.

      *>===================================================================================
       data division.
       file section.
       fd  comodato-arq.
       copy "COMODATO.CPY".
       fd  cli-tarefa-arq.
       copy "CLITAR.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-comodato                    pic x(02)       value "00".
              88 ws-comodato-ok                                     value "00".
              88 ws-comodato-nao-encontrado                         value "23" "35".
           03 ws-status-cli-tarefa                   pic x(02)       value "00".
              88 ws-cli-tarefa-ok                                   value "00".
              88 ws-cli-tarefa-nao-encontrado                       value "23" "35".

       01  ws-ind-fim-comodato                        pic x(01)       value "N".
          88 ws-comodato-eof                                         value "S".
       01  ws-ind-tarefa-aberta                       pic x(01)       value "N".
          88 ws-tarefa-aberta                                        value "S".
       01  ws-cd-cliente-tarefa                       pic 9(05)       value zeros.
       01  ws-proxima-sequencia-tarefa                 pic 9(05)       value zeros.
       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-data-hoje-formatada                     pic x(10)       value spaces.

      *>===================================================================================
       linkage section.
       01  ws-parametros-recolhimento.
           03 ln-cd-cliente                          pic 9(05).
           03 ln-cd-cliente-tarefa                   pic 9(05).
           03 ln-motivo                             pic x(30).
           03 ln-operador                           pic x(10).
           03 ln-ind-somente-consulta                pic x(01).
              88 ln-somente-consulta                                value "S".
           03 ln-qtd-equipamentos                    pic 9(03).
           03 ln-qtd-tarefas                         pic 9(03).

      *>===================================================================================
       procedure division using ws-parametros-recolhimento.

      *>===================================================================================
       0000-controle section.
       0000.
            move zeros                               to ln-qtd-equipamentos
            move zeros                               to ln-qtd-tarefas
            move "N"                                 to ws-ind-tarefa-aberta
            perform 1100-abrir-arquivo
            if   ws-comodato-ok
                 perform 2100-varrer-contratos
                 close comodato-arq
            end-if
            if   ws-tarefa-aberta
                 close cli-tarefa-arq
            end-if
            .
       0000-saida.
           goback.

      *>===================================================================================
      *>   1100-abrir-arquivo: sem COMODATO.DAT não há equipamento a
      *>   recolher - o arquivo não é criado aqui.
       1100-abrir-arquivo section.
       1100.
            move function current-date (1:8)          to ws-data-hoje
            move ws-data-hoje (7:2)                   to ws-data-hoje-formatada (1:2)
            move "/"                                  to ws-data-hoje-formatada (3:1)
            move ws-data-hoje (5:2)                   to ws-data-hoje-formatada (4:2)
            move "/"                                  to ws-data-hoje-formatada (6:1)
            move ws-data-hoje (1:4)                   to ws-data-hoje-formatada (7:4)
            move ln-cd-cliente-tarefa                 to ws-cd-cliente-tarefa
            if   ws-cd-cliente-tarefa = zeros
                 move ln-cd-cliente                   to ws-cd-cliente-tarefa
            end-if

            if   ln-somente-consulta
                 open input comodato-arq
            else
                 open i-o comodato-arq
            end-if
            .
       1100-exit.
            exit.

      *>===================================================================================
       2100-varrer-contratos section.
       2100.
            move "N"                                 to ws-ind-fim-comodato
            move ln-cd-cliente                       to cmd-cd-cliente
            start comodato-arq key is greater than or equal cmd-cd-cliente
                invalid key
                     set ws-comodato-eof              to true
            end-start
            perform until ws-comodato-eof
                read comodato-arq next record
                    at end
                         set ws-comodato-eof           to true
                    not at end
                         if   cmd-cd-cliente not = ln-cd-cliente
                              set ws-comodato-eof       to true
                         else
                              if   cmd-vigente
                                   add 1                to ln-qtd-equipamentos
                                   if   not ln-somente-consulta
                                   and  cmd-data-recolhimento = zeros
                                        perform 2200-marcar-recolhimento
                                   end-if
                              end-if
                         end-if
                end-read
            end-perform
            .
       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-marcar-recolhimento: abre a tarefa de recolher (mesma
      *>   numeração de 2505-obter-proxima-sequencia-tarefa em
      *>   Cliente.cbl) e carimba o contrato. O contrato continua Vigente
      *>   até o equipamento voltar.
       2200-marcar-recolhimento section.
       2200.
            if   not ws-tarefa-aberta
                 open i-o cli-tarefa-arq
                 if   ws-cli-tarefa-nao-encontrado
                      open output cli-tarefa-arq
                      close cli-tarefa-arq
                      open i-o cli-tarefa-arq
                 end-if
                 set ws-tarefa-aberta                 to true
            end-if

            move zeros                               to ws-proxima-sequencia-tarefa
            move ws-cd-cliente-tarefa                to tar-cd-cliente
            move 99999                                to tar-sequencia
            start cli-tarefa-arq key is less than or equal tar-chave
                invalid key
                     continue
                not invalid key
                     read cli-tarefa-arq previous record
                         at end
                              continue
                         not at end
                              if   tar-cd-cliente = ws-cd-cliente-tarefa
                                   move tar-sequencia    to ws-proxima-sequencia-tarefa
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-tarefa

            move ws-cd-cliente-tarefa                to tar-cd-cliente
            move ws-proxima-sequencia-tarefa           to tar-sequencia
            move spaces                              to tar-descricao
            string "Recolher equip. patr. " cmd-nr-patrimonio " - "
                   ln-motivo
                   delimited by size into tar-descricao
            move ws-data-hoje-formatada               to tar-data-prevista
            move spaces                              to tar-data-conclusao
            set  tar-pendente                        to true
            move ln-operador                         to tar-operador
            move ws-data-hoje                        to tar-data-inclusao
            write reg-cli-tarefa
                invalid key
                     exit section
            end-write
            add 1                                    to ln-qtd-tarefas

            move ws-data-hoje                        to cmd-data-recolhimento
            move ln-motivo                           to cmd-motivo-recolhimento
            rewrite reg-comodato
                invalid key
                     continue
            end-rewrite
            .
       2200-exit.
            exit.
