      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. GravaSimulacao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                 GravaSimulacao
      *>            --------------------------------------------------------
      *>
      *>   Subprograma da prévia das rotinas em lote rodadas em modo de
      *>   simulação (mesmo padrão de CALL de EnfileiraMensagem): em vez
      *>   de alterar os arquivos, o lote descreve aqui, cliente a
      *>   cliente, o que faria. Três operações em ln-operacao:
      *>     A - abre a prévia: numera o pedido pela série RELFILA, abre
      *>         o spool SPOOL-REL-nnnnnnn.TXT (mesmo nome dos relatórios
      *>         de GeraRelatorios.cbl), grava o cabeçalho e registra o
      *>         pedido em REL-FILA.DAT como Executando, tipo S;
      *>     L - grava ln-linha no spool;
      *>     F - fecha o spool e marca o pedido Concluído, para a revisão
      *>         em MeusRelatorios.cbl.
      *>   O spool fica aberto entre as chamadas (o subprograma não é
      *>   cancelado pelo lote). Spool que não abre deixa ln-id-relatorio
      *>   zerado e as linhas seguintes são ignoradas - a simulação nunca
      *>   passa a alterar os arquivos por causa disso.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select rel-fila-arq assign       to "REL-FILA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rfi-id
                  file status                is ws-status-rel-fila.
           select spool-arq assign          to ws-nome-spool
                  organization               is line sequential
                  file status                is ws-status-spool.

      *>===================================================================================
       data division.
       file section.
       fd  rel-fila-arq.
       copy "RELFILA.CPY".
       fd  spool-arq.
       01  reg-spool                                pic x(132).

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-rel-fila                     pic x(02)       value "00".
              88 ws-rel-fila-ok                                     value "00".
              88 ws-rel-fila-nao-encontrado                         value "23" "35".
           03 ws-status-spool                       pic x(02)       value "00".
              88 ws-spool-ok                                        value "00".

      *>   Nome do arquivo de spool da prévia corrente (ASSIGN dinâmico).
       01  ws-nome-spool                             pic x(30)       value spaces.
       01  ws-ind-spool-aberto                        pic x(01)       value "N".
          88 ws-spool-aberto                                         value "S".
       01  ws-id-simulacao                           pic 9(07)       value zeros.
       01  ws-linha-spool                            pic x(132)      value spaces.
       01  ws-data-referencia-formatada               pic x(10)       value spaces.

       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>===================================================================================
       linkage section.
       01  ws-parametros-simulacao.
           03 ln-operacao                           pic x(01).
              88 ln-abrir                                           value "A".
              88 ln-escrever-linha                                  value "L".
              88 ln-fechar                                          value "F".
           03 ln-programa                           pic x(20).
           03 ln-data-referencia                    pic 9(08).
           03 ln-linha                              pic x(132).
           03 ln-id-relatorio                        pic 9(07).
           03 ln-arquivo                            pic x(30).

      *>===================================================================================
       procedure division using ws-parametros-simulacao.

      *>===================================================================================
       0000-controle section.
       0000.
            evaluate true
                when ln-abrir
                     perform 2100-abrir-simulacao
                when ln-escrever-linha
                     perform 2200-escrever-linha
                when ln-fechar
                     perform 2300-fechar-simulacao
                when other
                     continue
            end-evaluate
            .
       0000-saida.
           goback.

      *>===================================================================================
      *>   2100-abrir-simulacao: numera, abre o spool com o cabeçalho da
      *>   prévia e registra o pedido na fila de relatórios.
       2100-abrir-simulacao section.
       2100.
            move zeros                               to ln-id-relatorio
            move spaces                              to ln-arquivo
            if   ws-spool-aberto
                 exit section
            end-if

            move "RELFILA"                           to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-id-simulacao

            move spaces                              to ws-nome-spool
            string "SPOOL-REL-" ws-id-simulacao ".TXT"
                   delimited by size into ws-nome-spool
            open output spool-arq
            if   not ws-spool-ok
                 display "FALHA ao abrir o spool da simulacao " ws-nome-spool
                 exit section
            end-if
            set ws-spool-aberto                      to true
            move ws-id-simulacao                     to ln-id-relatorio
            move ws-nome-spool                       to ln-arquivo

            move ln-data-referencia (7:2)            to ws-data-referencia-formatada (1:2)
            move "/"                                 to ws-data-referencia-formatada (3:1)
            move ln-data-referencia (5:2)            to ws-data-referencia-formatada (4:2)
            move "/"                                 to ws-data-referencia-formatada (6:1)
            move ln-data-referencia (1:4)            to ws-data-referencia-formatada (7:4)
            move spaces                              to ws-linha-spool
            string "SIMULACAO - " ln-programa
                   " - data de referencia " ws-data-referencia-formatada
                   delimited by size into ws-linha-spool
            write reg-spool                          from ws-linha-spool
            move "Previa do que a rotina faria - NENHUM arquivo foi alterado."
                                                     to ws-linha-spool
            write reg-spool                          from ws-linha-spool
            move all "-"                             to ws-linha-spool
            write reg-spool                          from ws-linha-spool

            open i-o rel-fila-arq
            if   ws-rel-fila-nao-encontrado
                 open output rel-fila-arq
                 close rel-fila-arq
                 open i-o rel-fila-arq
            end-if
            initialize reg-rel-fila
            move ws-id-simulacao                     to rfi-id
            set  rfi-tipo-simulacao                  to true
            move spaces                              to rfi-parametros
            string ln-programa delimited by space
                   " " ln-data-referencia
                   delimited by size into rfi-parametros
            set  rfi-executando                      to true
            move "SISTEMA"                           to rfi-operador
            move function current-date (1:14)         to rfi-data-hora-solicitacao
            move zeros                               to rfi-data-hora-fim
            move spaces                              to rfi-arquivo-saida
            write reg-rel-fila
                invalid key
                     continue
            end-write
            close rel-fila-arq
            .
       2100-exit.
            exit.

      *>===================================================================================
       2200-escrever-linha section.
       2200.
            if   not ws-spool-aberto
                 exit section
            end-if
            write reg-spool                          from ln-linha
            .
       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-fechar-simulacao: fecha o spool e marca o pedido da fila
      *>   Concluído, com o arquivo para o link de MeusRelatorios.
       2300-fechar-simulacao section.
       2300.
            if   not ws-spool-aberto
                 exit section
            end-if
            move all "-"                             to ws-linha-spool
            write reg-spool                          from ws-linha-spool
            move "Fim da simulacao."                 to ws-linha-spool
            write reg-spool                          from ws-linha-spool
            close spool-arq
            move "N"                                 to ws-ind-spool-aberto

            open i-o rel-fila-arq
            move ws-id-simulacao                     to rfi-id
            read rel-fila-arq
                key is rfi-id
                invalid key
                     continue
                not invalid key
                     set  rfi-concluido               to true
                     move function current-date (1:14) to rfi-data-hora-fim
                     move ws-nome-spool               to rfi-arquivo-saida
                     rewrite reg-rel-fila
                         invalid key
                              continue
                     end-rewrite
            end-read
            close rel-fila-arq
            display "Simulacao gravada em " ws-nome-spool
                    " (Meus Relatorios, pedido " ws-id-simulacao ")"
            .
       2300-exit.
            exit.
