      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RetornoNfe.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                   RetornoNfe
      *>            --------------------------------------------------------
      *>
      *>   Processamento do arquivo de retorno do emissor de NF-e (mesmo
      *>   molde em lote de RetornoBanco.cbl): lê NFE-RETORNO.TXT no
      *>   layout posicional do emissor - um registro por fatura, tipo A
      *>   (autorizada, com chave de acesso e protocolo), R (rejeitada,
      *>   com o motivo) ou C (cancelamento homologado) - e carimba o
      *>   resultado na fatura em FATURA.DAT, onde Fatura.cbl o mostra. A
      *>   fatura rejeitada volta a ser enviada por GeraNfe.cbl no
      *>   próximo lote. Fatura não encontrada ou fora da situação
      *>   esperada é contada como rejeitada e apontada no log, para
      *>   conferência manual.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select retorno-arq assign        to "NFE-RETORNO.TXT"
                  organization               is line sequential
                  file status                is ws-status-retorno.
           select fatura-arq assign         to "FATURA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.

      *>===================================================================================
       data division.
       file section.
       fd  retorno-arq.
       01  reg-retorno                              pic x(150).

       fd  fatura-arq.
       copy "FATURA.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-retorno                     pic x(02)       value "00".
              88 ws-retorno-ok                                      value "00".
              88 ws-retorno-fim-arquivo                             value "10".
           03 ws-status-fatura                      pic x(02)       value "00".
              88 ws-fatura-ok                                       value "00".
              88 ws-fatura-nao-encontrado                           value "23" "35".

       01  ws-ind-fim-retorno                        pic x(01)       value "N".
          88 ws-fim-retorno                                         value "S".

      *>   Layout posicional do registro de retorno do emissor.
       01  ws-retorno-nfe.
           03 ws-ret-tipo                           pic x(01).
              88 ws-ret-autorizada                                  value "A".
              88 ws-ret-rejeitada                                   value "R".
              88 ws-ret-cancelada                                   value "C".
           03 ws-ret-cd-fatura                      pic 9(07).
           03 ws-ret-chave-acesso                   pic x(44).
           03 ws-ret-protocolo                      pic x(15).
           03 ws-ret-data                           pic 9(08).
           03 ws-ret-motivo                         pic x(60).
           03 filler                                pic x(15).

       01  ws-totais-retorno.
           03 ws-total-lidos                        pic 9(05)       value zeros.
           03 ws-total-autorizadas                   pic 9(05)       value zeros.
           03 ws-total-nfe-rejeitadas                pic 9(05)       value zeros.
           03 ws-total-canceladas                    pic 9(05)       value zeros.
           03 ws-total-rejeitados                    pic 9(05)       value zeros.

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
            open i-o fatura-arq
            if   ws-fatura-nao-encontrado
                 open output fatura-arq
                 close fatura-arq
                 open i-o fatura-arq
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
                         move reg-retorno             to ws-retorno-nfe
                         if   ws-ret-autorizada
                         or   ws-ret-rejeitada
                         or   ws-ret-cancelada
                              add 1                    to ws-total-lidos
                              perform 2100-atualizar-fatura
                         end-if
                end-read
            end-perform
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2100-atualizar-fatura: localiza a fatura do retorno e grava o
      *>   resultado do emissor. Autorização e rejeição só valem para
      *>   fatura enviada; cancelamento só para pedido de cancelamento.
       2100-atualizar-fatura section.
       2100.
            if   ws-ret-cd-fatura is not numeric
                 add 1                                to ws-total-rejeitados
                 display "RETORNO NFE rejeitado: fatura invalida em " reg-retorno (1:20)
                 exit section
            end-if
            move ws-ret-cd-fatura                    to fat-cd-fatura
            read fatura-arq
                key is fat-cd-fatura
                invalid key
                     add 1                           to ws-total-rejeitados
                     display "RETORNO NFE rejeitado: fatura " ws-ret-cd-fatura
                             " nao encontrada"
                     exit section
            end-read

            evaluate true
                when ws-ret-cancelada
                     if   not fat-nfe-cancel-solicitado
                          add 1                       to ws-total-rejeitados
                          display "RETORNO NFE rejeitado: fatura " ws-ret-cd-fatura
                                  " sem pedido de cancelamento"
                          exit section
                     end-if
                     set  fat-nfe-cancelada           to true
                     if   ws-ret-protocolo not = spaces
                          move ws-ret-protocolo        to fat-nfe-protocolo
                     end-if
                     move spaces                      to fat-nfe-motivo-rejeicao
                when other
                     if   not fat-nfe-enviada
                          add 1                       to ws-total-rejeitados
                          display "RETORNO NFE rejeitado: fatura " ws-ret-cd-fatura
                                  " nao esta aguardando retorno"
                          exit section
                     end-if
                     if   ws-ret-autorizada
                          set  fat-nfe-autorizada      to true
                          move ws-ret-chave-acesso     to fat-nfe-chave-acesso
                          move ws-ret-protocolo        to fat-nfe-protocolo
                          move spaces                 to fat-nfe-motivo-rejeicao
                     else
                          set  fat-nfe-rejeitada       to true
                          move ws-ret-motivo           to fat-nfe-motivo-rejeicao
                     end-if
            end-evaluate

            if   ws-ret-data is numeric
            and  ws-ret-data not = zeros
                 move ws-ret-data                     to fat-nfe-data-retorno
            else
                 move function current-date (1:8)     to fat-nfe-data-retorno
            end-if

            rewrite reg-fatura
                invalid key
                     add 1                           to ws-total-rejeitados
                     display "RETORNO NFE rejeitado: erro ao atualizar fatura "
                             ws-ret-cd-fatura
                not invalid key
                     evaluate true
                         when ws-ret-autorizada
                              add 1                   to ws-total-autorizadas
                         when ws-ret-rejeitada
                              add 1                   to ws-total-nfe-rejeitadas
                              display "NFE rejeitada pelo emissor: fatura "
                                      ws-ret-cd-fatura " - " ws-ret-motivo
                         when other
                              add 1                   to ws-total-canceladas
                     end-evaluate
            end-rewrite
            .

       2100-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Retornos lidos......: " ws-total-lidos
            display "NF-e autorizadas....: " ws-total-autorizadas
            display "NF-e rejeitadas.....: " ws-total-nfe-rejeitadas
            display "NF-e canceladas.....: " ws-total-canceladas
            display "Retornos rejeitados.: " ws-total-rejeitados
            close retorno-arq
            close fatura-arq
            .

       3000-exit.
            exit.
