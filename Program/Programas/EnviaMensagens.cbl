      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. EnviaMensagens.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                 EnviaMensagens
      *>            --------------------------------------------------------
      *>
      *>   Entrega da fila de mensagens ao cliente ao gateway de e-mail
      *>   (passo da cadeia noturna, mesmo molde em lote de
      *>   ExportaEcommerce.cbl). Primeiro lê o retorno do gateway,
      *>   RETORNO-EMAIL.TXT (layout posicional: número da mensagem e
      *>   motivo, mesma técnica de RetornoBanco.cbl), e marca as
      *>   mensagens Enviadas que voltaram como Devolvidas; depois grava
      *>   as Pendentes de MENSAGEM.DAT em SAIDA-EMAIL.TXT, que o gateway
      *>   recolhe, e as marca Enviadas com a data. Devolvida só volta à
      *>   fila pelo reenvio em Mensagens.cbl. Sem retorno do gateway o
      *>   passo segue só com a remessa.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select mensagem-arq assign       to "MENSAGEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is msg-cd-mensagem
                  alternate record key       is msg-cd-cliente with duplicates
                  file status                is ws-status-mensagem.
           select retorno-arq assign        to "RETORNO-EMAIL.TXT"
                  organization               is line sequential
                  file status                is ws-status-retorno.
           select saida-arq assign          to "SAIDA-EMAIL.TXT"
                  organization               is line sequential
                  file status                is ws-status-saida.

      *>===================================================================================
       data division.
       file section.
       fd  mensagem-arq.
       copy "MENSAGEM.CPY".

       fd  retorno-arq.
       01  reg-retorno                              pic x(100).

       fd  saida-arq.
       01  reg-saida                                pic x(200).

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-mensagem                    pic x(02)       value "00".
              88 ws-mensagem-ok                                     value "00".
              88 ws-mensagem-nao-encontrado                         value "23" "35".
           03 ws-status-retorno                     pic x(02)       value "00".
              88 ws-retorno-ok                                      value "00".
              88 ws-retorno-fim-arquivo                             value "10".
           03 ws-status-saida                       pic x(02)       value "00".
              88 ws-saida-ok                                        value "00".

       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-ind-fim-retorno                        pic x(01)       value "N".
          88 ws-fim-retorno                                         value "S".
       01  ws-ind-fim-mensagem                       pic x(01)       value "N".
          88 ws-mensagem-eof                                        value "S".
       01  ws-linha-idx                              pic 9(01)       value zeros.

      *>   Layout posicional do retorno do gateway: uma linha por
      *>   mensagem devolvida.
       01  ws-retorno-detalhe.
           03 ws-ret-cd-mensagem                     pic 9(09).
           03 ws-ret-motivo                         pic x(40).
           03 filler                                pic x(51).

       01  ws-linha-saida                            pic x(200)      value spaces.

       01  ws-totais-envio.
           03 ws-total-retornos                     pic 9(05)       value zeros.
           03 ws-total-devolvidas                    pic 9(05)       value zeros.
           03 ws-total-retornos-ignorados             pic 9(05)       value zeros.
           03 ws-total-enviadas                     pic 9(05)       value zeros.

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
            move function current-date (1:8)          to ws-data-hoje
            open i-o mensagem-arq
            if   ws-mensagem-nao-encontrado
                 open output mensagem-arq
                 close mensagem-arq
                 open i-o mensagem-arq
            end-if
            open input retorno-arq
            if   not ws-retorno-ok
                 set ws-fim-retorno                  to true
            end-if
            open output saida-arq
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 2100-processar-retorno
            perform 2200-enviar-pendentes
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2100-processar-retorno: cada linha do retorno aponta uma
      *>   mensagem Enviada que o servidor do cliente devolveu.
       2100-processar-retorno section.
       2100.
            perform until ws-fim-retorno
                read retorno-arq
                    at end
                         set ws-fim-retorno           to true
                    not at end
                         move reg-retorno             to ws-retorno-detalhe
                         add 1                        to ws-total-retornos
                         perform 2110-marcar-devolvida
                end-read
            end-perform
            .

       2100-exit.
            exit.

      *>===================================================================================
       2110-marcar-devolvida section.
       2110.
            if   ws-ret-cd-mensagem is not numeric
                 add 1                                to ws-total-retornos-ignorados
                 display "RETORNO ignorado: numero invalido em " reg-retorno (1:20)
                 exit section
            end-if
            move ws-ret-cd-mensagem                  to msg-cd-mensagem
            read mensagem-arq
                key is msg-cd-mensagem
                invalid key
                     add 1                           to ws-total-retornos-ignorados
                     display "RETORNO ignorado: mensagem " ws-ret-cd-mensagem
                             " nao encontrada"
                     exit section
            end-read
            if   not msg-enviada
                 add 1                                to ws-total-retornos-ignorados
                 exit section
            end-if
            set  msg-devolvida                       to true
            move ws-ret-motivo                       to msg-motivo-devolucao
            rewrite reg-mensagem
                invalid key
                     continue
            end-rewrite
            add 1                                    to ws-total-devolvidas
            .

       2110-exit.
            exit.

      *>===================================================================================
      *>   2200-enviar-pendentes: bloco M (cabeçalho com destinatário e
      *>   assunto), L (linhas do texto) e F (fim) por mensagem.
       2200-enviar-pendentes section.
       2200.
            move zeros                               to msg-cd-mensagem
            start mensagem-arq key is greater than or equal msg-cd-mensagem
                invalid key
                     set ws-mensagem-eof              to true
            end-start
            perform until ws-mensagem-eof
                read mensagem-arq next record
                    at end
                         set ws-mensagem-eof           to true
                    not at end
                         if   msg-pendente
                              perform 2210-gravar-mensagem
                         end-if
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       2210-gravar-mensagem section.
       2210.
            move spaces                              to ws-linha-saida
            string "M" ";"
                   msg-cd-mensagem ";"
                   msg-email ";"
                   msg-assunto
                   delimited by size into ws-linha-saida
            write reg-saida                          from ws-linha-saida
            perform varying ws-linha-idx from 1 by 1
                    until ws-linha-idx > 4
                if   msg-linha (ws-linha-idx) not = spaces
                     move spaces                      to ws-linha-saida
                     string "L" ";"
                            msg-linha (ws-linha-idx)
                            delimited by size into ws-linha-saida
                     write reg-saida                  from ws-linha-saida
                end-if
            end-perform
            move spaces                              to ws-linha-saida
            string "F" ";"
                   msg-cd-mensagem
                   delimited by size into ws-linha-saida
            write reg-saida                          from ws-linha-saida

            set  msg-enviada                         to true
            move ws-data-hoje                        to msg-data-envio
            add  1                                   to msg-qtd-envios
            move spaces                              to msg-motivo-devolucao
            rewrite reg-mensagem
                invalid key
                     continue
            end-rewrite
            add 1                                    to ws-total-enviadas
            .

       2210-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Retornos lidos.......: " ws-total-retornos
            display "Marcadas devolvidas..: " ws-total-devolvidas
            display "Retornos ignorados...: " ws-total-retornos-ignorados
            display "Mensagens enviadas...: " ws-total-enviadas
            close mensagem-arq
            close retorno-arq
            close saida-arq
            .

       3000-exit.
            exit.
