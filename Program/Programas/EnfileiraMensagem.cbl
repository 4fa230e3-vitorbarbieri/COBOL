      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. EnfileiraMensagem.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                               EnfileiraMensagem
      *>            --------------------------------------------------------
      *>
      *>   Subprograma da fila de mensagens ao cliente (mesmo padrão de
      *>   CALL de AtualizaDeposito): o chamador informa o tipo, o
      *>   cliente, o documento, o assunto e até 4 linhas de texto; aqui
      *>   o e-mail é resolvido (mesma regra de 2310-obter-email-cliente
      *>   em ReguaCobranca.cbl - o primeiro e-mail da lista de
      *>   CLI-CONTATO.DAT, ou o e-mail de contato do cadastro), a recusa
      *>   do cliente àquele tipo é respeitada (MSG-RECUSA.DAT) e a
      *>   mensagem entra Pendente em MENSAGEM.DAT, numerada pela série
      *>   MENSAGEM. Devolve ao chamador E (enfileirada), R (cliente
      *>   recusa o tipo) ou S (cliente sem e-mail).
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
           select msg-recusa-arq assign     to "MSG-RECUSA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mrc-chave
                  file status                is ws-status-msg-recusa.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select cli-contato-arq assign    to "CLI-CONTATO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cont-chave
                  file status                is ws-status-cli-contato.

      *>===================================================================================
       data division.
       file section.
       fd  mensagem-arq.
       copy "MENSAGEM.CPY".
       fd  msg-recusa-arq.
       copy "MSGRECUS.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  cli-contato-arq.
       copy "CLICONT.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-mensagem                    pic x(02)       value "00".
              88 ws-mensagem-ok                                     value "00".
              88 ws-mensagem-nao-encontrado                         value "23" "35".
           03 ws-status-msg-recusa                  pic x(02)       value "00".
              88 ws-msg-recusa-ok                                   value "00".
              88 ws-msg-recusa-nao-encontrado                       value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-cli-contato                  pic x(02)       value "00".
              88 ws-cli-contato-ok                                  value "00".
              88 ws-cli-contato-nao-encontrado                      value "23" "35".

       01  ws-email-cliente                          pic x(60)       value spaces.
       01  ws-ind-fim-contato                        pic x(01)       value "N".
          88 ws-contato-fim                                         value "S".

       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>===================================================================================
       linkage section.
       01  ws-parametros-enfileira-mensagem.
           03 ln-tipo                               pic 9(01).
           03 ln-cd-cliente                         pic 9(05).
           03 ln-documento                          pic x(12).
           03 ln-assunto                            pic x(60).
           03 ln-linha                              pic x(100) occurs 4.
           03 ln-operador                           pic x(10).
           03 ln-situacao                           pic x(01).
           03 ln-cd-mensagem                         pic 9(09).

      *>===================================================================================
       procedure division using ws-parametros-enfileira-mensagem.

      *>===================================================================================
       0000-controle section.
       0000.
            move zeros                               to ln-cd-mensagem
            perform 1100-abrir-arquivos
            perform 2100-verificar-recusa
            if   ln-situacao not = "R"
                 perform 2200-obter-email-cliente
                 if   ws-email-cliente = spaces
                      move "S"                        to ln-situacao
                 else
                      perform 2300-gravar-mensagem
                 end-if
            end-if
            perform 3000-fechar-arquivos
            .
       0000-saida.
           goback.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o mensagem-arq
            if   ws-mensagem-nao-encontrado
                 open output mensagem-arq
                 close mensagem-arq
                 open i-o mensagem-arq
            end-if
            open input msg-recusa-arq
            if   ws-msg-recusa-nao-encontrado
                 open output msg-recusa-arq
                 close msg-recusa-arq
                 open input msg-recusa-arq
            end-if
            open input cliente-arq
            open input cli-contato-arq
            if   ws-cli-contato-nao-encontrado
                 open output cli-contato-arq
                 close cli-contato-arq
                 open input cli-contato-arq
            end-if
            .
       1100-exit.
            exit.

      *>===================================================================================
      *>   2100-verificar-recusa: o cliente pode ter recusado o tipo.
       2100-verificar-recusa section.
       2100.
            move spaces                              to ln-situacao
            move ln-cd-cliente                       to mrc-cd-cliente
            move ln-tipo                             to mrc-tipo
            read msg-recusa-arq
                key is mrc-chave
                invalid key
                     continue
                not invalid key
                     move "R"                        to ln-situacao
            end-read
            .
       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-obter-email-cliente: o primeiro e-mail da lista de
      *>   CLI-CONTATO.DAT; sem lista, o e-mail de contato do cadastro.
       2200-obter-email-cliente section.
       2200.
            move spaces                              to ws-email-cliente
            move ln-cd-cliente                       to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-email-contato           to ws-email-cliente
            end-read
            move "N"                                 to ws-ind-fim-contato
            move ln-cd-cliente                       to cont-cd-cliente
            move zeros                               to cont-sequencia
            start cli-contato-arq key is greater than or equal cont-chave
                invalid key
                     set ws-contato-fim              to true
            end-start
            perform until ws-contato-fim
                read cli-contato-arq next record
                    at end
                         set ws-contato-fim           to true
                    not at end
                         if   cont-cd-cliente not = ln-cd-cliente
                              set ws-contato-fim       to true
                         else
                              if   cont-tipo-email
                              and  cont-email not = spaces
                                   move cont-email      to ws-email-cliente
                                   set ws-contato-fim   to true
                              end-if
                         end-if
                end-read
            end-perform
            .
       2200-exit.
            exit.

      *>===================================================================================
       2300-gravar-mensagem section.
       2300.
            move "MENSAGEM"                          to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-mensagem
            move ws-seq-numero-gerado                 to msg-cd-mensagem
            move ln-tipo                             to msg-tipo
            move ln-cd-cliente                       to msg-cd-cliente
            move ln-documento                        to msg-documento
            move ws-email-cliente                    to msg-email
            move ln-assunto                          to msg-assunto
            move ln-linha (1)                        to msg-linha (1)
            move ln-linha (2)                        to msg-linha (2)
            move ln-linha (3)                        to msg-linha (3)
            move ln-linha (4)                        to msg-linha (4)
            move function current-date (1:8)          to msg-data-geracao
            move function current-date (9:4)          to msg-hora-geracao
            move ln-operador                         to msg-operador
            set  msg-pendente                        to true
            move zeros                               to msg-data-envio
            move zeros                               to msg-qtd-envios
            move spaces                              to msg-motivo-devolucao
            write reg-mensagem
                invalid key
                     move "S"                        to ln-situacao
                not invalid key
                     move "E"                        to ln-situacao
                     move msg-cd-mensagem             to ln-cd-mensagem
            end-write
            .
       2300-exit.
            exit.

      *>===================================================================================
       3000-fechar-arquivos section.
       3000.
            close mensagem-arq
            close msg-recusa-arq
            close cliente-arq
            close cli-contato-arq
            .
       3000-exit.
            exit.
