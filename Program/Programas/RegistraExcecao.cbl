      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RegistraExcecao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                RegistraExcecao
      *>            --------------------------------------------------------
      *>
      *>   Subprograma do registro comum de exceções (mesmo padrão de
      *>   CALL de EnfileiraMensagem): o chamador informa o tipo, quem
      *>   autorizou, quem pediu, o cliente, o documento, o valor
      *>   envolvido e o motivo no momento em que a autorização acontece;
      *>   aqui a exceção é numerada pela série EXCECAO, datada e gravada
      *>   em EXCECAO.DAT. Sem vendedor informado, vale o vendedor da
      *>   carteira do cliente (cli-cd-vendedor). Devolve o número
      *>   gravado (zeros se a gravação falhou) - a exceção nunca impede a
      *>   operação do chamador.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select excecao-arq assign        to "EXCECAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is exc-cd-excecao
                  alternate record key       is exc-data with duplicates
                  file status                is ws-status-excecao.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.

      *>===================================================================================
       data division.
       file section.
       fd  excecao-arq.
       copy "EXCECAO.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-excecao                     pic x(02)       value "00".
              88 ws-excecao-ok                                      value "00".
              88 ws-excecao-nao-encontrado                          value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".

       01  ws-cd-vendedor-excecao                     pic 9(05)       value zeros.

       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>===================================================================================
       linkage section.
       01  ws-parametros-registra-excecao.
           03 ln-tipo                               pic 9(02).
           03 ln-autorizador                        pic x(10).
           03 ln-solicitante                        pic x(10).
           03 ln-cd-vendedor                        pic 9(05).
           03 ln-cd-cliente                         pic 9(05).
           03 ln-documento                          pic x(12).
           03 ln-valor                              pic 9(11)v9(02).
           03 ln-motivo                             pic x(60).
           03 ln-cd-excecao                          pic 9(09).

      *>===================================================================================
       procedure division using ws-parametros-registra-excecao.

      *>===================================================================================
       0000-controle section.
       0000.
            move zeros                               to ln-cd-excecao
            perform 1100-abrir-arquivos
            perform 2100-obter-vendedor
            perform 2300-gravar-excecao
            perform 3000-fechar-arquivos
            .
       0000-saida.
           goback.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o excecao-arq
            if   ws-excecao-nao-encontrado
                 open output excecao-arq
                 close excecao-arq
                 open i-o excecao-arq
            end-if
            open input cliente-arq
            .
       1100-exit.
            exit.

      *>===================================================================================
      *>   2100-obter-vendedor: o vendedor informado pelo chamador (o do
      *>   pedido); sem ele, o da carteira do cliente.
       2100-obter-vendedor section.
       2100.
            move ln-cd-vendedor                      to ws-cd-vendedor-excecao
            if   ws-cd-vendedor-excecao not = zeros
            or   ln-cd-cliente = zeros
                 exit section
            end-if
            move ln-cd-cliente                       to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-cd-vendedor             to ws-cd-vendedor-excecao
            end-read
            .
       2100-exit.
            exit.

      *>===================================================================================
       2300-gravar-excecao section.
       2300.
            move "EXCECAO"                           to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-excecao
            move ws-seq-numero-gerado                 to exc-cd-excecao
            move function current-date (1:8)          to exc-data
            move function current-date (9:6)          to exc-hora
            move ln-tipo                             to exc-tipo
            move ln-autorizador                      to exc-autorizador
            move ln-solicitante                      to exc-solicitante
            move ws-cd-vendedor-excecao               to exc-cd-vendedor
            move ln-cd-cliente                       to exc-cd-cliente
            move ln-documento                        to exc-documento
            move ln-valor                            to exc-valor
            move ln-motivo                           to exc-motivo
            write reg-excecao
                invalid key
                     continue
                not invalid key
                     move exc-cd-excecao              to ln-cd-excecao
            end-write
            .
       2300-exit.
            exit.

      *>===================================================================================
       3000-fechar-arquivos section.
       3000.
            close excecao-arq
            close cliente-arq
            .
       3000-exit.
            exit.
