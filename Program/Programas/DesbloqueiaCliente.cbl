      *>   2146-obter-proxima-sequencia-auditoria em Cliente.cbl).
       01  ws-proxima-sequencia-auditoria              pic 9(05)       value zeros.
       01  ws-lock-anterior-texto                      pic x(40)       value spaces.
       01  ws-lock-operador-anterior                   pic x(10)       value spaces.

      *>   A liberação forçada entra nas exceções autorizadas pelo
      *>   supervisor (CALL para RegistraExcecao, mesmo padrão de
      *>   EnfileiraMensagem).
       01  ws-parametros-registra-excecao.
           03 ws-exc-tipo                           pic 9(02)       value zeros.
           03 ws-exc-autorizador                    pic x(10)       value spaces.
           03 ws-exc-solicitante                    pic x(10)       value spaces.
           03 ws-exc-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-exc-cd-cliente                     pic 9(05)       value zeros.
           03 ws-exc-documento                      pic x(12)       value spaces.
           03 ws-exc-valor                          pic 9(11)v9(02) value zeros.
           03 ws-exc-motivo                         pic x(60)       value spaces.
           03 ws-exc-cd-excecao                      pic 9(09)       value zeros.

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

       01  ws-mensagem-retorno                       pic x(120)      value spaces.

       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            if   ws-perfil-logado not = 3
                 move "Tela restrita ao supervisor."  to ws-mensagem-retorno
            else
                 evaluate true
                     when ws-jan-manutencao-ativa
                      and (ws-opcao-liberar)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-liberar
                          perform 1200-obter-campos-formulario
                          perform 2100-liberar-bloqueio
       1160-exit.
            exit.

      *>===================================================================================
      *>   1170-verificar-manutencao: janela de manutenção ativa
      *>   (JanelaManutencao.cbl) deixa a tela só para consulta - as
      *>   gravações são recusadas com o término previsto.
       1170-verificar-manutencao section.
       1170.
            move "V"                                 to ws-jan-operacao
            call "JanelaManutencao" using ws-parametros-manutencao
            .

       1170-exit.
            exit.

      *>===================================================================================
       1200-obter-campos-formulario section.
       1200.
                   cli-lock-data-hora
                   delimited by size into ws-lock-anterior-texto

            move cli-lock-operador                   to ws-lock-operador-anterior
            move spaces                              to cli-lock-operador
            move zeros                               to cli-lock-data-hora
            rewrite reg-cliente
                     continue
            end-write

            initialize ws-parametros-registra-excecao
            move 8                                   to ws-exc-tipo
            move ws-operador-logado                  to ws-exc-autorizador
            move ws-lock-operador-anterior            to ws-exc-solicitante
            move cli-cd-cliente                      to ws-exc-cd-cliente
            move cli-cd-cliente                      to ws-exc-documento
            string "Bloqueio de edicao de "
                   ws-lock-anterior-texto
                   delimited by size into ws-exc-motivo
            call "RegistraExcecao" using ws-parametros-registra-excecao

            move "Bloqueio liberado."                to ws-mensagem-retorno
            .

