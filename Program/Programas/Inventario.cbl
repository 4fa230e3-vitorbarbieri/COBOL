                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
       01  ws-proxima-sequencia-mov                    pic 9(05)       value zeros.
       01  ws-mov-documento-inv                        pic x(12)       value spaces.

      *>   A aprovação com ajuste entra nas exceções autorizadas pelo
      *>   supervisor (CALL para RegistraExcecao): uma por inventário,
      *>   com o valor das diferenças ajustadas ao custo médio.
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
       01  ws-qtd-movimentos-ajuste                    pic 9(05)       value zeros.

      *>   Saldos por depósito (CALL para AtualizaDeposito, mesmo padrão
      *>   de ProximoNumero): as movimentações automáticas usam o
      *>   depósito padrão 1 (loja).
           03 ws-dep-cd-deposito                     pic 9(03)       value zeros.
           03 ws-dep-quantidade                      pic s9(07)      value zeros.

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

      *>   Atribuição do número do inventário via PARAMETRO.DAT (CALL
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            perform 1180-verificar-periodo-fechado
            evaluate true
                when ws-perfil-logado < 2
                 and ws-opcao-aprovar
                     move "Mes corrente ja fechado (FechamentoMes); ajuste bloqueado."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-gerar or ws-opcao-contar
                      or ws-opcao-aprovar)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-gerar
                     perform 1200-obter-campos-formulario
                     perform 2100-gerar-inventario
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
       1180-verificar-periodo-fechado section.
       1180.
                   delimited by size into ws-mov-documento-inv

            move zeros                               to ws-qtd-linhas-ajustadas
            move zeros                               to ws-qtd-movimentos-ajuste
            initialize ws-parametros-registra-excecao
            move "N"                                 to ws-ind-fim-inventario
            move ws-form-cd-inventario               to inv-cd-inventario
            move zeros                               to inv-cd-produto
                end-read
            end-perform

            if   ws-qtd-movimentos-ajuste > zeros
                 move 7                               to ws-exc-tipo
                 move ws-operador-logado              to ws-exc-autorizador
                 move ws-mov-documento-inv             to ws-exc-documento
                 move ws-form-motivo-ajuste            to ws-exc-motivo
                 call "RegistraExcecao" using ws-parametros-registra-excecao
            end-if

            move spaces                              to ws-mensagem-retorno
            string "Inventario aprovado: "
                   ws-qtd-linhas-ajustadas
            move ws-deposito-padrao                  to ws-dep-cd-deposito
            move ws-diferenca-ajuste                  to ws-dep-quantidade
            call "AtualizaDeposito" using ws-parametros-atualiza-deposito

            add 1                                    to ws-qtd-movimentos-ajuste
            compute ws-exc-valor = ws-exc-valor
                  + mov-quantidade * mov-custo-unitario
            move inv-operador-contagem                to ws-exc-solicitante
            .

       2720-exit.
