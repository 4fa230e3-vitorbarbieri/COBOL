                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select prd-composicao-arq assign to "PRD-COMPOSICAO.DAT"
                  organization               is indexed
       01  ws-proxima-sequencia-tarefa                  pic 9(05)       value zeros.
       01  ws-data-prevista-formatada                    pic x(10)       value spaces.

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

      *>   Saldos por depósito (CALL para AtualizaDeposito).
           03 ws-dep-cd-deposito                     pic 9(03)       value zeros.
           03 ws-dep-quantidade                      pic s9(07)      value zeros.

      *>   Fila de mensagens ao cliente por e-mail (CALL para
      *>   EnfileiraMensagem, mesmo padrão de ProximoNumero).
       01  ws-parametros-enfileira-mensagem.
           03 ws-eml-tipo                           pic 9(01)       value zeros.
           03 ws-eml-cd-cliente                     pic 9(05)       value zeros.
           03 ws-eml-documento                      pic x(12)       value spaces.
           03 ws-eml-assunto                        pic x(60)       value spaces.
           03 ws-eml-linha                          pic x(100) occurs 4.
           03 ws-eml-operador                       pic x(10)       value spaces.
           03 ws-eml-situacao                       pic x(01)       value spaces.
              88 ws-eml-enfileirada                                 value "E".
           03 ws-eml-cd-mensagem                     pic 9(09)       value zeros.

      *>===================================================================================
       procedure division.
       0000-controle section.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Confirmacao de entrega restrita aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-entregue or ws-opcao-recusar
                      or ws-opcao-reentrega)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-entregue
                     perform 1200-obter-campos-formulario
                     perform 2100-confirmar-entregue
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
                     move "Erro ao confirmar entrega." to ws-mensagem-retorno
                not invalid key
                     move "Entrega confirmada."       to ws-mensagem-retorno
                     perform 2170-enfileirar-mensagem
            end-rewrite
            .

       2160-exit.
            exit.

      *>===================================================================================
      *>   2170-enfileirar-mensagem: aviso do desfecho da entrega ao
      *>   cliente na fila de e-mail (EnfileiraMensagem) - entregue, com
      *>   quem recebeu, ou recusada, com o motivo.
       2170-enfileirar-mensagem section.
       2170.
            initialize ws-parametros-enfileira-mensagem
            move ped-cd-cliente                      to ws-eml-cd-cliente
            move ped-cd-pedido                       to ws-eml-documento
            move ws-operador-logado                  to ws-eml-operador
            if   ent-recusada
                 move 4                               to ws-eml-tipo
                 string "Entrega do pedido "
                        ped-cd-pedido
                        " recusada"
                        delimited by size into ws-eml-assunto
                 string "A entrega do pedido "
                        ped-cd-pedido
                        " foi recusada em "
                        ent-data
                        "."
                        delimited by size into ws-eml-linha(1)
                 string "Motivo registrado: "
                        ent-motivo-recusa
                        delimited by size into ws-eml-linha(2)
                 move "Seu vendedor entrara em contato para combinar a solucao."
                                                      to ws-eml-linha(3)
            else
                 move 3                               to ws-eml-tipo
                 string "Pedido "
                        ped-cd-pedido
                        " entregue"
                        delimited by size into ws-eml-assunto
                 string "O pedido "
                        ped-cd-pedido
                        " foi entregue em "
                        ent-data
                        "."
                        delimited by size into ws-eml-linha(1)
                 string "Recebido por: "
                        ent-recebedor
                        delimited by size into ws-eml-linha(2)
            end-if
            call "EnfileiraMensagem" using ws-parametros-enfileira-mensagem
            .

       2170-exit.
            exit.

      *>===================================================================================
      *>   2200-registrar-recusa: desfecho Recusada - a mercadoria
      *>   expedida reentra no estoque (movimento "REC"; kit reentra
            end-rewrite

            perform 2250-criar-tarefa-supervisor
            perform 2170-enfileirar-mensagem
            move "Recusa registrada; estoque reentrado e tarefa aberta." to ws-mensagem-retorno
            .

