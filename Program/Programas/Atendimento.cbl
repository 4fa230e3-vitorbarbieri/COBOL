      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Atendimento.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                      Atendimento ao Cliente (SAC)
      *>            --------------------------------------------------------
      *>
      *>   Protocolo de reclamação do cliente (mesmo molde de
      *>   Consignacao.cbl), no lugar das tarefas em texto livre de
      *>   CLI-TAREFA.DAT onde item errado, atraso e avaria se perdiam no
      *>   meio dos follow-ups. A abertura numera o protocolo pela série
      *>   SAC, liga o cliente e, quando houver, o pedido e o produto, e
      *>   calcula o prazo do SLA somando os dias úteis do tipo à data de
      *>   abertura (DataUtil/FERIADO.DAT). O protocolo anda de Aberto
      *>   para Em atendimento e termina Resolvido ou Cancelado; cada
      *>   ação, troca de responsável ou de situação entra datada em
      *>   SAC-HIST.DAT. Do protocolo saem direto a devolução (abre
      *>   Devolucao.cbl com o pedido, que registra a devolução no
      *>   histórico) e a reentrega (agendada em ENTREGA.DAT, mesma regra
      *>   de 2300-agendar-reentrega em ConfirmaEntrega.cbl). Os prazos
      *>   vencidos aparecem em RelAtendimento.cbl. Chamado pelo menu em
      *>   "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.
       input-output section.
       file-control.
           select sac-arq assign            to "SAC.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sac-cd-protocolo
                  alternate record key       is sac-cd-cliente with duplicates
                  file status                is ws-status-sac.
           select sac-historico-arq assign  to "SAC-HIST.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sah-chave
                  file status                is ws-status-sac-historico.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select pedido-item-arq assign     to "PEDIDO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pit-chave
                  file status                is ws-status-pedido-item.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select entrega-arq assign        to "ENTREGA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ent-cd-pedido
                  file status                is ws-status-entrega.
           select operador-arq assign       to "OPERADOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is opr-cd-operador
                  file status                is ws-status-operador.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  sac-arq.
       copy "SAC.CPY".

       fd  sac-historico-arq.
       copy "SACHIST.CPY".

       fd  cliente-arq.
       copy "CLIENTE.CPY".

       fd  pedido-arq.
       copy "PEDIDO.CPY".

       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".

       fd  produto-arq.
       copy "PROD.CPY".

       fd  entrega-arq.
       copy "ENTREGA.CPY".

       fd  operador-arq.
       copy "OPERADOR.CPY".

       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-sac                          pic x(02)       value "00".
              88 ws-sac-ok                                          value "00".
              88 ws-sac-nao-encontrado                              value "23" "35".
           03 ws-status-sac-historico                pic x(02)       value "00".
              88 ws-sac-historico-ok                                value "00".
              88 ws-sac-historico-nao-encontrado                    value "23" "35".
           03 ws-status-cliente                      pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-pedido                       pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-produto                      pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-entrega                      pic x(02)       value "00".
              88 ws-entrega-ok                                      value "00".
              88 ws-entrega-nao-encontrado                          value "23" "35".
           03 ws-status-operador                     pic x(02)       value "00".
              88 ws-operador-ok                                     value "00".
              88 ws-operador-nao-encontrado                         value "23" "35".
           03 ws-status-sessao                       pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                           pic 9(01)       value 1.
       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-hora-agora                             pic 9(04)       value zeros.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-abrir-protocolo                           value "10".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-listar-pendentes                          value "35".
              88 ws-opcao-registrar-andamento                       value "50".
              88 ws-opcao-agendar-reentrega                         value "75".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-atendimento.
           03 ws-form-cd-protocolo                   pic 9(07)       value zeros.
           03 ws-form-tipo                           pic 9(01)       value zeros.
           03 ws-form-cd-cliente                     pic 9(05)       value zeros.
           03 ws-form-cd-pedido                      pic 9(07)       value zeros.
           03 ws-form-cd-produto                     pic 9(05)       value zeros.
           03 ws-form-descricao                      pic x(60)       value spaces.
           03 ws-form-responsavel                    pic x(10)       value spaces.
           03 ws-form-acao                           pic x(60)       value spaces.
           03 ws-form-nova-situacao                  pic x(01)       value spaces.
              88 ws-form-situacao-mantida                           value " ".
              88 ws-form-em-atendimento                             value "E".
              88 ws-form-resolvido                                  value "R".
              88 ws-form-cancelado                                  value "C".
           03 ws-form-data-reentrega                 pic x(08)       value spaces.

      *>   Protocolo carregado para a tela.
       01  ws-ind-protocolo-carregado                pic x(01)       value "N".
          88 ws-protocolo-carregado                                 value "S".
       01  ws-prot-tipo                              pic 9(01)       value zeros.
       01  ws-prot-tipo-descricao                    pic x(20)       value spaces.
       01  ws-prot-cd-cliente                        pic 9(05)       value zeros.
       01  ws-prot-razao-social                      pic x(40)       value spaces.
       01  ws-prot-cd-pedido                         pic 9(07)       value zeros.
       01  ws-prot-cd-produto                        pic 9(05)       value zeros.
       01  ws-prot-produto-descricao                 pic x(40)       value spaces.
       01  ws-prot-descricao                         pic x(60)       value spaces.
       01  ws-prot-data-abertura                     pic 9(08)       value zeros.
       01  ws-prot-data-prazo                        pic 9(08)       value zeros.
       01  ws-prot-situacao-descricao                pic x(15)       value spaces.
       01  ws-prot-responsavel                       pic x(10)       value spaces.
       01  ws-prot-sla-descricao                     pic x(15)       value spaces.

      *>   Histórico do protocolo carregado.
       01  ws-tab-historico.
           03 ws-his-linha                           occurs 100 times.
              05 ws-his-data                          pic 9(08).
              05 ws-his-hora                          pic 9(04).
              05 ws-his-operador                      pic x(10).
              05 ws-his-situacao                      pic x(15).
              05 ws-his-descricao                     pic x(60).
       01  ws-his-qtd                                pic 9(03)       value zeros.
       01  ws-his-tab-idx                            pic 9(03)       value zeros.
       01  ws-ind-fim-historico                       pic x(01)       value "N".
          88 ws-historico-eof                                        value "S".
          88 ws-historico-continua                                  value "N".

      *>   Protocolos pendentes (opção 35), do cliente ou de todos.
       01  ws-tab-pendentes.
           03 ws-pnd-linha                           occurs 100 times.
              05 ws-pnd-cd-protocolo                  pic 9(07).
              05 ws-pnd-tipo-descricao                pic x(20).
              05 ws-pnd-cd-cliente                    pic 9(05).
              05 ws-pnd-data-abertura                 pic 9(08).
              05 ws-pnd-data-prazo                    pic 9(08).
              05 ws-pnd-situacao-descricao            pic x(15).
              05 ws-pnd-responsavel                   pic x(10).
              05 ws-pnd-classe                        pic x(10).
       01  ws-pnd-qtd                                pic 9(03)       value zeros.
       01  ws-pnd-tab-idx                            pic 9(03)       value zeros.
       01  ws-ind-fim-sac                             pic x(01)       value "N".
          88 ws-sac-eof                                              value "S".

      *>   Abertura, SLA e histórico.
       01  ws-dias-sla                               pic 9(02)       value zeros.
       01  ws-sla-idx                                pic 9(02)       value zeros.
       01  ws-data-prazo                             pic 9(08)       value zeros.
       01  ws-data-trabalho                          pic 9(08)       value zeros.
       01  ws-ind-produto-no-pedido                   pic x(01)       value "N".
          88 ws-produto-no-pedido                                    value "S".
       01  ws-ind-fim-item                            pic x(01)       value "N".
          88 ws-item-eof                                             value "S".
       01  ws-proxima-sequencia-historico             pic 9(03)       value zeros.
       01  ws-hist-descricao                          pic x(60)       value spaces.
       01  ws-situacao-trabalho                       pic x(01)       value spaces.
       01  ws-descricao-situacao                      pic x(15)       value spaces.
       01  ws-ind-houve-alteracao                     pic x(01)       value "N".
          88 ws-houve-alteracao                                       value "S".

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

      *>   Numeração do protocolo (CALL para ProximoNumero).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>   Parâmetros do utilitário de datas DataUtil (CALL, mesmo padrão
      *>   de GeraDespesas.cbl).
       01  ws-parametros-data-util.
           03 ws-du-data-ano                         pic 9(04)       value zeros.
           03 ws-du-data-mes                         pic 9(02)       value zeros.
           03 ws-du-data-dia                         pic 9(02)       value zeros.
           03 ws-du-ultimo-dia-mes                    pic 9(02)       value zeros.
           03 ws-du-bissexto                         pic x(01)       value spaces.
           03 ws-du-nome-mes                         pic x(09)       value spaces.
           03 ws-du-nome-dia-semana                   pic x(15)       value spaces.
           03 ws-du-dia-util                         pic x(01)       value spaces.
              88 ws-du-data-eh-util                                  value "S".
           03 ws-du-proximo-dia-util                  pic 9(08)       value zeros.
           03 ws-du-dia-util-anterior                 pic 9(08)       value zeros.
           03 ws-du-mensagem-erro                     pic x(40)       value spaces.

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
            move function current-date (1:8)         to ws-data-hoje
            move function current-date (9:4)         to ws-hora-agora
            perform 1100-abrir-arquivos
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o sac-arq
            if   ws-sac-nao-encontrado
                 open output sac-arq
                 close sac-arq
                 open i-o sac-arq
            end-if
            open i-o sac-historico-arq
            if   ws-sac-historico-nao-encontrado
                 open output sac-historico-arq
                 close sac-historico-arq
                 open i-o sac-historico-arq
            end-if
            open input cliente-arq
            if   ws-cliente-nao-encontrado
                 open output cliente-arq
                 close cliente-arq
                 open input cliente-arq
            end-if
            open input pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                 close pedido-arq
                 open input pedido-arq
            end-if
            open input pedido-item-arq
            if   ws-pedido-item-nao-encontrado
                 open output pedido-item-arq
                 close pedido-item-arq
                 open input pedido-item-arq
            end-if
            open input produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open input produto-arq
            end-if
            open i-o entrega-arq
            if   ws-entrega-nao-encontrado
                 open output entrega-arq
                 close entrega-arq
                 open i-o entrega-arq
            end-if
            open input operador-arq
            open input sessao-arq
            .

       1100-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-jan-manutencao-ativa
                 and (ws-opcao-abrir-protocolo
                      or ws-opcao-registrar-andamento
                      or ws-opcao-agendar-reentrega)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-abrir-protocolo
                     perform 1200-obter-campos-formulario
                     perform 2100-abrir-protocolo
                     perform 2300-carregar-protocolo
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-protocolo
                when ws-opcao-listar-pendentes
                     perform 1200-obter-campos-formulario
                     perform 2350-listar-pendentes
                when ws-opcao-registrar-andamento
                     perform 1200-obter-campos-formulario
                     perform 2500-registrar-andamento
                     perform 2300-carregar-protocolo
                when ws-opcao-agendar-reentrega
                 and ws-perfil-logado < 2
                     move "Reentrega restrita aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-opcao-agendar-reentrega
                     perform 1200-obter-campos-formulario
                     perform 2700-agendar-reentrega
                     perform 2300-carregar-protocolo
                when other
                     continue
            end-evaluate
            perform 8000-tela
            .

       2000-exit.
            exit.

      *>===================================================================================
       1150-obter-opcao section.
       1150.
            move "00"                               to ws-opcao
            move zeros                              to ws-form-sessao
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string not = spaces
                 unstring ws-query-string delimited by "opcao=" into ws-mensagem-retorno
                                                                     ws-opcao
                 unstring ws-query-string delimited by "sessao=" into ws-mensagem-retorno
                                                                     ws-form-sessao
            end-if
            move spaces                             to ws-mensagem-retorno
            .

       1150-exit.
            exit.

      *>===================================================================================
       1160-obter-operador-logado section.
       1160.
            if   ws-form-sessao = zeros
                 exit section
            end-if
            move ws-form-sessao                     to ses-id
            read sessao-arq
                key is ses-id
                invalid key
                     continue
                not invalid key
                     move ses-cd-operador             to ws-operador-logado
                     if   ses-perfil >= 1 and ses-perfil <= 3
                          move ses-perfil              to ws-perfil-logado
                     end-if
            end-read
            .

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
            exec html
                getfield( ws-form-cd-protocolo )
                getfield( ws-form-tipo )
                getfield( ws-form-cd-cliente )
                getfield( ws-form-cd-pedido )
                getfield( ws-form-cd-produto )
                getfield( ws-form-descricao )
                getfield( ws-form-responsavel )
                getfield( ws-form-acao )
                getfield( ws-form-nova-situacao )
                getfield( ws-form-data-reentrega )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-abrir-protocolo: valida cliente, pedido (precisa ser do
      *>   cliente) e produto (precisa estar no pedido, quando os dois
      *>   vêm), grava o protocolo com o prazo do SLA e a primeira linha
      *>   do histórico. Sem responsável informado fica quem abriu.
       2100-abrir-protocolo section.
       2100.
            move ws-form-tipo                        to sac-tipo
            if   not sac-tipo-valido
                 move "Informe o tipo da reclamacao." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-cliente = zeros
                 move "Informe o codigo do cliente."   to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-descricao = spaces
                 move "Descreva a reclamacao do cliente." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-cliente                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   ws-form-cd-pedido not = zeros
                 move ws-form-cd-pedido               to ped-cd-pedido
                 read pedido-arq
                     key is ped-cd-pedido
                     invalid key
                          move "Pedido não encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   ped-cd-cliente not = ws-form-cd-cliente
                      move "Pedido informado nao e deste cliente." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if
            if   ws-form-cd-produto not = zeros
                 move ws-form-cd-produto              to prd-cd-produto
                 read produto-arq
                     key is prd-cd-produto
                     invalid key
                          move "Produto nao encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   ws-form-cd-pedido not = zeros
                      perform 2110-verificar-produto-pedido
                      if   not ws-produto-no-pedido
                           move "Produto informado nao consta do pedido." to ws-mensagem-retorno
                           exit section
                      end-if
                 end-if
            end-if
            if   ws-form-responsavel = spaces
                 move ws-operador-logado              to ws-form-responsavel
            else
                 move ws-form-responsavel             to opr-cd-operador
                 read operador-arq
                     key is opr-cd-operador
                     invalid key
                          move "Operador responsavel nao encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   not opr-ativo
                      move "Operador responsavel inativo." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

            perform 2120-calcular-prazo-sla

            move "SAC"                               to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-sac
            move ws-seq-numero-gerado                 to sac-cd-protocolo
            move ws-form-tipo                        to sac-tipo
            move ws-form-cd-cliente                  to sac-cd-cliente
            move ws-form-cd-pedido                   to sac-cd-pedido
            move ws-form-cd-produto                  to sac-cd-produto
            move ws-form-descricao                   to sac-descricao
            move ws-data-hoje                        to sac-data-abertura
            move ws-hora-agora                       to sac-hora-abertura
            move ws-data-prazo                       to sac-data-prazo
            set  sac-aberto                          to true
            move ws-form-responsavel                 to sac-operador-responsavel
            move ws-operador-logado                  to sac-operador-abertura
            move zeros                               to sac-data-encerramento
            write reg-sac
                invalid key
                     move "Erro ao abrir o protocolo." to ws-mensagem-retorno
                     exit section
            end-write

            move spaces                              to ws-hist-descricao
            string "Protocolo aberto; prazo do SLA "
                   ws-data-prazo
                   "; responsavel "
                   sac-operador-responsavel
                   delimited by size into ws-hist-descricao
            perform 2900-gravar-historico

            move sac-cd-protocolo                    to ws-form-cd-protocolo
            move spaces                              to ws-mensagem-retorno
            string "Protocolo "
                   sac-cd-protocolo
                   " aberto; prazo do SLA "
                   ws-data-prazo
                   "."
                   delimited by size into ws-mensagem-retorno
            .

       2100-exit.
            exit.

      *>===================================================================================
       2110-verificar-produto-pedido section.
       2110.
            move "N"                                to ws-ind-produto-no-pedido
            move "N"                                to ws-ind-fim-item
            move ws-form-cd-pedido                  to pit-cd-pedido
            move zeros                               to pit-sequencia
            start pedido-item-arq key is greater than or equal pit-chave
                invalid key
                     set ws-item-eof                 to true
            end-start
            perform until ws-item-eof
                    or ws-produto-no-pedido
                read pedido-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   pit-cd-pedido not = ws-form-cd-pedido
                              set ws-item-eof          to true
                         else
                              if   pit-cd-produto = ws-form-cd-produto
                                   set ws-produto-no-pedido to true
                              end-if
                         end-if
                end-read
            end-perform
            .

       2110-exit.
            exit.

      *>===================================================================================
      *>   2120-calcular-prazo-sla: dias úteis de atendimento por tipo de
      *>   reclamação, contados a partir da abertura - cada passo pega o
      *>   próximo dia útil de DataUtil (fim de semana e FERIADO.DAT).
       2120-calcular-prazo-sla section.
       2120.
            evaluate ws-form-tipo
                when 2
                     move 2                           to ws-dias-sla
                when 1
                when 3
                     move 3                           to ws-dias-sla
                when other
                     move 5                           to ws-dias-sla
            end-evaluate
            move ws-data-hoje                        to ws-data-prazo
            perform varying ws-sla-idx from 1 by 1
                    until ws-sla-idx > ws-dias-sla
                move ws-data-prazo (1:4)              to ws-du-data-ano
                move ws-data-prazo (5:2)              to ws-du-data-mes
                move ws-data-prazo (7:2)              to ws-du-data-dia
                call "DataUtil" using ws-parametros-data-util
                if   ws-du-proximo-dia-util not = zeros
                     move ws-du-proximo-dia-util       to ws-data-prazo
                end-if
            end-perform
            .

       2120-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-protocolo: lê o protocolo e o histórico dele.
       2300-carregar-protocolo section.
       2300.
            move "N"                                to ws-ind-protocolo-carregado
            move zeros                               to ws-his-qtd
            if   ws-form-cd-protocolo = zeros
                 exit section
            end-if
            move ws-form-cd-protocolo               to sac-cd-protocolo
            read sac-arq
                key is sac-cd-protocolo
                invalid key
                     move "Protocolo nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            set  ws-protocolo-carregado              to true
            move sac-tipo                            to ws-prot-tipo
            move sac-cd-cliente                      to ws-prot-cd-cliente
            move sac-cd-pedido                       to ws-prot-cd-pedido
            move sac-cd-produto                      to ws-prot-cd-produto
            move sac-descricao                       to ws-prot-descricao
            move sac-data-abertura                   to ws-prot-data-abertura
            move sac-data-prazo                      to ws-prot-data-prazo
            move sac-operador-responsavel            to ws-prot-responsavel
            perform 2310-descrever-tipo
            move sac-situacao                        to ws-situacao-trabalho
            perform 2320-descrever-situacao
            move ws-descricao-situacao               to ws-prot-situacao-descricao
            move spaces                              to ws-prot-sla-descricao
            evaluate true
                when sac-pendente
                 and sac-data-prazo < ws-data-hoje
                     move "VENCIDO"                   to ws-prot-sla-descricao
                when sac-pendente
                     move "no prazo"                  to ws-prot-sla-descricao
                when sac-resolvido
                 and sac-data-encerramento > sac-data-prazo
                     move "fora do prazo"             to ws-prot-sla-descricao
                when sac-resolvido
                     move "dentro do prazo"           to ws-prot-sla-descricao
            end-evaluate

            move spaces                              to ws-prot-razao-social
            move sac-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social             to ws-prot-razao-social
            end-read
            move spaces                              to ws-prot-produto-descricao
            if   sac-cd-produto not = zeros
                 move sac-cd-produto                  to prd-cd-produto
                 read produto-arq
                     key is prd-cd-produto
                     invalid key
                          continue
                     not invalid key
                          move prd-descricao           to ws-prot-produto-descricao
                 end-read
            end-if

            move sac-cd-protocolo                    to sah-cd-protocolo
            move zeros                               to sah-sequencia
            start sac-historico-arq key is greater than or equal sah-chave
                invalid key
                     set ws-historico-eof            to true
                not invalid key
                     set ws-historico-continua        to true
            end-start
            perform until ws-historico-eof
                    or ws-his-qtd >= 100
                read sac-historico-arq next record
                    at end
                         set ws-historico-eof         to true
                    not at end
                         if   sah-cd-protocolo not = sac-cd-protocolo
                              set ws-historico-eof     to true
                         else
                              add 1                    to ws-his-qtd
                              move sah-data             to ws-his-data(ws-his-qtd)
                              move sah-hora             to ws-his-hora(ws-his-qtd)
                              move sah-operador         to ws-his-operador(ws-his-qtd)
                              move sah-descricao        to ws-his-descricao(ws-his-qtd)
                              move sah-situacao         to ws-situacao-trabalho
                              perform 2320-descrever-situacao
                              move ws-descricao-situacao to ws-his-situacao(ws-his-qtd)
                         end-if
                end-read
            end-perform
            .

       2300-exit.
            exit.

      *>===================================================================================
       2310-descrever-tipo section.
       2310.
            evaluate sac-tipo
                when 1
                     move "Item errado"               to ws-prot-tipo-descricao
                when 2
                     move "Atraso na entrega"         to ws-prot-tipo-descricao
                when 3
                     move "Mercadoria avariada"       to ws-prot-tipo-descricao
                when 4
                     move "Cobranca"                  to ws-prot-tipo-descricao
                when other
                     move "Outros"                    to ws-prot-tipo-descricao
            end-evaluate
            .

       2310-exit.
            exit.

      *>===================================================================================
       2320-descrever-situacao section.
       2320.
            evaluate ws-situacao-trabalho
                when "A"
                     move "Aberto"                    to ws-descricao-situacao
                when "E"
                     move "Em atendimento"            to ws-descricao-situacao
                when "R"
                     move "Resolvido"                 to ws-descricao-situacao
                when "C"
                     move "Cancelado"                 to ws-descricao-situacao
                when other
                     move spaces                      to ws-descricao-situacao
            end-evaluate
            .

       2320-exit.
            exit.

      *>===================================================================================
      *>   2350-listar-pendentes: protocolos Abertos e Em atendimento -
      *>   do cliente informado pela chave alternativa sac-cd-cliente, ou
      *>   de todos pela chave primária. Prazo vencido vem em destaque.
       2350-listar-pendentes section.
       2350.
            move zeros                               to ws-pnd-qtd
            move "N"                                 to ws-ind-fim-sac
            if   ws-form-cd-cliente not = zeros
                 move ws-form-cd-cliente              to sac-cd-cliente
                 start sac-arq key is equal sac-cd-cliente
                     invalid key
                          set ws-sac-eof              to true
                 end-start
            else
                 move zeros                           to sac-cd-protocolo
                 start sac-arq key is greater than or equal sac-cd-protocolo
                     invalid key
                          set ws-sac-eof              to true
                 end-start
            end-if
            perform until ws-sac-eof
                    or ws-pnd-qtd >= 100
                read sac-arq next record
                    at end
                         set ws-sac-eof               to true
                    not at end
                         if   ws-form-cd-cliente not = zeros
                         and  sac-cd-cliente not = ws-form-cd-cliente
                              set ws-sac-eof           to true
                         else
                              if   sac-pendente
                                   perform 2360-incluir-pendente
                              end-if
                         end-if
                end-read
            end-perform
            if   ws-pnd-qtd = zeros
                 move "Nenhum protocolo pendente."    to ws-mensagem-retorno
            end-if
            .

       2350-exit.
            exit.

      *>===================================================================================
       2360-incluir-pendente section.
       2360.
            add 1                                    to ws-pnd-qtd
            move sac-cd-protocolo                    to ws-pnd-cd-protocolo(ws-pnd-qtd)
            perform 2310-descrever-tipo
            move ws-prot-tipo-descricao              to ws-pnd-tipo-descricao(ws-pnd-qtd)
            move sac-cd-cliente                      to ws-pnd-cd-cliente(ws-pnd-qtd)
            move sac-data-abertura                   to ws-pnd-data-abertura(ws-pnd-qtd)
            move sac-data-prazo                      to ws-pnd-data-prazo(ws-pnd-qtd)
            move sac-situacao                        to ws-situacao-trabalho
            perform 2320-descrever-situacao
            move ws-descricao-situacao               to ws-pnd-situacao-descricao(ws-pnd-qtd)
            move sac-operador-responsavel            to ws-pnd-responsavel(ws-pnd-qtd)
            if   sac-data-prazo < ws-data-hoje
                 move "vencido"                       to ws-pnd-classe(ws-pnd-qtd)
            else
                 move spaces                          to ws-pnd-classe(ws-pnd-qtd)
            end-if
            .

       2360-exit.
            exit.

      *>===================================================================================
      *>   2500-registrar-andamento: ação do atendimento, troca de
      *>   responsável e/ou de situação. A primeira ação tira o protocolo
      *>   de Aberto para Em atendimento; Resolvido e Cancelado exigem a
      *>   descrição da solução e carimbam o encerramento. Cancelado é
      *>   final; Resolvido só o supervisor reabre.
       2500-registrar-andamento section.
       2500.
            move ws-form-cd-protocolo               to sac-cd-protocolo
            read sac-arq
                key is sac-cd-protocolo
                invalid key
                     move "Protocolo nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   sac-cancelado
                 move "Protocolo cancelado nao aceita andamento." to ws-mensagem-retorno
                 exit section
            end-if
            if   sac-resolvido
                 if   not ws-form-em-atendimento
                      move "Protocolo resolvido; para continuar, reabra-o (Em atendimento)." to ws-mensagem-retorno
                      exit section
                 end-if
                 if   ws-perfil-logado < 3
                      move "Reabertura de protocolo restrita ao supervisor." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if
            if   ws-form-acao = spaces
            and  ws-form-situacao-mantida
            and (ws-form-responsavel = spaces
             or  ws-form-responsavel = sac-operador-responsavel)
                 move "Informe a acao, o novo responsavel ou a nova situacao." to ws-mensagem-retorno
                 exit section
            end-if
            if  (ws-form-resolvido or ws-form-cancelado)
            and  ws-form-acao = spaces
                 move "Descreva a solucao ao encerrar o protocolo." to ws-mensagem-retorno
                 exit section
            end-if
            if   not ws-form-situacao-mantida
            and  not ws-form-em-atendimento
            and  not ws-form-resolvido
            and  not ws-form-cancelado
                 move "Situacao invalida."            to ws-mensagem-retorno
                 exit section
            end-if

            move "N"                                to ws-ind-houve-alteracao
            if   ws-form-responsavel not = spaces
            and  ws-form-responsavel not = sac-operador-responsavel
                 move ws-form-responsavel             to opr-cd-operador
                 read operador-arq
                     key is opr-cd-operador
                     invalid key
                          move "Operador responsavel nao encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   not opr-ativo
                      move "Operador responsavel inativo." to ws-mensagem-retorno
                      exit section
                 end-if
                 move ws-form-responsavel             to sac-operador-responsavel
                 set  ws-houve-alteracao              to true
                 move spaces                          to ws-hist-descricao
                 string "Responsavel alterado para "
                        sac-operador-responsavel
                        delimited by size into ws-hist-descricao
                 perform 2510-aplicar-situacao
                 perform 2900-gravar-historico
            end-if
            if   ws-form-acao not = spaces
            or   not ws-form-situacao-mantida
                 perform 2510-aplicar-situacao
                 if   ws-form-acao not = spaces
                      move ws-form-acao                to ws-hist-descricao
                 else
                      move sac-situacao                to ws-situacao-trabalho
                      perform 2320-descrever-situacao
                      move spaces                      to ws-hist-descricao
                      string "Situacao alterada para "
                             ws-descricao-situacao
                             delimited by size into ws-hist-descricao
                 end-if
                 perform 2900-gravar-historico
            end-if
            rewrite reg-sac
                invalid key
                     move "Erro ao gravar o protocolo." to ws-mensagem-retorno
                     exit section
            end-rewrite
            move "Andamento registrado."             to ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2510-aplicar-situacao: situação escolhida na tela ou, sem
      *>   escolha, Aberto passa a Em atendimento.
       2510-aplicar-situacao section.
       2510.
            evaluate true
                when ws-form-resolvido
                     set  sac-resolvido               to true
                     move ws-data-hoje                to sac-data-encerramento
                when ws-form-cancelado
                     set  sac-cancelado               to true
                     move ws-data-hoje                to sac-data-encerramento
                when ws-form-em-atendimento
                     set  sac-em-atendimento          to true
                     move zeros                       to sac-data-encerramento
                when sac-aberto
                     set  sac-em-atendimento          to true
                when other
                     continue
            end-evaluate
            .

       2510-exit.
            exit.

      *>===================================================================================
      *>   2700-agendar-reentrega: o pedido do protocolo volta em um
      *>   próximo romaneio (mesma validação de 2150-validar-pedido-romaneio
      *>   e gravação de 2160-gravar-desfecho em ConfirmaEntrega.cbl). Sem
      *>   data informada vale o próximo dia útil.
       2700-agendar-reentrega section.
       2700.
            move ws-form-cd-protocolo               to sac-cd-protocolo
            read sac-arq
                key is sac-cd-protocolo
                invalid key
                     move "Protocolo nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not sac-pendente
                 move "Protocolo encerrado nao gera reentrega." to ws-mensagem-retorno
                 exit section
            end-if
            if   sac-cd-pedido = zeros
                 move "Protocolo sem pedido; informe o pedido na abertura." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-data-reentrega = spaces
                 move ws-data-hoje (1:4)              to ws-du-data-ano
                 move ws-data-hoje (5:2)              to ws-du-data-mes
                 move ws-data-hoje (7:2)              to ws-du-data-dia
                 call "DataUtil" using ws-parametros-data-util
                 move ws-du-proximo-dia-util           to ws-data-trabalho
            else
                 if   ws-form-data-reentrega is not numeric
                      move "Informe a data da reentrega (AAAAMMDD)." to ws-mensagem-retorno
                      exit section
                 end-if
                 move ws-form-data-reentrega           to ws-data-trabalho
            end-if
            if   ws-data-trabalho < ws-data-hoje
                 move "Data da reentrega ja passou."  to ws-mensagem-retorno
                 exit section
            end-if

            move sac-cd-pedido                       to ped-cd-pedido
            read pedido-arq
                key is ped-cd-pedido
                invalid key
                     move "Pedido não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   not ped-fechado
            or   ped-tipo-orcamento
            or   ped-cd-veiculo = zeros
                 move "Reentrega so vale para pedido fechado que saiu em romaneio." to ws-mensagem-retorno
                 exit section
            end-if

            move sac-cd-pedido                       to ent-cd-pedido
            read entrega-arq
                key is ent-cd-pedido
                invalid key
                     move sac-cd-pedido               to ent-cd-pedido
                     move spaces                      to ent-situacao
                     move spaces                      to ent-recebedor
                     move spaces                      to ent-motivo-recusa
                     move zeros                       to ent-data-reentrega
                     write reg-entrega
                         invalid key
                              continue
                     end-write
            end-read
            move ws-data-hoje                        to ent-data
            move ws-operador-logado                  to ent-operador
            set  ent-reentrega                       to true
            move ws-data-trabalho                    to ent-data-reentrega
            rewrite reg-entrega
                invalid key
                     move "Erro ao agendar reentrega." to ws-mensagem-retorno
                     exit section
            end-rewrite

            if   sac-aberto
                 set  sac-em-atendimento              to true
                 rewrite reg-sac
                     invalid key
                          continue
                 end-rewrite
            end-if
            move spaces                              to ws-hist-descricao
            string "Reentrega do pedido "
                   sac-cd-pedido
                   " agendada para "
                   ws-data-trabalho
                   delimited by size into ws-hist-descricao
            perform 2900-gravar-historico
            move spaces                              to ws-mensagem-retorno
            string "Reentrega agendada para "
                   ws-data-trabalho
                   "."
                   delimited by size into ws-mensagem-retorno
            .

       2700-exit.
            exit.

      *>===================================================================================
      *>   2900-gravar-historico: próxima linha do histórico do protocolo
      *>   corrente (START/READ PREVIOUS, mesma técnica de
      *>   2510-obter-proxima-sequencia-item em Consignacao.cbl), com a
      *>   situação em que ele ficou.
       2900-gravar-historico section.
       2900.
            move sac-cd-protocolo                    to sah-cd-protocolo
            move 999                                 to sah-sequencia
            start sac-historico-arq key is less than or equal sah-chave
                invalid key
                     move zeros                      to ws-proxima-sequencia-historico
                not invalid key
                     read sac-historico-arq previous record
                         at end
                              move zeros              to ws-proxima-sequencia-historico
                         not at end
                              if   sah-cd-protocolo = sac-cd-protocolo
                                   move sah-sequencia  to ws-proxima-sequencia-historico
                              else
                                   move zeros          to ws-proxima-sequencia-historico
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-historico

            initialize reg-sac-historico
            move sac-cd-protocolo                    to sah-cd-protocolo
            move ws-proxima-sequencia-historico      to sah-sequencia
            move ws-data-hoje                        to sah-data
            move ws-hora-agora                       to sah-hora
            move ws-operador-logado                  to sah-operador
            move sac-situacao                        to sah-situacao
            move ws-hist-descricao                   to sah-descricao
            write reg-sac-historico
                invalid key
                     continue
            end-write
            .

       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close sac-arq
            close sac-historico-arq
            close cliente-arq
            close pedido-arq
            close pedido-item-arq
            close produto-arq
            close entrega-arq
            close operador-arq
            close sessao-arq
            .

       3000-exit.
            exit.

      *>===================================================================================
       8000-tela section.
       8000.
            perform 8000-scripts-tela
            perform 8000-style
            exec html
                <body bgcolor=#D3D3D3 onload="InicializarTela();">
                <form name=frmAtendimento id=frmAtendimento method=post action="Atendimento.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=pedidoProtocolo id=pedidoProtocolo value=":ws-prot-cd-pedido">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Protocolo&nbsp;</td>
                        <td colspan=5>
                            <input name=cdProtocolo id=cdProtocolo size=7 maxlength=7 value=":ws-form-cd-protocolo" class="campo" tabIndex=1>
                            <img title="Carregar Protocolo" style="cursor:hand; width:16; height:16;" onClick="CarregarProtocolo();" src="Icones/check.gif" tabIndex=2>
                            &nbsp;:ws-prot-tipo-descricao &nbsp;:ws-prot-situacao-descricao
                            &nbsp;prazo :ws-prot-data-prazo <span class=":ws-prot-sla-descricao">:ws-prot-sla-descricao</span>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cliente&nbsp;</td>
                        <td colspan=5>
                            <input name=cdCliente id=cdCliente size=5 maxlength=5 value=":ws-prot-cd-cliente" class="campo" tabIndex=3>
                            <img title="Protocolos pendentes (do cliente ou todos)" style="cursor:hand; width:16; height:16;" onClick="ListarPendentes();" src="Icones/busca.gif" tabIndex=4>
                            &nbsp;:ws-prot-razao-social
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Abertura&nbsp;</td>
                        <td colspan=5>
                            tipo <select name=tipo id=tipo class="campo" tabIndex=5>
                                <option value="1">Item errado</option>
                                <option value="2">Atraso na entrega</option>
                                <option value="3">Mercadoria avariada</option>
                                <option value="4">Cobranca</option>
                                <option value="5">Outros</option>
                            </select>
                            pedido <input name=cdPedido id=cdPedido size=7 maxlength=7 value=":ws-prot-cd-pedido" class="campo" title="Pedido reclamado (opcional)" tabIndex=6>
                            produto <input name=cdProduto id=cdProduto size=5 maxlength=5 value=":ws-prot-cd-produto" class="campo" title="Produto reclamado (opcional)" tabIndex=7>
                            :ws-prot-produto-descricao
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Reclamação&nbsp;</td>
                        <td colspan=5>
                            <input name=descricao id=descricao size=60 maxlength=60 value=":ws-prot-descricao" class="campo" tabIndex=8>
                            responsável <input name=responsavel id=responsavel size=10 maxlength=10 value=":ws-prot-responsavel" class="campo" title="Operador responsavel (em branco = quem abre)" tabIndex=9>
                            <button class=botao name=BotAbrir onclick='AbrirProtocolo();' style="width:120px;" tabindex=10><label>Abrir Protocolo</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Andamento&nbsp;</td>
                        <td colspan=5>
                            <input name=acao id=acao size=60 maxlength=60 value="" class="campo" title="Acao realizada / solucao" tabIndex=11>
                            <select name=novaSituacao id=novaSituacao class="campo" tabIndex=12>
                                <option value=" ">(mantém situação)</option>
                                <option value="E">Em atendimento</option>
                                <option value="R">Resolvido</option>
                                <option value="C">Cancelado</option>
                            </select>
                            <button class=botao name=BotAndamento onclick='RegistrarAndamento();' style="width:150px;" tabindex=13><label>Registrar Andamento</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Ações&nbsp;</td>
                        <td colspan=5>
                            <button class=botao name=BotDevolucao onclick='AbrirDevolucao();' style="width:150px;" tabindex=14><label>Registrar Devolução</label></button>
                            reentrega em <input name=dataReentrega id=dataReentrega size=8 maxlength=8 value="" class="campo" title="Data da reentrega (AAAAMMDD; em branco = proximo dia util)" tabIndex=15>
                            <button class=botao name=BotReentrega onclick='AgendarReentrega();' style="width:150px;" tabindex=16><label>Agendar Reentrega</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-pnd-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Protocolo</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Cliente</td>
                                    <td class=titulocampo>Abertura</td>
                                    <td class=titulocampo>Prazo</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Responsável</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-pendentes
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            if   ws-his-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Hora</td>
                                    <td class=titulocampo>Operador</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Ação</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-historico
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            exec html
                </table>
                </form>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-pendentes section.
       8000.
            perform varying ws-pnd-tab-idx from 1 by 1
                    until ws-pnd-tab-idx > ws-pnd-qtd
                exec html
                    <tr class=":ws-pnd-classe(ws-pnd-tab-idx)">
                        <td>:ws-pnd-cd-protocolo(ws-pnd-tab-idx)</td>
                        <td>:ws-pnd-tipo-descricao(ws-pnd-tab-idx)</td>
                        <td>:ws-pnd-cd-cliente(ws-pnd-tab-idx)</td>
                        <td><div align=center>:ws-pnd-data-abertura(ws-pnd-tab-idx)</div></td>
                        <td><div align=center>:ws-pnd-data-prazo(ws-pnd-tab-idx)</div></td>
                        <td>:ws-pnd-situacao-descricao(ws-pnd-tab-idx)</td>
                        <td>:ws-pnd-responsavel(ws-pnd-tab-idx)</td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarProtocoloCodigo(:ws-pnd-cd-protocolo(ws-pnd-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-historico section.
       8000.
            perform varying ws-his-tab-idx from 1 by 1
                    until ws-his-tab-idx > ws-his-qtd
                exec html
                    <tr>
                        <td><div align=center>:ws-his-data(ws-his-tab-idx)</div></td>
                        <td><div align=center>:ws-his-hora(ws-his-tab-idx)</div></td>
                        <td>:ws-his-operador(ws-his-tab-idx)</td>
                        <td>:ws-his-situacao(ws-his-tab-idx)</td>
                        <td>:ws-his-descricao(ws-his-tab-idx)</td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
            exec html
               <style>
                  .campo {
                     border: 1px solid gray;
                  }
                  .titulocampo {
                     text-align: right;
                  }
                  .botao {
                  }
                  .vencido, .VENCIDO {
                     color: red;
                     font-weight: bold;
                  }
               </style>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-scripts-tela section.
       8000.
            exec html
                <script>
                    function InicializarTela() {
                        if (":ws-prot-tipo" != "0") { document.all.tipo.value = ":ws-prot-tipo"; }
                    }

                    function Submeter(opcao) {
                        document.all.opcao.value = opcao;
                        document.all.frmAtendimento.action = "Atendimento.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmAtendimento.submit();
                    }

                    function CarregarProtocolo() {
                        Submeter("30");
                    }

                    function CarregarProtocoloCodigo(cdProtocolo) {
                        document.all.cdProtocolo.value = cdProtocolo;
                        Submeter("30");
                    }

                    function ListarPendentes() {
                        Submeter("35");
                    }

                    function AbrirProtocolo() {
                        if (document.all.cdCliente.value == "" || document.all.descricao.value == "") {
                            alert("Informe o cliente e a descricao da reclamacao.");
                            return;
                        }
                        if (confirm("Confirma a abertura de um novo protocolo?")) {
                            Submeter("10");
                        }
                    }

                    function RegistrarAndamento() {
                        if (document.all.cdProtocolo.value == "" || document.all.cdProtocolo.value == "0000000") {
                            alert("Carregue o protocolo.");
                            return;
                        }
                        Submeter("50");
                    }

                    function AbrirDevolucao() {
                        if (document.all.pedidoProtocolo.value == "" || document.all.pedidoProtocolo.value == "0000000") {
                            alert("Carregue um protocolo com pedido para registrar a devolucao.");
                            return;
                        }
                        window.open("Devolucao.exe?opcao=30&sessao=" + document.all.sessao.value
                                  + "&cdPedido=" + document.all.pedidoProtocolo.value
                                  + "&cdProtocolo=" + document.all.cdProtocolo.value,
                                    "", "top=0, left=0, width=900, height=600");
                    }

                    function AgendarReentrega() {
                        if (confirm("Confirma a reentrega do pedido do protocolo?")) {
                            Submeter("75");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
