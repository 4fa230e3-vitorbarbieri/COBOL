      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Comodato.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                        Equipamentos em Comodato
      *>            --------------------------------------------------------
      *>
      *>   Patrimônio de equipamentos cedidos aos clientes (EQUIPAMENTO.DAT)
      *>   e os contratos de comodato (COMODATO.DAT), no mesmo molde da
      *>   tela de Campanha.cbl: Salvar inclui ou altera o equipamento da
      *>   plaqueta informada (tipo, descrição, número de série, valor e
      *>   situação - disponível, em manutenção ou baixado; "emprestado"
      *>   só o contrato coloca), Emprestar abre o contrato do
      *>   equipamento disponível para o cliente ativo e o endereço de
      *>   entrega onde fica instalado, com a vigência e a compra mínima
      *>   mensal, e Devolver encerra o contrato quando o equipamento
      *>   volta. Carregar Cliente lista os contratos do cliente, com o
      *>   recolhimento pedido quando o cliente foi bloqueado, inativado,
      *>   fundido ou expurgado (RecolheComodato.cbl). Restrita aos
      *>   perfis de vendas e supervisor. Chamado pelo menu em
      *>   "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select equipamento-arq assign    to "EQUIPAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is eqp-nr-patrimonio
                  file status                is ws-status-equipamento.
           select comodato-arq assign       to "COMODATO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmd-cd-contrato
                  alternate record key       is cmd-cd-cliente with duplicates
                  file status                is ws-status-comodato.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select cli-endereco-arq assign   to "CLI-ENDERECO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is end-chave
                  file status                is ws-status-cli-endereco.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  equipamento-arq.
       copy "EQUIPTO.CPY".
       fd  comodato-arq.
       copy "COMODATO.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  cli-endereco-arq.
       copy "CLIEND.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-equipamento                  pic x(02)       value "00".
              88 ws-equipamento-ok                                  value "00".
              88 ws-equipamento-nao-encontrado                      value "23" "35".
           03 ws-status-comodato                    pic x(02)       value "00".
              88 ws-comodato-ok                                     value "00".
              88 ws-comodato-nao-encontrado                         value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-cli-endereco                 pic x(02)       value "00".
              88 ws-cli-endereco-ok                                 value "00".
              88 ws-cli-endereco-nao-encontrado                     value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                           pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-salvar                                    value "10".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-carregar-cliente                          value "35".
              88 ws-opcao-emprestar                                 value "60".
              88 ws-opcao-devolver                                  value "65".

      *>   Campos recebidos do formulário (getfield do htmlpp).
       01  ws-form-comodato.
           03 ws-form-nr-patrimonio                  pic 9(07)       value zeros.
           03 ws-form-tipo                          pic x(01)       value "F".
           03 ws-form-descricao                     pic x(40)       value spaces.
           03 ws-form-numero-serie                   pic x(20)       value spaces.
           03 ws-form-valor                         pic 9(07)v9(02) value zeros.
           03 ws-form-data-aquisicao                 pic 9(08)       value zeros.
           03 ws-form-situacao                      pic x(01)       value "D".
           03 ws-form-cd-cliente                    pic 9(05)       value zeros.
           03 ws-form-sequencia-entrega              pic 9(05)       value zeros.
           03 ws-form-data-inicio                    pic 9(08)       value zeros.
           03 ws-form-data-fim                       pic 9(08)       value zeros.
           03 ws-form-compra-minima                  pic 9(07)v9(02) value zeros.
           03 ws-form-cd-contrato                    pic 9(07)       value zeros.

       01  ws-form-razao-social                      pic x(40)       value spaces.
       01  ws-ind-equipamento-existente              pic x(01)       value "N".
          88 ws-equipamento-existente                               value "S".
       01  ws-ind-fim-equipamento                    pic x(01)       value "N".
          88 ws-equipamento-eof                                     value "S".
       01  ws-ind-fim-comodato                       pic x(01)       value "N".
          88 ws-comodato-eof                                        value "S".
       01  ws-data-hoje                              pic 9(08)       value zeros.

      *>   Equipamentos do patrimônio (grade), com o cliente que está
      *>   com cada um.
       01  ws-tab-equipamentos.
           03 ws-eqp-linha                           occurs 100 times.
              05 ws-eqp-r-nr-patrimonio               pic 9(07).
              05 ws-eqp-r-tipo                        pic x(10).
              05 ws-eqp-r-descricao                   pic x(40).
              05 ws-eqp-r-numero-serie                pic x(20).
              05 ws-eqp-r-valor                       pic 9(07)v9(02).
              05 ws-eqp-r-situacao                    pic x(12).
              05 ws-eqp-r-cd-cliente                  pic 9(05).
       01  ws-eqp-qtd                                pic 9(03)       value zeros.
       01  ws-eqp-tab-idx                             pic 9(03)       value zeros.

      *>   Contratos do cliente carregado.
       01  ws-tab-contratos.
           03 ws-cmd-linha                           occurs 50 times.
              05 ws-cmd-r-cd-contrato                 pic 9(07).
              05 ws-cmd-r-nr-patrimonio               pic 9(07).
              05 ws-cmd-r-sequencia-entrega           pic 9(05).
              05 ws-cmd-r-endereco                    pic x(30).
              05 ws-cmd-r-data-inicio                 pic 9(08).
              05 ws-cmd-r-data-fim                    pic 9(08).
              05 ws-cmd-r-compra-minima               pic 9(07)v9(02).
              05 ws-cmd-r-situacao                    pic x(09).
              05 ws-cmd-r-data-devolucao              pic 9(08).
              05 ws-cmd-r-recolhimento                pic x(40).
       01  ws-cmd-qtd                                pic 9(03)       value zeros.
       01  ws-cmd-tab-idx                             pic 9(03)       value zeros.

      *>   Numeração dos contratos (CALL para ProximoNumero).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

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
            perform 1100-abrir-arquivos
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o equipamento-arq
            if   ws-equipamento-nao-encontrado
                 open output equipamento-arq
                 close equipamento-arq
                 open i-o equipamento-arq
            end-if
            open i-o comodato-arq
            if   ws-comodato-nao-encontrado
                 open output comodato-arq
                 close comodato-arq
                 open i-o comodato-arq
            end-if

            open input cliente-arq
            open input cli-endereco-arq
            if   ws-cli-endereco-nao-encontrado
                 open output cli-endereco-arq
                 close cli-endereco-arq
                 open input cli-endereco-arq
            end-if
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
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Comodato restrito aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-emprestar
                      or ws-opcao-devolver)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-equipamento
                     perform 2300-carregar-equipamento
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-equipamento
                when ws-opcao-carregar-cliente
                     perform 1200-obter-campos-formulario
                     perform 2400-carregar-contratos
                when ws-opcao-emprestar
                     perform 1200-obter-campos-formulario
                     perform 2500-emprestar-equipamento
                     perform 2400-carregar-contratos
                when ws-opcao-devolver
                     perform 1200-obter-campos-formulario
                     perform 2550-devolver-equipamento
                     perform 2400-carregar-contratos
                when other
                     continue
            end-evaluate
            perform 2200-listar-equipamentos
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
                getfield( ws-form-nr-patrimonio )
                getfield( ws-form-tipo )
                getfield( ws-form-descricao )
                getfield( ws-form-numero-serie )
                getfield( ws-form-valor )
                getfield( ws-form-data-aquisicao )
                getfield( ws-form-situacao )
                getfield( ws-form-cd-cliente )
                getfield( ws-form-sequencia-entrega )
                getfield( ws-form-data-inicio )
                getfield( ws-form-data-fim )
                getfield( ws-form-compra-minima )
                getfield( ws-form-cd-contrato )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-equipamento: inclui ou altera o equipamento da
      *>   plaqueta. A situação Emprestado e o contrato vigente só mudam
      *>   por Emprestar/Devolver; equipamento emprestado não pode ser
      *>   posto em manutenção nem baixado antes de voltar.
       2100-gravar-equipamento section.
       2100.
            if   ws-form-nr-patrimonio = zeros
                 move "Informe o numero de patrimonio (plaqueta)." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-descricao = spaces
                 move "Informe a descricao do equipamento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-tipo not = "F" and ws-form-tipo not = "E"
            and  ws-form-tipo not = "D" and ws-form-tipo not = "O"
                 move "O"                             to ws-form-tipo
            end-if
            if   ws-form-situacao not = "D" and ws-form-situacao not = "M"
            and  ws-form-situacao not = "B"
                 move "D"                             to ws-form-situacao
            end-if

            move ws-form-nr-patrimonio               to eqp-nr-patrimonio
            move "N"                                to ws-ind-equipamento-existente
            read equipamento-arq
                key is eqp-nr-patrimonio
                invalid key
                     continue
                not invalid key
                     move "S"                        to ws-ind-equipamento-existente
            end-read

            if   ws-equipamento-existente
            and  eqp-emprestado
                 move "C"                             to ws-form-situacao
            end-if

            move ws-form-nr-patrimonio               to eqp-nr-patrimonio
            move ws-form-tipo                        to eqp-tipo
            move ws-form-descricao                   to eqp-descricao
            move ws-form-numero-serie                 to eqp-numero-serie
            move ws-form-valor                       to eqp-valor
            move ws-form-data-aquisicao               to eqp-data-aquisicao
            move ws-form-situacao                    to eqp-situacao

            if   ws-equipamento-existente
                 rewrite reg-equipamento
                     invalid key
                          move "Erro ao alterar equipamento." to ws-mensagem-retorno
                     not invalid key
                          move "Equipamento alterado." to ws-mensagem-retorno
                 end-rewrite
            else
                 move zeros                           to eqp-cd-contrato
                 move ws-data-hoje                    to eqp-data-inclusao
                 move ws-operador-logado               to eqp-operador-inclusao
                 write reg-equipamento
                     invalid key
                          move "Erro ao incluir equipamento." to ws-mensagem-retorno
                     not invalid key
                          move "Equipamento incluido no patrimonio." to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-listar-equipamentos section.
       2200.
            move zeros                               to ws-eqp-qtd
            move "N"                                 to ws-ind-fim-equipamento
            move low-values                          to eqp-nr-patrimonio
            start equipamento-arq key is greater than or equal eqp-nr-patrimonio
                invalid key
                     set ws-equipamento-eof           to true
            end-start

            perform until ws-equipamento-eof
                    or ws-eqp-qtd >= 100
                read equipamento-arq next record
                    at end
                         set ws-equipamento-eof        to true
                    not at end
                         add 1                         to ws-eqp-qtd
                         move eqp-nr-patrimonio         to ws-eqp-r-nr-patrimonio(ws-eqp-qtd)
                         move eqp-descricao             to ws-eqp-r-descricao(ws-eqp-qtd)
                         move eqp-numero-serie          to ws-eqp-r-numero-serie(ws-eqp-qtd)
                         move eqp-valor                 to ws-eqp-r-valor(ws-eqp-qtd)
                         move zeros                     to ws-eqp-r-cd-cliente(ws-eqp-qtd)
                         evaluate true
                             when eqp-freezer
                                  move "Freezer"        to ws-eqp-r-tipo(ws-eqp-qtd)
                             when eqp-expositor
                                  move "Expositor"      to ws-eqp-r-tipo(ws-eqp-qtd)
                             when eqp-dispenser
                                  move "Dispenser"      to ws-eqp-r-tipo(ws-eqp-qtd)
                             when other
                                  move "Outro"          to ws-eqp-r-tipo(ws-eqp-qtd)
                         end-evaluate
                         evaluate true
                             when eqp-emprestado
                                  move "Emprestado"     to ws-eqp-r-situacao(ws-eqp-qtd)
                                  move eqp-cd-contrato   to cmd-cd-contrato
                                  read comodato-arq
                                      key is cmd-cd-contrato
                                      invalid key
                                           continue
                                      not invalid key
                                           move cmd-cd-cliente to ws-eqp-r-cd-cliente(ws-eqp-qtd)
                                  end-read
                             when eqp-em-manutencao
                                  move "Manutencao"     to ws-eqp-r-situacao(ws-eqp-qtd)
                             when eqp-baixado
                                  move "Baixado"        to ws-eqp-r-situacao(ws-eqp-qtd)
                             when other
                                  move "Disponivel"     to ws-eqp-r-situacao(ws-eqp-qtd)
                         end-evaluate
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       2300-carregar-equipamento section.
       2300.
            if   ws-form-nr-patrimonio = zeros
                 exit section
            end-if
            move ws-form-nr-patrimonio               to eqp-nr-patrimonio
            read equipamento-arq
                key is eqp-nr-patrimonio
                invalid key
                     if   ws-opcao-carregar
                          move "Equipamento nao encontrado." to ws-mensagem-retorno
                     end-if
                     exit section
            end-read
            move eqp-tipo                            to ws-form-tipo
            move eqp-descricao                       to ws-form-descricao
            move eqp-numero-serie                     to ws-form-numero-serie
            move eqp-valor                           to ws-form-valor
            move eqp-data-aquisicao                   to ws-form-data-aquisicao
            move eqp-situacao                        to ws-form-situacao
            if   ws-opcao-carregar
                 move "Equipamento carregado."        to ws-mensagem-retorno
            end-if
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2400-carregar-contratos: contratos do cliente pela chave
      *>   alternada cmd-cd-cliente, com o endereço de instalação.
       2400-carregar-contratos section.
       2400.
            move zeros                               to ws-cmd-qtd
            move spaces                              to ws-form-razao-social
            if   ws-form-cd-cliente = zeros
                 exit section
            end-if
            move ws-form-cd-cliente                  to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     if   ws-opcao-carregar-cliente
                          move "Cliente nao encontrado."  to ws-mensagem-retorno
                     end-if
                     exit section
            end-read
            move cli-razao-social                    to ws-form-razao-social

            move "N"                                 to ws-ind-fim-comodato
            move ws-form-cd-cliente                  to cmd-cd-cliente
            start comodato-arq key is greater than or equal cmd-cd-cliente
                invalid key
                     set ws-comodato-eof              to true
            end-start
            perform until ws-comodato-eof
                    or ws-cmd-qtd >= 50
                read comodato-arq next record
                    at end
                         set ws-comodato-eof           to true
                    not at end
                         if   cmd-cd-cliente not = ws-form-cd-cliente
                              set ws-comodato-eof       to true
                         else
                              add 1                    to ws-cmd-qtd
                              move cmd-cd-contrato      to ws-cmd-r-cd-contrato(ws-cmd-qtd)
                              move cmd-nr-patrimonio    to ws-cmd-r-nr-patrimonio(ws-cmd-qtd)
                              move cmd-sequencia-entrega to ws-cmd-r-sequencia-entrega(ws-cmd-qtd)
                              move cmd-data-inicio      to ws-cmd-r-data-inicio(ws-cmd-qtd)
                              move cmd-data-fim         to ws-cmd-r-data-fim(ws-cmd-qtd)
                              move cmd-compra-minima    to ws-cmd-r-compra-minima(ws-cmd-qtd)
                              move cmd-data-devolucao   to ws-cmd-r-data-devolucao(ws-cmd-qtd)
                              if   cmd-vigente
                                   move "Vigente"       to ws-cmd-r-situacao(ws-cmd-qtd)
                              else
                                   move "Encerrado"     to ws-cmd-r-situacao(ws-cmd-qtd)
                              end-if
                              move spaces               to ws-cmd-r-recolhimento(ws-cmd-qtd)
                              if   cmd-vigente
                              and  cmd-data-recolhimento not = zeros
                                   string cmd-data-recolhimento " "
                                          cmd-motivo-recolhimento
                                          delimited by size into ws-cmd-r-recolhimento(ws-cmd-qtd)
                              end-if
                              move "Endereco do cadastro" to ws-cmd-r-endereco(ws-cmd-qtd)
                              if   cmd-sequencia-entrega not = zeros
                                   move cmd-cd-cliente  to end-cd-cliente
                                   move cmd-sequencia-entrega to end-sequencia
                                   read cli-endereco-arq
                                       key is end-chave
                                       invalid key
                                            move "Endereco excluido" to ws-cmd-r-endereco(ws-cmd-qtd)
                                       not invalid key
                                            move end-descricao to ws-cmd-r-endereco(ws-cmd-qtd)
                                   end-read
                              end-if
                         end-if
                end-read
            end-perform
            if   ws-opcao-carregar-cliente
                 move "Contratos do cliente carregados." to ws-mensagem-retorno
            end-if
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2500-emprestar-equipamento: abre o contrato (série COMODATO)
      *>   do equipamento disponível para o cliente ativo, no endereço
      *>   de entrega informado (zero = endereço do cadastro).
       2500-emprestar-equipamento section.
       2500.
            if   ws-form-cd-cliente = zeros
                 move "Informe o cliente."            to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-nr-patrimonio = zeros
                 move "Informe o numero de patrimonio do equipamento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-data-inicio = zeros
                 move ws-data-hoje                    to ws-form-data-inicio
            end-if
            if   ws-form-data-fim not = zeros
            and  ws-form-data-fim < ws-form-data-inicio
                 move "Termino do contrato anterior ao inicio." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-cliente                  to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente nao encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   not cli-ativo
                 move "Cliente bloqueado ou inativo nao recebe equipamento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-sequencia-entrega not = zeros
                 move ws-form-cd-cliente              to end-cd-cliente
                 move ws-form-sequencia-entrega        to end-sequencia
                 read cli-endereco-arq
                     key is end-chave
                     invalid key
                          move "Endereco de entrega nao cadastrado para o cliente." to ws-mensagem-retorno
                          exit section
                 end-read
            end-if

            move ws-form-nr-patrimonio               to eqp-nr-patrimonio
            read equipamento-arq
                key is eqp-nr-patrimonio
                invalid key
                     move "Equipamento nao cadastrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not eqp-disponivel
                 move "Equipamento nao esta disponivel (emprestado, em manutencao ou baixado)." to ws-mensagem-retorno
                 exit section
            end-if

            move "COMODATO"                          to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero

            initialize reg-comodato
            move ws-seq-numero-gerado                 to cmd-cd-contrato
            move ws-form-cd-cliente                  to cmd-cd-cliente
            move ws-form-sequencia-entrega            to cmd-sequencia-entrega
            move ws-form-nr-patrimonio               to cmd-nr-patrimonio
            move ws-form-data-inicio                 to cmd-data-inicio
            move ws-form-data-fim                    to cmd-data-fim
            move ws-form-compra-minima               to cmd-compra-minima
            set  cmd-vigente                         to true
            move zeros                               to cmd-data-devolucao
            move zeros                               to cmd-data-recolhimento
            move spaces                              to cmd-motivo-recolhimento
            move ws-operador-logado                  to cmd-operador
            move ws-data-hoje                        to cmd-data-inclusao
            write reg-comodato
                invalid key
                     move "Erro ao gravar o contrato."  to ws-mensagem-retorno
                     exit section
            end-write

            set  eqp-emprestado                      to true
            move cmd-cd-contrato                     to eqp-cd-contrato
            rewrite reg-equipamento
                invalid key
                     continue
            end-rewrite
            move cmd-cd-contrato                     to ws-form-cd-contrato
            move spaces                              to ws-mensagem-retorno
            string "Contrato " cmd-cd-contrato " aberto: equipamento "
                   cmd-nr-patrimonio " com o cliente " cmd-cd-cliente "."
                   delimited by size into ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2550-devolver-equipamento: o equipamento voltou - encerra o
      *>   contrato e devolve o equipamento ao patrimônio disponível. A
      *>   tarefa de recolhimento, se houver, é concluída pelo operador na
      *>   agenda do cliente.
       2550-devolver-equipamento section.
       2550.
            if   ws-form-cd-contrato = zeros
                 move "Informe o contrato a encerrar." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-contrato                 to cmd-cd-contrato
            read comodato-arq
                key is cmd-cd-contrato
                invalid key
                     move "Contrato nao encontrado."  to ws-mensagem-retorno
                     exit section
            end-read
            if   cmd-encerrado
                 move "Contrato ja encerrado."        to ws-mensagem-retorno
                 exit section
            end-if
            move cmd-cd-cliente                      to ws-form-cd-cliente

            set  cmd-encerrado                       to true
            move ws-data-hoje                        to cmd-data-devolucao
            rewrite reg-comodato
                invalid key
                     move "Erro ao encerrar o contrato." to ws-mensagem-retorno
                     exit section
            end-rewrite

            move cmd-nr-patrimonio                   to eqp-nr-patrimonio
            read equipamento-arq
                key is eqp-nr-patrimonio
                invalid key
                     continue
                not invalid key
                     if   eqp-cd-contrato = cmd-cd-contrato
                          set  eqp-disponivel          to true
                          move zeros                   to eqp-cd-contrato
                          rewrite reg-equipamento
                              invalid key
                                   continue
                          end-rewrite
                     end-if
            end-read
            move spaces                              to ws-mensagem-retorno
            string "Contrato " cmd-cd-contrato " encerrado; equipamento "
                   cmd-nr-patrimonio " disponivel."
                   delimited by size into ws-mensagem-retorno
            .

       2550-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close equipamento-arq
            close comodato-arq
            close cliente-arq
            close cli-endereco-arq
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
                <form name=frmComodato id=frmComodato method=post action="Comodato.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=cdContrato id=cdContrato value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Patrimônio&nbsp;</td>
                        <td><input name=nrPatrimonio id=nrPatrimonio size=7 maxlength=7 value=":ws-form-nr-patrimonio" class="campo" title="Numero da plaqueta" tabIndex=1></td>
                        <td class=titulocampo>Tipo&nbsp;</td>
                        <td>
                            <select name=tipo class="combo" tabIndex=2>
                                <option value="F">Freezer</option>
                                <option value="E">Expositor</option>
                                <option value="D">Dispenser</option>
                                <option value="O">Outro</option>
                            </select>
                        </td>
                        <td class=titulocampo>Descrição&nbsp;</td>
                        <td><input name=descricao style="width:250px;" maxlength=40 value=":ws-form-descricao" class="campo" tabIndex=3></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Nº de série&nbsp;</td>
                        <td><input name=numeroSerie size=20 maxlength=20 value=":ws-form-numero-serie" class="campo" tabIndex=4></td>
                        <td class=titulocampo>Valor&nbsp;</td>
                        <td>
                            <input name=valor size=10 maxlength=10 value=":ws-form-valor" class="campo" tabIndex=5>
                            aquisição <input name=dataAquisicao size=8 maxlength=8 value=":ws-form-data-aquisicao" class="campo" title="AAAAMMDD" tabIndex=6>
                        </td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td>
                            <select name=situacao class="combo" tabIndex=7>
                                <option value="D">Disponível</option>
                                <option value="C">Emprestado</option>
                                <option value="M">Em manutenção</option>
                                <option value="B">Baixado</option>
                            </select>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=8><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cliente&nbsp;</td>
                        <td colspan=5>
                            <input name=cdCliente id=cdCliente size=5 maxlength=5 value=":ws-form-cd-cliente" class="campo" tabIndex=9>
                            <img title="Carregar Contratos do Cliente" style="cursor:hand; width:16; height:16;" onClick="CarregarCliente();" src="Icones/check.gif" tabIndex=9>
                            <input name=razaoSocial size=40 value=":ws-form-razao-social" class="clsDisabled" disabled>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Emprestar&nbsp;</td>
                        <td colspan=5>
                            endereço <input name=sequenciaEntrega size=5 maxlength=5 value="0" class="campo" title="Sequencia do endereco de entrega (0 = endereco do cadastro)" tabIndex=10>
                            início <input name=dataInicio size=8 maxlength=8 value="" class="campo" title="AAAAMMDD (em branco = hoje)" tabIndex=11>
                            término <input name=dataFim size=8 maxlength=8 value="" class="campo" title="AAAAMMDD (em branco = indeterminado)" tabIndex=12>
                            compra mínima mensal <input name=compraMinima size=10 maxlength=10 value="" class="campo" tabIndex=13>
                            <button class=botao name=BotEmprestar onclick='Emprestar();' style="width:110px;" tabindex=14><label>Emprestar</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-cmd-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <fieldset>
                            <legend>Contratos do cliente</legend>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Contrato</td>
                                    <td class=titulocampo>Patrimônio</td>
                                    <td class=titulocampo>Endereço</td>
                                    <td class=titulocampo>Início</td>
                                    <td class=titulocampo>Término</td>
                                    <td class=titulocampo>Compra mínima</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Devolução</td>
                                    <td class=titulocampo>Recolhimento pedido</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-contratos
                 exec html
                            </table>
                            </fieldset>
                        </td>
                    </tr>
                 end-exec
            end-if
            if   ws-eqp-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <fieldset>
                            <legend>Patrimônio</legend>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Patrimônio</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Nº de série</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Cliente</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-equipamentos
                 exec html
                            </table>
                            </fieldset>
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
       8000-linhas-contratos section.
       8000.
            perform varying ws-cmd-tab-idx from 1 by 1
                    until ws-cmd-tab-idx > ws-cmd-qtd
                exec html
                    <tr>
                        <td>:ws-cmd-r-cd-contrato(ws-cmd-tab-idx)</td>
                        <td>:ws-cmd-r-nr-patrimonio(ws-cmd-tab-idx)</td>
                        <td>:ws-cmd-r-sequencia-entrega(ws-cmd-tab-idx) - :ws-cmd-r-endereco(ws-cmd-tab-idx)</td>
                        <td><div align=center>:ws-cmd-r-data-inicio(ws-cmd-tab-idx)</div></td>
                        <td><div align=center>:ws-cmd-r-data-fim(ws-cmd-tab-idx)</div></td>
                        <td><div align=right>:ws-cmd-r-compra-minima(ws-cmd-tab-idx)</div></td>
                        <td>:ws-cmd-r-situacao(ws-cmd-tab-idx)</td>
                        <td><div align=center>:ws-cmd-r-data-devolucao(ws-cmd-tab-idx)</div></td>
                        <td>:ws-cmd-r-recolhimento(ws-cmd-tab-idx)</td>
                        <td><img title="Devolver (encerrar contrato)" style="cursor:hand; width:16; height:16;"
                                 onClick="Devolver(:ws-cmd-r-cd-contrato(ws-cmd-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-equipamentos section.
       8000.
            perform varying ws-eqp-tab-idx from 1 by 1
                    until ws-eqp-tab-idx > ws-eqp-qtd
                exec html
                    <tr>
                        <td>:ws-eqp-r-nr-patrimonio(ws-eqp-tab-idx)</td>
                        <td>:ws-eqp-r-tipo(ws-eqp-tab-idx)</td>
                        <td>:ws-eqp-r-descricao(ws-eqp-tab-idx)</td>
                        <td>:ws-eqp-r-numero-serie(ws-eqp-tab-idx)</td>
                        <td><div align=right>:ws-eqp-r-valor(ws-eqp-tab-idx)</div></td>
                        <td>:ws-eqp-r-situacao(ws-eqp-tab-idx)</td>
                        <td>:ws-eqp-r-cd-cliente(ws-eqp-tab-idx)</td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarEquipamento(:ws-eqp-r-nr-patrimonio(ws-eqp-tab-idx));" src="Icones/check.gif"></td>
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
                  .clsDisabled {
                     background-color: #e6e6e6;
                  }
                  .botao {
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
                    function Submeter(opcao) {
                        document.all.opcao.value = opcao;
                        document.all.frmComodato.action = "Comodato.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmComodato.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }

                    function CarregarEquipamento(nrPatrimonio) {
                        document.all.nrPatrimonio.value = nrPatrimonio;
                        Submeter("30");
                    }

                    function CarregarCliente() {
                        Submeter("35");
                    }

                    function Emprestar() {
                        if (confirm("Confirma o emprestimo do equipamento ao cliente?")) {
                            Submeter("60");
                        }
                    }

                    function Devolver(cdContrato) {
                        if (confirm("Confirma a devolucao do equipamento e o encerramento do contrato?")) {
                            document.all.cdContrato.value = cdContrato;
                            Submeter("65");
                        }
                    }

                    function InicializarTela() {
                        document.all.tipo.value     = ":ws-form-tipo";
                        document.all.situacao.value = ":ws-form-situacao";
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
