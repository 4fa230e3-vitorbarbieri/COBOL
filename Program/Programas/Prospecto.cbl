      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Prospecto.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                          Funil de Prospecção
      *>            --------------------------------------------------------
      *>
      *>   Cadastro leve de prospectos (PROSPECT.DAT) antes do cliente
      *>   existir, no mesmo molde da tela de Campanha.cbl: nome, contato,
      *>   telefone, município, origem e vendedor responsável, sem CPF/CNPJ
      *>   nem endereço validado. O prospecto anda pelas etapas do funil
      *>   (Lead, Contato, Proposta, Negociação) registrando cada
      *>   interação datada em PROSPECT-INTERACAO.DAT - a mudança de etapa
      *>   vai junto na interação, para o tempo por etapa de
      *>   RelFunil.cbl - e o próximo passo agendado aparece na Agenda do
      *>   Dia do vendedor (AgendaTarefas.cbl). Perdido encerra com o
      *>   motivo; Converter abre o formulário de Cliente.cbl já
      *>   preenchido com os dados do prospecto, e é o Salvar de lá que
      *>   marca Ganho e grava o vínculo com o cliente criado. Restrita
      *>   aos perfis de vendas e supervisor. Chamado pelo menu em
      *>   "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select prospecto-arq assign      to "PROSPECT.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prs-cd-prospecto
                  alternate record key       is prs-cd-vendedor with duplicates
                  file status                is ws-status-prospecto.
           select prospecto-interacao-arq assign to "PROSPECT-INTERACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pin-chave
                  file status                is ws-status-prospecto-interacao.
           select vendedor-arq assign       to "VENDEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is vnd-cd-vendedor
                  file status                is ws-status-vendedor.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  prospecto-arq.
       copy "PROSPECT.CPY".
       fd  prospecto-interacao-arq.
       copy "PRSINT.CPY".
       fd  vendedor-arq.
       copy "VEND.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-prospecto                   pic x(02)       value "00".
              88 ws-prospecto-ok                                    value "00".
              88 ws-prospecto-nao-encontrado                        value "23" "35".
           03 ws-status-prospecto-interacao          pic x(02)       value "00".
              88 ws-prospecto-interacao-ok                          value "00".
              88 ws-prospecto-interacao-nao-encontrado              value "23" "35".
           03 ws-status-vendedor                    pic x(02)       value "00".
              88 ws-vendedor-ok                                     value "00".
              88 ws-vendedor-nao-encontrado                         value "23" "35".
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
              88 ws-opcao-listar                                    value "20".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-novo                                      value "50".
              88 ws-opcao-registrar-interacao                       value "60".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.

      *>   Campos recebidos do formulário (getfield do htmlpp).
       01  ws-form-prospecto.
           03 ws-form-cd-prospecto                   pic 9(07)       value zeros.
           03 ws-form-nome                          pic x(40)       value spaces.
           03 ws-form-nm-contato                     pic x(40)       value spaces.
           03 ws-form-ddd-contato                    pic 9(02)       value zeros.
           03 ws-form-fone-contato                   pic x(10)       value spaces.
           03 ws-form-email-contato                  pic x(60)       value spaces.
           03 ws-form-municipio                     pic x(30)       value spaces.
           03 ws-form-uf                            pic x(02)       value spaces.
           03 ws-form-origem                        pic x(01)       value "I".
           03 ws-form-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-form-proximo-passo                  pic x(60)       value spaces.
           03 ws-form-data-proximo-passo              pic 9(08)       value zeros.
           03 ws-form-filtro-vendedor                 pic 9(05)       value zeros.
           03 ws-form-int-tipo                       pic x(01)       value "L".
           03 ws-form-int-descricao                  pic x(60)       value spaces.
           03 ws-form-int-data                       pic 9(08)       value zeros.
           03 ws-form-int-etapa                      pic 9(01)       value zeros.

      *>   Dados só de exibição do prospecto carregado.
       01  ws-form-etapa                             pic 9(01)       value zeros.
       01  ws-form-ds-etapa                          pic x(12)       value spaces.
       01  ws-form-nm-vendedor                       pic x(40)       value spaces.
       01  ws-form-cd-cliente                        pic 9(05)       value zeros.
       01  ws-form-motivo-perda                      pic x(40)       value spaces.
       01  ws-ind-prospecto-existente                pic x(01)       value "N".
          88 ws-prospecto-existente                                 value "S".
       01  ws-ind-fim-arquivo                        pic x(01)       value "N".
          88 ws-arquivo-eof                                         value "S".
       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-proxima-sequencia-interacao             pic 9(05)       value zeros.
       01  ws-filtro-vendedor-guardado                pic 9(05)       value zeros.
       01  ws-int-etapa-anterior                      pic 9(01)       value zeros.
       01  ws-int-etapa-nova                          pic 9(01)       value zeros.
       01  ws-etapa-descrever                        pic 9(01)       value zeros.
       01  ws-ds-etapa-descrita                      pic x(12)       value spaces.

      *>   Prospectos em aberto (grade), filtrados pelo vendedor quando
      *>   informado.
       01  ws-tab-prospectos.
           03 ws-prs-linha                           occurs 100 times.
              05 ws-prs-r-cd-prospecto                pic 9(07).
              05 ws-prs-r-nome                        pic x(40).
              05 ws-prs-r-cd-vendedor                 pic 9(05).
              05 ws-prs-r-ds-etapa                    pic x(12).
              05 ws-prs-r-data-etapa                  pic 9(08).
              05 ws-prs-r-proximo-passo               pic x(60).
              05 ws-prs-r-data-proximo-passo          pic 9(08).
       01  ws-prs-qtd                                pic 9(03)       value zeros.
       01  ws-prs-tab-idx                             pic 9(03)       value zeros.

      *>   Interações do prospecto carregado.
       01  ws-tab-interacoes.
           03 ws-pin-linha                           occurs 100 times.
              05 ws-pin-r-data                        pic 9(08).
              05 ws-pin-r-tipo                        pic x(08).
              05 ws-pin-r-descricao                   pic x(60).
              05 ws-pin-r-mudanca-etapa               pic x(30).
              05 ws-pin-r-operador                    pic x(10).
       01  ws-pin-qtd                                pic 9(03)       value zeros.
       01  ws-pin-tab-idx                             pic 9(03)       value zeros.

      *>   Numeração dos prospectos (CALL para ProximoNumero).
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
            open i-o prospecto-arq
            if   ws-prospecto-nao-encontrado
                 open output prospecto-arq
                 close prospecto-arq
                 open i-o prospecto-arq
            end-if
            open i-o prospecto-interacao-arq
            if   ws-prospecto-interacao-nao-encontrado
                 open output prospecto-interacao-arq
                 close prospecto-interacao-arq
                 open i-o prospecto-interacao-arq
            end-if

            open input vendedor-arq
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
                     move "Funil de prospeccao restrito aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-registrar-interacao)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-prospecto
                     perform 2300-carregar-prospecto
                when ws-opcao-listar
                     perform 1200-obter-campos-formulario
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-prospecto
                when ws-opcao-novo
                     perform 1200-obter-campos-formulario
                     perform 2400-novo-prospecto
                when ws-opcao-registrar-interacao
                     perform 1200-obter-campos-formulario
                     perform 2500-registrar-interacao
                     perform 2300-carregar-prospecto
                when other
                     continue
            end-evaluate
            if   ws-perfil-logado >= 2
                 perform 2200-listar-prospectos
            end-if
            perform 8000-tela
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   1150-obter-opcao: além de opcao= e sessao=, aceita
      *>   cdProspecto= na URL - é como a Agenda do Dia abre o prospecto
      *>   do próximo passo.
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
                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "cdProspecto=" into ws-mensagem-retorno
                                                                          ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor not = spaces
                      move function numval(ws-param-valor) to ws-form-cd-prospecto
                 end-if
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
      *>   1200-obter-campos-formulario: o código vindo da URL
      *>   (cdProspecto=) só vale quando o formulário não trouxe outro.
       1200-obter-campos-formulario section.
       1200.
            exec html
                getfield( ws-form-cd-prospecto )
                getfield( ws-form-nome )
                getfield( ws-form-nm-contato )
                getfield( ws-form-ddd-contato )
                getfield( ws-form-fone-contato )
                getfield( ws-form-email-contato )
                getfield( ws-form-municipio )
                getfield( ws-form-uf )
                getfield( ws-form-origem )
                getfield( ws-form-cd-vendedor )
                getfield( ws-form-proximo-passo )
                getfield( ws-form-data-proximo-passo )
                getfield( ws-form-filtro-vendedor )
                getfield( ws-form-int-tipo )
                getfield( ws-form-int-descricao )
                getfield( ws-form-int-data )
                getfield( ws-form-int-etapa )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-prospecto: inclui (série PROSPECT, etapa Lead) ou
      *>   altera os dados do prospecto. A etapa só muda por interação
      *>   (2500) ou pela conversão em Cliente.cbl; prospecto encerrado
      *>   (ganho ou perdido) não é mais alterado.
       2100-gravar-prospecto section.
       2100.
            if   ws-form-nome = spaces
                 move "Informe o nome do prospecto."  to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-vendedor = zeros
                 move "Informe o vendedor responsavel." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-vendedor                 to vnd-cd-vendedor
            read vendedor-arq
                key is vnd-cd-vendedor
                invalid key
                     move "Vendedor nao cadastrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   ws-form-origem not = "I" and ws-form-origem not = "V"
            and  ws-form-origem not = "T" and ws-form-origem not = "S"
            and  ws-form-origem not = "F"
                 move "O"                             to ws-form-origem
            end-if
            if   ws-form-proximo-passo = spaces
                 move zeros                           to ws-form-data-proximo-passo
            end-if
            if   ws-form-proximo-passo not = spaces
            and  ws-form-data-proximo-passo = zeros
                 move ws-data-hoje                    to ws-form-data-proximo-passo
            end-if

            move "N"                                to ws-ind-prospecto-existente
            if   ws-form-cd-prospecto not = zeros
                 move ws-form-cd-prospecto            to prs-cd-prospecto
                 read prospecto-arq
                     key is prs-cd-prospecto
                     invalid key
                          move "Prospecto nao encontrado." to ws-mensagem-retorno
                          exit section
                     not invalid key
                          move "S"                    to ws-ind-prospecto-existente
                 end-read
                 if   prs-encerrado
                      move "Prospecto encerrado (ganho ou perdido) nao pode ser alterado."
                                                      to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

            move ws-form-nome                        to prs-nome
            move ws-form-nm-contato                  to prs-nm-contato
            move ws-form-ddd-contato                  to prs-ddd-contato
            move ws-form-fone-contato                 to prs-fone-contato
            move ws-form-email-contato                to prs-email-contato
            move ws-form-municipio                   to prs-municipio
            move ws-form-uf                          to prs-uf
            move ws-form-origem                      to prs-origem
            move ws-form-cd-vendedor                  to prs-cd-vendedor
            move ws-form-proximo-passo                to prs-proximo-passo
            move ws-form-data-proximo-passo            to prs-data-proximo-passo

            if   ws-prospecto-existente
                 rewrite reg-prospecto
                     invalid key
                          move "Erro ao alterar prospecto." to ws-mensagem-retorno
                     not invalid key
                          move "Prospecto alterado."  to ws-mensagem-retorno
                 end-rewrite
                 exit section
            end-if

            move "PROSPECT"                          to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to prs-cd-prospecto
            set  prs-etapa-lead                      to true
            move ws-data-hoje                        to prs-data-etapa
            move spaces                              to prs-motivo-perda
            move zeros                               to prs-cd-cliente
            move zeros                               to prs-data-conversao
            move ws-data-hoje                        to prs-data-inclusao
            move ws-operador-logado                  to prs-operador-inclusao
            write reg-prospecto
                invalid key
                     move "Erro ao incluir prospecto." to ws-mensagem-retorno
                     exit section
            end-write
            move prs-cd-prospecto                    to ws-form-cd-prospecto

            move ws-data-hoje                        to ws-form-int-data
            move "O"                                 to ws-form-int-tipo
            move "Prospecto incluido no funil"       to ws-form-int-descricao
            move zeros                               to ws-int-etapa-anterior
            move 1                                   to ws-int-etapa-nova
            perform 2550-gravar-interacao
            move "Prospecto incluido no funil (etapa Lead)." to ws-mensagem-retorno
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-listar-prospectos: prospectos em aberto, pela chave
      *>   alternada prs-cd-vendedor quando há filtro de vendedor.
       2200-listar-prospectos section.
       2200.
            move zeros                               to ws-prs-qtd
            move "N"                                 to ws-ind-fim-arquivo
            if   ws-form-filtro-vendedor not = zeros
                 move ws-form-filtro-vendedor          to prs-cd-vendedor
                 start prospecto-arq key is greater than or equal prs-cd-vendedor
                     invalid key
                          set ws-arquivo-eof          to true
                 end-start
            else
                 move low-values                      to prs-cd-prospecto
                 start prospecto-arq key is greater than or equal prs-cd-prospecto
                     invalid key
                          set ws-arquivo-eof          to true
                 end-start
            end-if

            perform until ws-arquivo-eof
                    or ws-prs-qtd >= 100
                read prospecto-arq next record
                    at end
                         set ws-arquivo-eof            to true
                    not at end
                         if   ws-form-filtro-vendedor not = zeros
                         and  prs-cd-vendedor not = ws-form-filtro-vendedor
                              set ws-arquivo-eof        to true
                         else
                              if   prs-em-aberto
                                   add 1                to ws-prs-qtd
                                   move prs-cd-prospecto to ws-prs-r-cd-prospecto(ws-prs-qtd)
                                   move prs-nome        to ws-prs-r-nome(ws-prs-qtd)
                                   move prs-cd-vendedor  to ws-prs-r-cd-vendedor(ws-prs-qtd)
                                   move prs-data-etapa   to ws-prs-r-data-etapa(ws-prs-qtd)
                                   move prs-proximo-passo to ws-prs-r-proximo-passo(ws-prs-qtd)
                                   move prs-data-proximo-passo
                                                        to ws-prs-r-data-proximo-passo(ws-prs-qtd)
                                   move prs-etapa        to ws-etapa-descrever
                                   perform 2900-descrever-etapa
                                   move ws-ds-etapa-descrita
                                                        to ws-prs-r-ds-etapa(ws-prs-qtd)
                              end-if
                         end-if
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       2300-carregar-prospecto section.
       2300.
            move zeros                               to ws-pin-qtd
            if   ws-form-cd-prospecto = zeros
                 exit section
            end-if
            move ws-form-cd-prospecto                to prs-cd-prospecto
            read prospecto-arq
                key is prs-cd-prospecto
                invalid key
                     if   ws-opcao-carregar
                          move "Prospecto nao encontrado." to ws-mensagem-retorno
                     end-if
                     exit section
            end-read
            move prs-nome                            to ws-form-nome
            move prs-nm-contato                      to ws-form-nm-contato
            move prs-ddd-contato                      to ws-form-ddd-contato
            move prs-fone-contato                     to ws-form-fone-contato
            move prs-email-contato                    to ws-form-email-contato
            move prs-municipio                       to ws-form-municipio
            move prs-uf                              to ws-form-uf
            move prs-origem                          to ws-form-origem
            move prs-cd-vendedor                      to ws-form-cd-vendedor
            move prs-proximo-passo                    to ws-form-proximo-passo
            move prs-data-proximo-passo                to ws-form-data-proximo-passo
            move prs-etapa                           to ws-form-etapa
            move prs-cd-cliente                      to ws-form-cd-cliente
            move prs-motivo-perda                    to ws-form-motivo-perda
            move prs-etapa                           to ws-etapa-descrever
            perform 2900-descrever-etapa
            move ws-ds-etapa-descrita                 to ws-form-ds-etapa

            move spaces                              to ws-form-nm-vendedor
            move prs-cd-vendedor                      to vnd-cd-vendedor
            read vendedor-arq
                key is vnd-cd-vendedor
                invalid key
                     continue
                not invalid key
                     move vnd-nome                    to ws-form-nm-vendedor
            end-read

            perform 2350-carregar-interacoes
            if   ws-opcao-carregar
                 move "Prospecto carregado."          to ws-mensagem-retorno
            end-if
            .

       2300-exit.
            exit.

      *>===================================================================================
       2350-carregar-interacoes section.
       2350.
            move zeros                               to ws-pin-qtd
            move "N"                                 to ws-ind-fim-arquivo
            move ws-form-cd-prospecto                to pin-cd-prospecto
            move zeros                               to pin-sequencia
            start prospecto-interacao-arq key is greater than or equal pin-chave
                invalid key
                     set ws-arquivo-eof              to true
            end-start
            perform until ws-arquivo-eof
                    or ws-pin-qtd >= 100
                read prospecto-interacao-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         if   pin-cd-prospecto not = ws-form-cd-prospecto
                              set ws-arquivo-eof       to true
                         else
                              add 1                   to ws-pin-qtd
                              move pin-data            to ws-pin-r-data(ws-pin-qtd)
                              move pin-descricao       to ws-pin-r-descricao(ws-pin-qtd)
                              move pin-operador        to ws-pin-r-operador(ws-pin-qtd)
                              evaluate true
                                  when pin-ligacao
                                       move "Ligacao"   to ws-pin-r-tipo(ws-pin-qtd)
                                  when pin-visita
                                       move "Visita"    to ws-pin-r-tipo(ws-pin-qtd)
                                  when pin-email
                                       move "E-mail"    to ws-pin-r-tipo(ws-pin-qtd)
                                  when pin-reuniao
                                       move "Reuniao"   to ws-pin-r-tipo(ws-pin-qtd)
                                  when other
                                       move "Outro"     to ws-pin-r-tipo(ws-pin-qtd)
                              end-evaluate
                              move spaces              to ws-pin-r-mudanca-etapa(ws-pin-qtd)
                              if   pin-etapa-nova not = zeros
                                   move pin-etapa-nova  to ws-etapa-descrever
                                   perform 2900-descrever-etapa
                                   string "-> " ws-ds-etapa-descrita
                                          delimited by size
                                          into ws-pin-r-mudanca-etapa(ws-pin-qtd)
                              end-if
                         end-if
                end-read
            end-perform
            .

       2350-exit.
            exit.

      *>===================================================================================
       2400-novo-prospecto section.
       2400.
            move ws-form-filtro-vendedor              to ws-filtro-vendedor-guardado
            initialize                                ws-form-prospecto
            move ws-filtro-vendedor-guardado          to ws-form-filtro-vendedor
            move ws-filtro-vendedor-guardado          to ws-form-cd-vendedor
            move "I"                                 to ws-form-origem
            move "L"                                 to ws-form-int-tipo
            move zeros                               to ws-form-etapa
            move spaces                              to ws-form-ds-etapa
            move zeros                               to ws-form-cd-cliente
            move zeros                               to ws-pin-qtd
            move spaces                              to ws-mensagem-retorno
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2500-registrar-interacao: grava o contato datado e, quando
      *>   informada, a nova etapa (1 a 4, ou 6 Perdido com o motivo na
      *>   descrição); Ganho só pela conversão em Cliente.cbl. O próximo
      *>   passo informado no formulário é regravado no prospecto junto.
       2500-registrar-interacao section.
       2500.
            if   ws-form-cd-prospecto = zeros
                 move "Carregue o prospecto antes de registrar a interacao." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-int-descricao = spaces
                 move "Descreva a interacao."         to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-int-etapa = 5
                 move "Ganho e marcado ao converter o prospecto em cliente (Converter)." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-int-etapa > 6
                 move "Etapa invalida."               to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-int-data = zeros
                 move ws-data-hoje                    to ws-form-int-data
            end-if
            if   ws-form-int-data > ws-data-hoje
                 move "Data da interacao no futuro - agende como proximo passo." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-prospecto                to prs-cd-prospecto
            read prospecto-arq
                key is prs-cd-prospecto
                invalid key
                     move "Prospecto nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   prs-encerrado
                 move "Prospecto encerrado (ganho ou perdido)." to ws-mensagem-retorno
                 exit section
            end-if

            move zeros                               to ws-int-etapa-anterior
            move zeros                               to ws-int-etapa-nova
            if   ws-form-int-etapa not = zeros
            and  ws-form-int-etapa not = prs-etapa
                 move prs-etapa                       to ws-int-etapa-anterior
                 move ws-form-int-etapa               to ws-int-etapa-nova
                 move ws-form-int-etapa               to prs-etapa
                 move ws-form-int-data                to prs-data-etapa
            end-if
            if   prs-etapa-perdido
                 move ws-form-int-descricao           to prs-motivo-perda
                 move spaces                          to prs-proximo-passo
                 move zeros                           to prs-data-proximo-passo
            else
                 if   ws-form-proximo-passo not = spaces
                      move ws-form-proximo-passo       to prs-proximo-passo
                      move ws-form-data-proximo-passo   to prs-data-proximo-passo
                      if   prs-data-proximo-passo = zeros
                           move ws-data-hoje            to prs-data-proximo-passo
                      end-if
                 end-if
            end-if
            rewrite reg-prospecto
                invalid key
                     move "Erro ao atualizar o prospecto." to ws-mensagem-retorno
                     exit section
            end-rewrite

            perform 2550-gravar-interacao
            if   ws-int-etapa-nova not = zeros
                 move ws-int-etapa-nova               to ws-etapa-descrever
                 perform 2900-descrever-etapa
                 move spaces                          to ws-mensagem-retorno
                 string "Interacao registrada; prospecto na etapa "
                        ws-ds-etapa-descrita "."
                        delimited by size into ws-mensagem-retorno
            else
                 move "Interacao registrada."         to ws-mensagem-retorno
            end-if
            move spaces                              to ws-form-int-descricao
            move zeros                               to ws-form-int-etapa
            move zeros                               to ws-form-int-data
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2550-gravar-interacao: próxima sequência do prospecto (mesma
      *>   técnica de 2505-obter-proxima-sequencia-tarefa em Cliente.cbl)
      *>   e gravação da linha; a mudança de etapa (ws-int-etapa-*) vem
      *>   preenchida pelo chamador.
       2550-gravar-interacao section.
       2550.
            move zeros                               to ws-proxima-sequencia-interacao
            move ws-form-cd-prospecto                to pin-cd-prospecto
            move 99999                                to pin-sequencia
            start prospecto-interacao-arq key is less than or equal pin-chave
                invalid key
                     continue
                not invalid key
                     read prospecto-interacao-arq previous record
                         at end
                              continue
                         not at end
                              if   pin-cd-prospecto = ws-form-cd-prospecto
                                   move pin-sequencia    to ws-proxima-sequencia-interacao
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-interacao

            move ws-int-etapa-anterior               to pin-etapa-anterior
            move ws-int-etapa-nova                   to pin-etapa-nova
            move ws-form-cd-prospecto                to pin-cd-prospecto
            move ws-proxima-sequencia-interacao       to pin-sequencia
            move ws-form-int-data                    to pin-data
            move ws-form-int-tipo                    to pin-tipo
            move ws-form-int-descricao               to pin-descricao
            move ws-operador-logado                  to pin-operador
            write reg-prospecto-interacao
                invalid key
                     continue
            end-write
            .

       2550-exit.
            exit.

      *>===================================================================================
       2900-descrever-etapa section.
       2900.
            evaluate ws-etapa-descrever
                when 1
                     move "Lead"                      to ws-ds-etapa-descrita
                when 2
                     move "Contato"                   to ws-ds-etapa-descrita
                when 3
                     move "Proposta"                  to ws-ds-etapa-descrita
                when 4
                     move "Negociacao"                to ws-ds-etapa-descrita
                when 5
                     move "Ganho"                     to ws-ds-etapa-descrita
                when 6
                     move "Perdido"                   to ws-ds-etapa-descrita
                when other
                     move spaces                      to ws-ds-etapa-descrita
            end-evaluate
            .

       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close prospecto-arq
            close prospecto-interacao-arq
            close vendedor-arq
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
                <form name=frmProspecto id=frmProspecto method=post action="Prospecto.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Prospecto&nbsp;</td>
                        <td>
                            <input name=cdProspecto id=cdProspecto size=7 maxlength=7 value=":ws-form-cd-prospecto" class="campo" tabIndex=1>
                            <img title="Carregar Prospecto" style="cursor:hand; width:16; height:16;" onClick="Carregar();" src="Icones/check.gif">
                        </td>
                        <td class=titulocampo>Nome&nbsp;</td>
                        <td><input name=nome style="width:270px;" maxlength=40 value=":ws-form-nome" class="campo" tabIndex=2></td>
                        <td class=titulocampo>Etapa&nbsp;</td>
                        <td><input name=dsEtapa size=12 value=":ws-form-ds-etapa" class="clsDisabled" disabled></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Contato&nbsp;</td>
                        <td><input name=nmContato style="width:200px;" maxlength=40 value=":ws-form-nm-contato" class="campo" tabIndex=3></td>
                        <td class=titulocampo>Telefone&nbsp;</td>
                        <td>
                            (<input name=dddContato size=2 maxlength=2 value=":ws-form-ddd-contato" class="campo" tabIndex=4>)
                            <input name=foneContato size=10 maxlength=10 value=":ws-form-fone-contato" class="campo" tabIndex=5>
                        </td>
                        <td class=titulocampo>E-mail&nbsp;</td>
                        <td><input name=emailContato style="width:200px;" maxlength=60 value=":ws-form-email-contato" class="campo" tabIndex=6></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Município&nbsp;</td>
                        <td>
                            <input name=municipio style="width:160px;" maxlength=30 value=":ws-form-municipio" class="campo" tabIndex=7>
                            UF <input name=uf size=2 maxlength=2 value=":ws-form-uf" class="campo" tabIndex=8>
                        </td>
                        <td class=titulocampo>Origem&nbsp;</td>
                        <td>
                            <select name=origem class="combo" tabIndex=9>
                                <option value="I">Indicação</option>
                                <option value="V">Visita</option>
                                <option value="T">Telefone</option>
                                <option value="S">Site</option>
                                <option value="F">Feira</option>
                                <option value="O">Outra</option>
                            </select>
                        </td>
                        <td class=titulocampo>Vendedor&nbsp;</td>
                        <td>
                            <input name=cdVendedor size=5 maxlength=5 value=":ws-form-cd-vendedor" class="campo" tabIndex=10>
                            <input name=nmVendedor size=20 value=":ws-form-nm-vendedor" class="clsDisabled" disabled>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Próximo passo&nbsp;</td>
                        <td colspan=3>
                            <input name=proximoPasso style="width:300px;" maxlength=60 value=":ws-form-proximo-passo" class="campo" tabIndex=11>
                            em <input name=dataProximoPasso size=8 maxlength=8 value=":ws-form-data-proximo-passo" class="campo" title="AAAAMMDD" tabIndex=12>
                        </td>
                        <td colspan=2>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=13><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                            <button class=botao name=BotNovo onclick='Novo();' style="width:70px;" tabindex=14><label>&nbsp;<U>N</U>ovo&nbsp;</label></button>
                            <button class=botao name=BotConverter onclick='Converter();' style="width:90px;" tabindex=15><label>Converter</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-form-cd-cliente not = zeros
                 exec html
                    <tr>
                        <td colspan=6>Convertido no cliente :ws-form-cd-cliente.</td>
                    </tr>
                 end-exec
            end-if
            if   ws-form-motivo-perda not = spaces
                 exec html
                    <tr>
                        <td colspan=6>Perdido: :ws-form-motivo-perda</td>
                    </tr>
                 end-exec
            end-if
            exec html
                    <tr>
                        <td class=titulocampo>Interação&nbsp;</td>
                        <td colspan=5>
                            <select name=intTipo class="combo" tabIndex=16>
                                <option value="L">Ligação</option>
                                <option value="V">Visita</option>
                                <option value="E">E-mail</option>
                                <option value="R">Reunião</option>
                                <option value="O">Outro</option>
                            </select>
                            <input name=intDescricao style="width:260px;" maxlength=60 value="" class="campo" title="O que foi tratado (no Perdido, o motivo)" tabIndex=17>
                            em <input name=intData size=8 maxlength=8 value="" class="campo" title="AAAAMMDD (em branco = hoje)" tabIndex=18>
                            etapa
                            <select name=intEtapa class="combo" tabIndex=19>
                                <option value="0">(mantém)</option>
                                <option value="1">Lead</option>
                                <option value="2">Contato</option>
                                <option value="3">Proposta</option>
                                <option value="4">Negociação</option>
                                <option value="6">Perdido</option>
                            </select>
                            <button class=botao name=BotInteracao onclick='RegistrarInteracao();' style="width:90px;" tabindex=20><label>Registrar</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-pin-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <fieldset>
                            <legend>Interações</legend>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Etapa</td>
                                    <td class=titulocampo>Operador</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-interacoes
                 exec html
                            </table>
                            </fieldset>
                        </td>
                    </tr>
                 end-exec
            end-if
            exec html
                    <tr>
                        <td colspan=6>
                            <fieldset>
                            <legend>Prospectos em aberto</legend>
                            vendedor <input name=filtroVendedor size=5 maxlength=5 value=":ws-form-filtro-vendedor" class="campo" title="Em branco = todos">
                            <button class=botao name=BotListar onclick='Listar();' style="width:70px;"><label>Listar</label></button>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Prospecto</td>
                                    <td class=titulocampo>Nome</td>
                                    <td class=titulocampo>Vendedor</td>
                                    <td class=titulocampo>Etapa</td>
                                    <td class=titulocampo>Desde</td>
                                    <td class=titulocampo>Próximo passo</td>
                                    <td class=titulocampo>Em</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
            end-exec
            perform 8000-linhas-prospectos
            exec html
                            </table>
                            </fieldset>
                        </td>
                    </tr>
                </table>
                </form>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-interacoes section.
       8000.
            perform varying ws-pin-tab-idx from 1 by 1
                    until ws-pin-tab-idx > ws-pin-qtd
                exec html
                    <tr>
                        <td><div align=center>:ws-pin-r-data(ws-pin-tab-idx)</div></td>
                        <td>:ws-pin-r-tipo(ws-pin-tab-idx)</td>
                        <td>:ws-pin-r-descricao(ws-pin-tab-idx)</td>
                        <td>:ws-pin-r-mudanca-etapa(ws-pin-tab-idx)</td>
                        <td>:ws-pin-r-operador(ws-pin-tab-idx)</td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-prospectos section.
       8000.
            perform varying ws-prs-tab-idx from 1 by 1
                    until ws-prs-tab-idx > ws-prs-qtd
                exec html
                    <tr>
                        <td>:ws-prs-r-cd-prospecto(ws-prs-tab-idx)</td>
                        <td>:ws-prs-r-nome(ws-prs-tab-idx)</td>
                        <td>:ws-prs-r-cd-vendedor(ws-prs-tab-idx)</td>
                        <td>:ws-prs-r-ds-etapa(ws-prs-tab-idx)</td>
                        <td><div align=center>:ws-prs-r-data-etapa(ws-prs-tab-idx)</div></td>
                        <td>:ws-prs-r-proximo-passo(ws-prs-tab-idx)</td>
                        <td><div align=center>:ws-prs-r-data-proximo-passo(ws-prs-tab-idx)</div></td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarProspecto(:ws-prs-r-cd-prospecto(ws-prs-tab-idx));" src="Icones/check.gif"></td>
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
                        document.all.frmProspecto.action = "Prospecto.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmProspecto.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }

                    function Listar() {
                        Submeter("20");
                    }

                    function Carregar() {
                        Submeter("30");
                    }

                    function CarregarProspecto(cdProspecto) {
                        document.all.cdProspecto.value = cdProspecto;
                        Submeter("30");
                    }

                    function Novo() {
                        Submeter("50");
                    }

                    function RegistrarInteracao() {
                        Submeter("60");
                    }

                    function Converter() {
                        if (document.all.cdProspecto.value == "" || document.all.cdProspecto.value == "0000000") {
                            alert("Carregue o prospecto a converter.");
                            return;
                        }
                        var url = "Cliente.exe?opcao=55&prospecto=" + document.all.cdProspecto.value + "&sessao=" + document.all.sessao.value;
                        window.open(url, "", "top=0, left=0, width=800, height=600");
                    }

                    function InicializarTela() {
                        document.all.origem.value = ":ws-form-origem";
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
