      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Campanha.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                            Campanhas Promocionais
      *>            --------------------------------------------------------
      *>
      *>   Manutenção das campanhas promocionais (CAMPANHA.DAT e
      *>   CAMPANHA-ITEM.DAT) no mesmo molde da tela de
      *>   PedidoProgramado.cbl: Salvar inclui ou altera a campanha do
      *>   código informado (nome, vigência, categorias de cliente
      *>   elegíveis e situação), Carregar traz a campanha da grade com
      *>   as linhas, e as linhas - produto ou grupo de produtos, preço
      *>   promocional ou % de desconto e o "leve X pague Y" - entram e
      *>   saem uma a uma. Dentro da vigência a campanha precifica
      *>   sozinha a inclusão de item de Pedido.cbl, sem mexer no preço
      *>   de cadastro; encerrada a vigência, o preço de tabela volta
      *>   sem ninguém lembrar. Como o preço de campanha dispensa a
      *>   conferência de margem do item, a tela é restrita ao
      *>   supervisor. Chamado pelo menu em "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select campanha-arq assign       to "CAMPANHA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmp-cd-campanha
                  file status                is ws-status-campanha.
           select campanha-item-arq assign  to "CAMPANHA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cpi-chave
                  file status                is ws-status-campanha-item.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  campanha-arq.
       copy "CAMPANHA.CPY".
       fd  campanha-item-arq.
       copy "CAMPANHI.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-campanha                     pic x(02)       value "00".
              88 ws-campanha-ok                                     value "00".
              88 ws-campanha-nao-encontrado                         value "23" "35".
           03 ws-status-campanha-item                pic x(02)       value "00".
              88 ws-campanha-item-ok                                value "00".
              88 ws-campanha-item-nao-encontrado                    value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
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
              88 ws-opcao-incluir-item                              value "60".
              88 ws-opcao-excluir-item                              value "65".

      *>   Campos recebidos do formulário (getfield do htmlpp).
       01  ws-form-campanha.
           03 ws-form-cd-campanha                    pic 9(05)       value zeros.
           03 ws-form-nome                          pic x(40)       value spaces.
           03 ws-form-data-inicio                    pic 9(08)       value zeros.
           03 ws-form-data-fim                       pic 9(08)       value zeros.
           03 ws-form-categorias                     pic x(10)       value spaces.
           03 ws-form-situacao                      pic x(01)       value "A".
           03 ws-form-item-cd-produto                pic 9(05)       value zeros.
           03 ws-form-item-cd-grupo                  pic 9(03)       value zeros.
           03 ws-form-item-preco                     pic 9(07)v9(02) value zeros.
           03 ws-form-item-desconto                  pic 9(03)v9(02) value zeros.
           03 ws-form-item-leve                      pic 9(03)       value zeros.
           03 ws-form-item-pague                     pic 9(03)       value zeros.
           03 ws-form-item-sequencia                 pic 9(03)       value zeros.

       01  ws-ind-campanha-existente                 pic x(01)       value "N".
          88 ws-campanha-existente                                  value "S".
       01  ws-ind-fim-campanha                       pic x(01)       value "N".
          88 ws-campanha-eof                                        value "S".
       01  ws-ind-fim-item                           pic x(01)       value "N".
          88 ws-item-eof                                            value "S".
          88 ws-item-continua                                       value "N".
       01  ws-proxima-sequencia-item                  pic 9(03)       value zeros.
       01  ws-categoria-idx                           pic 9(02)       value zeros.
       01  ws-data-hoje                              pic 9(08)       value zeros.

      *>   Campanhas cadastradas (grade), com a indicação de vigente hoje.
       01  ws-tab-campanhas.
           03 ws-cmp-linha                           occurs 100 times.
              05 ws-cmp-cd                           pic 9(05).
              05 ws-cmp-nome                         pic x(40).
              05 ws-cmp-data-inicio                  pic 9(08).
              05 ws-cmp-data-fim                     pic 9(08).
              05 ws-cmp-categorias                   pic x(10).
              05 ws-cmp-situacao                     pic x(09).
       01  ws-cmp-qtd                                pic 9(03)       value zeros.
       01  ws-cmp-tab-idx                             pic 9(03)       value zeros.

      *>   Linhas da campanha carregada.
       01  ws-tab-itens.
           03 ws-item-linha                          occurs 100 times.
              05 ws-item-r-sequencia                  pic 9(03).
              05 ws-item-r-cd-produto                 pic 9(05).
              05 ws-item-r-cd-grupo                   pic 9(03).
              05 ws-item-r-descricao                  pic x(40).
              05 ws-item-r-preco                      pic 9(07)v9(02).
              05 ws-item-r-desconto                   pic 9(03)v9(02).
              05 ws-item-r-leve                       pic 9(03).
              05 ws-item-r-pague                      pic 9(03).
       01  ws-item-qtd                               pic 9(03)       value zeros.
       01  ws-item-tab-idx                           pic 9(03)       value zeros.

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
            open i-o campanha-arq
            if   ws-campanha-nao-encontrado
                 open output campanha-arq
                 close campanha-arq
                 open i-o campanha-arq
            end-if
            open i-o campanha-item-arq
            if   ws-campanha-item-nao-encontrado
                 open output campanha-item-arq
                 close campanha-item-arq
                 open i-o campanha-item-arq
            end-if

            open input produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open input produto-arq
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
                when ws-perfil-logado < 3
                 and not ws-opcao-abrir-tela
                     move "Campanhas promocionais restritas ao supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-incluir-item
                      or ws-opcao-excluir-item)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-campanha
                     perform 2300-carregar-campanha
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-campanha
                when ws-opcao-incluir-item
                     perform 1200-obter-campos-formulario
                     perform 2500-incluir-item
                     perform 2300-carregar-campanha
                when ws-opcao-excluir-item
                     perform 1200-obter-campos-formulario
                     perform 2550-excluir-item
                     perform 2300-carregar-campanha
                when other
                     continue
            end-evaluate
            perform 2200-listar-campanhas
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
                getfield( ws-form-cd-campanha )
                getfield( ws-form-nome )
                getfield( ws-form-data-inicio )
                getfield( ws-form-data-fim )
                getfield( ws-form-categorias )
                getfield( ws-form-situacao )
                getfield( ws-form-item-cd-produto )
                getfield( ws-form-item-cd-grupo )
                getfield( ws-form-item-preco )
                getfield( ws-form-item-desconto )
                getfield( ws-form-item-leve )
                getfield( ws-form-item-pague )
                getfield( ws-form-item-sequencia )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-campanha: valida a vigência e a lista de categorias
      *>   e grava; a alteração preserva a inclusão original.
       2100-gravar-campanha section.
       2100.
            if   ws-form-cd-campanha = zeros
                 move "Informe o codigo da campanha."  to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-nome = spaces
                 move "Informe o nome da campanha."    to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-data-inicio = zeros
            or   ws-form-data-fim = zeros
                 move "Informe o inicio e o fim da vigencia." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-data-fim < ws-form-data-inicio
                 move "Fim da vigencia anterior ao inicio." to ws-mensagem-retorno
                 exit section
            end-if
            perform varying ws-categoria-idx from 1 by 1
                    until ws-categoria-idx > 10
                if   ws-form-categorias (ws-categoria-idx:1) not = space
                and  ws-form-categorias (ws-categoria-idx:1) is not numeric
                     move "Categorias: informe so os digitos das categorias (ex.: 13)." to ws-mensagem-retorno
                     exit section
                end-if
            end-perform
            if   ws-form-situacao not = "A"
            and  ws-form-situacao not = "I"
                 move "A"                             to ws-form-situacao
            end-if

            move ws-form-cd-campanha                 to cmp-cd-campanha
            move "N"                                to ws-ind-campanha-existente
            read campanha-arq
                key is cmp-cd-campanha
                invalid key
                     continue
                not invalid key
                     move "S"                        to ws-ind-campanha-existente
            end-read

            move ws-form-cd-campanha                 to cmp-cd-campanha
            move ws-form-nome                        to cmp-nome
            move ws-form-data-inicio                 to cmp-data-inicio
            move ws-form-data-fim                    to cmp-data-fim
            move ws-form-categorias                  to cmp-categorias
            move ws-form-situacao                    to cmp-situacao

            if   ws-campanha-existente
                 rewrite reg-campanha
                     invalid key
                          move "Erro ao alterar campanha." to ws-mensagem-retorno
                     not invalid key
                          move "Campanha alterada."   to ws-mensagem-retorno
                 end-rewrite
            else
                 move ws-data-hoje                    to cmp-data-inclusao
                 move ws-operador-logado               to cmp-operador-inclusao
                 write reg-campanha
                     invalid key
                          move "Erro ao incluir campanha." to ws-mensagem-retorno
                     not invalid key
                          move "Campanha incluida; inclua os produtos ou grupos." to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-listar-campanhas section.
       2200.
            move zeros                               to ws-cmp-qtd
            move "N"                                 to ws-ind-fim-campanha
            move low-values                          to cmp-cd-campanha
            start campanha-arq key is greater than or equal cmp-cd-campanha
                invalid key
                     set ws-campanha-eof              to true
            end-start

            perform until ws-campanha-eof
                    or ws-cmp-qtd >= 100
                read campanha-arq next record
                    at end
                         set ws-campanha-eof           to true
                    not at end
                         add 1                         to ws-cmp-qtd
                         move cmp-cd-campanha           to ws-cmp-cd(ws-cmp-qtd)
                         move cmp-nome                  to ws-cmp-nome(ws-cmp-qtd)
                         move cmp-data-inicio           to ws-cmp-data-inicio(ws-cmp-qtd)
                         move cmp-data-fim              to ws-cmp-data-fim(ws-cmp-qtd)
                         move cmp-categorias            to ws-cmp-categorias(ws-cmp-qtd)
                         if   cmp-categorias = spaces
                              move "Todas"              to ws-cmp-categorias(ws-cmp-qtd)
                         end-if
                         evaluate true
                             when cmp-inativa
                                  move "Inativa"        to ws-cmp-situacao(ws-cmp-qtd)
                             when cmp-data-inicio > ws-data-hoje
                                  move "Agendada"       to ws-cmp-situacao(ws-cmp-qtd)
                             when cmp-data-fim < ws-data-hoje
                                  move "Encerrada"      to ws-cmp-situacao(ws-cmp-qtd)
                             when other
                                  move "Vigente"        to ws-cmp-situacao(ws-cmp-qtd)
                         end-evaluate
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-campanha: traz a campanha para o formulário e
      *>   monta a grade de linhas (mesma técnica de
      *>   2300-carregar-programado em PedidoProgramado.cbl).
       2300-carregar-campanha section.
       2300.
            move zeros                               to ws-item-qtd
            if   ws-form-cd-campanha = zeros
                 exit section
            end-if
            move ws-form-cd-campanha                 to cmp-cd-campanha
            read campanha-arq
                key is cmp-cd-campanha
                invalid key
                     if   ws-opcao-carregar
                          move "Campanha nao encontrada." to ws-mensagem-retorno
                     end-if
                     exit section
            end-read
            move cmp-nome                            to ws-form-nome
            move cmp-data-inicio                     to ws-form-data-inicio
            move cmp-data-fim                        to ws-form-data-fim
            move cmp-categorias                      to ws-form-categorias
            move cmp-situacao                        to ws-form-situacao
            if   ws-opcao-carregar
                 move "Campanha carregada."           to ws-mensagem-retorno
            end-if

            move cmp-cd-campanha                     to cpi-cd-campanha
            move zeros                               to cpi-sequencia
            start campanha-item-arq key is greater than or equal cpi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                    or ws-item-qtd >= 100
                read campanha-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   cpi-cd-campanha not = cmp-cd-campanha
                              set ws-item-eof          to true
                         else
                              add 1                    to ws-item-qtd
                              move cpi-sequencia        to ws-item-r-sequencia(ws-item-qtd)
                              move cpi-cd-produto       to ws-item-r-cd-produto(ws-item-qtd)
                              move cpi-cd-grupo         to ws-item-r-cd-grupo(ws-item-qtd)
                              move cpi-preco-promocional to ws-item-r-preco(ws-item-qtd)
                              move cpi-desconto-percentual to ws-item-r-desconto(ws-item-qtd)
                              move cpi-leve-qtd         to ws-item-r-leve(ws-item-qtd)
                              move cpi-pague-qtd        to ws-item-r-pague(ws-item-qtd)
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              if   cpi-cd-produto = zeros
                                   move "Todo o grupo"  to ws-item-r-descricao(ws-item-qtd)
                              else
                                   move cpi-cd-produto  to prd-cd-produto
                                   read produto-arq
                                       key is prd-cd-produto
                                       invalid key
                                            move "Produto excluido" to ws-item-r-descricao(ws-item-qtd)
                                       not invalid key
                                            move prd-descricao to ws-item-r-descricao(ws-item-qtd)
                                   end-read
                              end-if
                         end-if
                end-read
            end-perform
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2500-incluir-item: produto ou grupo (um dos dois) com a regra
      *>   de preço - preço promocional, % de desconto ou só o "leve X
      *>   pague Y". O mesmo produto ou grupo repetido substitui a regra
      *>   da linha existente.
       2500-incluir-item section.
       2500.
            if   ws-form-cd-campanha = zeros
                 move "Salve a campanha antes de incluir produtos." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-campanha                 to cmp-cd-campanha
            read campanha-arq
                key is cmp-cd-campanha
                invalid key
                     move "Salve a campanha antes de incluir produtos." to ws-mensagem-retorno
                     exit section
            end-read
            if   ws-form-item-cd-produto = zeros
            and  ws-form-item-cd-grupo = zeros
                 move "Informe o produto ou o grupo de produtos." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-item-cd-produto not = zeros
            and  ws-form-item-cd-grupo not = zeros
                 move "Informe o produto ou o grupo, nao os dois." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-item-preco not = zeros
            and  ws-form-item-desconto not = zeros
                 move "Informe o preco promocional ou o % de desconto, nao os dois." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-item-desconto > 100
                 move "Desconto nao pode passar de 100%." to ws-mensagem-retorno
                 exit section
            end-if
            if  (ws-form-item-leve not = zeros
             or  ws-form-item-pague not = zeros)
            and (ws-form-item-pague = zeros
             or  ws-form-item-pague >= ws-form-item-leve)
                 move "Leve X pague Y: o pague deve ser menor que o leve." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-item-preco = zeros
            and  ws-form-item-desconto = zeros
            and  ws-form-item-leve = zeros
                 move "Informe a regra: preco promocional, % de desconto ou leve X pague Y." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-item-cd-produto not = zeros
                 move ws-form-item-cd-produto        to prd-cd-produto
                 read produto-arq
                     key is prd-cd-produto
                     invalid key
                          move "Produto não encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   prd-inativo
                      move "Produto inativo."         to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

            move zeros                               to ws-proxima-sequencia-item
            move cmp-cd-campanha                     to cpi-cd-campanha
            move zeros                               to cpi-sequencia
            start campanha-item-arq key is greater than or equal cpi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read campanha-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   cpi-cd-campanha not = cmp-cd-campanha
                              set ws-item-eof          to true
                         else
                              move cpi-sequencia        to ws-proxima-sequencia-item
                              if   cpi-cd-produto = ws-form-item-cd-produto
                              and  cpi-cd-grupo = ws-form-item-cd-grupo
                                   move ws-form-item-preco    to cpi-preco-promocional
                                   move ws-form-item-desconto to cpi-desconto-percentual
                                   move ws-form-item-leve     to cpi-leve-qtd
                                   move ws-form-item-pague    to cpi-pague-qtd
                                   rewrite reg-campanha-item
                                       invalid key
                                            continue
                                   end-rewrite
                                   move "Regra da linha existente substituida." to ws-mensagem-retorno
                                   exit section
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-proxima-sequencia-item >= 999
                 move "Limite de linhas da campanha atingido." to ws-mensagem-retorno
                 exit section
            end-if
            add 1                                    to ws-proxima-sequencia-item
            move cmp-cd-campanha                     to cpi-cd-campanha
            move ws-proxima-sequencia-item            to cpi-sequencia
            move ws-form-item-cd-produto             to cpi-cd-produto
            move ws-form-item-cd-grupo               to cpi-cd-grupo
            move ws-form-item-preco                  to cpi-preco-promocional
            move ws-form-item-desconto               to cpi-desconto-percentual
            move ws-form-item-leve                   to cpi-leve-qtd
            move ws-form-item-pague                  to cpi-pague-qtd
            write reg-campanha-item
                invalid key
                     move "Erro ao incluir linha."   to ws-mensagem-retorno
                     exit section
            end-write
            move "Linha incluída."                   to ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
       2550-excluir-item section.
       2550.
            if   ws-form-cd-campanha = zeros
            or   ws-form-item-sequencia = zeros
                 exit section
            end-if
            move ws-form-cd-campanha                 to cpi-cd-campanha
            move ws-form-item-sequencia              to cpi-sequencia
            delete campanha-item-arq
                invalid key
                     move "Linha nao encontrada."     to ws-mensagem-retorno
                not invalid key
                     move "Linha excluída."           to ws-mensagem-retorno
            end-delete
            .

       2550-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close campanha-arq
            close campanha-item-arq
            close produto-arq
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
                <form name=frmCampanha id=frmCampanha method=post action="Campanha.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=itemSequencia id=itemSequencia value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Código&nbsp;</td>
                        <td><input name=cdCampanha id=cdCampanha size=5 maxlength=5 value=":ws-form-cd-campanha" class="campo" tabIndex=1></td>
                        <td class=titulocampo>Nome&nbsp;</td>
                        <td colspan=3><input name=nome style="width:270px;" maxlength=40 value=":ws-form-nome" class="campo" tabIndex=2></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Vigência (AAAAMMDD)&nbsp;</td>
                        <td>
                            de <input name=dataInicio size=8 maxlength=8 value=":ws-form-data-inicio" class="campo" tabIndex=3>
                            até <input name=dataFim size=8 maxlength=8 value=":ws-form-data-fim" class="campo" tabIndex=4>
                        </td>
                        <td class=titulocampo>Categorias de cliente&nbsp;</td>
                        <td><input name=categorias size=10 maxlength=10 value=":ws-form-categorias" class="campo" title="Digitos das categorias elegiveis (ex.: 13); em branco = todas" tabIndex=5></td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td>
                            <select name=situacao class="combo" tabIndex=6>
                                <option value="A">Ativa</option>
                                <option value="I">Inativa</option>
                            </select>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=7><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Linha&nbsp;</td>
                        <td colspan=5>
                            produto <input name=itemCdProduto id=itemCdProduto size=5 maxlength=5 value="" class="campo" title="Codigo do produto (ou informe o grupo)" tabIndex=8>
                            ou grupo <input name=itemCdGrupo id=itemCdGrupo size=3 maxlength=3 value="" class="campo" title="Grupo comercial do cadastro de produtos" tabIndex=9>
                            preço <input name=itemPreco id=itemPreco size=10 maxlength=10 value="" class="campo" title="Preco promocional (0 = usa o % de desconto)" tabIndex=10>
                            ou desconto % <input name=itemDesconto id=itemDesconto size=6 maxlength=6 value="" class="campo" title="% sobre o preco de lista" tabIndex=11>
                            leve <input name=itemLeve id=itemLeve size=3 maxlength=3 value="" class="campo" title="Leve X (0 = nao se aplica)" tabIndex=12>
                            pague <input name=itemPague id=itemPague size=3 maxlength=3 value="" class="campo" title="Pague Y" tabIndex=13>
                            <button class=botao name=BotIncluirItem onclick='IncluirItem();' style="width:110px;" tabindex=14><label>Incluir Linha</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-item-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Seq.</td>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Grupo</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Preço promocional</td>
                                    <td class=titulocampo>Desconto %</td>
                                    <td class=titulocampo>Leve</td>
                                    <td class=titulocampo>Pague</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-itens
                 exec html
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            if   ws-cmp-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Código</td>
                                    <td class=titulocampo>Nome</td>
                                    <td class=titulocampo>Início</td>
                                    <td class=titulocampo>Fim</td>
                                    <td class=titulocampo>Categorias</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-campanhas
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
       8000-linhas-itens section.
       8000.
            perform varying ws-item-tab-idx from 1 by 1
                    until ws-item-tab-idx > ws-item-qtd
                exec html
                    <tr>
                        <td>:ws-item-r-sequencia(ws-item-tab-idx)</td>
                        <td>:ws-item-r-cd-produto(ws-item-tab-idx)</td>
                        <td>:ws-item-r-cd-grupo(ws-item-tab-idx)</td>
                        <td>:ws-item-r-descricao(ws-item-tab-idx)</td>
                        <td><div align=right>:ws-item-r-preco(ws-item-tab-idx)</div></td>
                        <td><div align=right>:ws-item-r-desconto(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-leve(ws-item-tab-idx)</div></td>
                        <td><div align=center>:ws-item-r-pague(ws-item-tab-idx)</div></td>
                        <td><img title="Excluir Linha" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirItem(:ws-item-r-sequencia(ws-item-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-campanhas section.
       8000.
            perform varying ws-cmp-tab-idx from 1 by 1
                    until ws-cmp-tab-idx > ws-cmp-qtd
                exec html
                    <tr>
                        <td>:ws-cmp-cd(ws-cmp-tab-idx)</td>
                        <td>:ws-cmp-nome(ws-cmp-tab-idx)</td>
                        <td><div align=center>:ws-cmp-data-inicio(ws-cmp-tab-idx)</div></td>
                        <td><div align=center>:ws-cmp-data-fim(ws-cmp-tab-idx)</div></td>
                        <td>:ws-cmp-categorias(ws-cmp-tab-idx)</td>
                        <td>:ws-cmp-situacao(ws-cmp-tab-idx)</td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarCampanha(:ws-cmp-cd(ws-cmp-tab-idx));" src="Icones/check.gif"></td>
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
                        document.all.frmCampanha.action = "Campanha.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmCampanha.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }

                    function CarregarCampanha(cdCampanha) {
                        document.all.cdCampanha.value = cdCampanha;
                        Submeter("30");
                    }

                    function IncluirItem() {
                        Submeter("60");
                    }

                    function ExcluirItem(sequencia) {
                        if (confirm("Confirma a exclusao desta linha da campanha?")) {
                            document.all.itemSequencia.value = sequencia;
                            Submeter("65");
                        }
                    }

                    function InicializarTela() {
                        document.all.situacao.value   = ":ws-form-situacao";
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
