      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. PedidoProgramado.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                              Pedidos Programados
      *>            --------------------------------------------------------
      *>
      *>   Manutenção dos pedidos programados (PEDIDO-PROGRAMADO.DAT e
      *>   PEDIDO-PROGRAMADO-ITEM.DAT) no mesmo molde da tela de
      *>   DespesaFixa.cbl: Salvar inclui ou altera o modelo do código
      *>   informado, Carregar traz o modelo da grade com os itens, e os
      *>   itens (produto e quantidade) entram e saem um a um. Cada
      *>   modelo ativo e vigente vira um pedido Aberto no próximo dia de
      *>   entrega que a frequência indicar, gerado por
      *>   GeraPedidoProgramado.cbl na cadeia noturna; inativar o modelo
      *>   encerra a geração (os pedidos já gerados seguem em Pedido.cbl).
      *>   Cliente, vendedor, endereço de entrega e condição de pagamento
      *>   são validados contra os cadastros. Restrita aos perfis de
      *>   vendas e supervisor. Chamado pelo menu em
      *>   "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select pedido-programado-arq assign to "PEDIDO-PROGRAMADO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ppg-cd-programado
                  file status                is ws-status-pedido-programado.
           select pedido-programado-item-arq assign to "PEDIDO-PROGRAMADO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ppi-chave
                  file status                is ws-status-pedido-programado-item.
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
           select vendedor-arq assign       to "VENDEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is vnd-cd-vendedor
                  file status                is ws-status-vendedor.
           select cond-pagto-arq assign     to "COND-PAGTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cpg-cd-condicao
                  file status                is ws-status-cond-pagto.
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
       fd  pedido-programado-arq.
       copy "PEDPROG.CPY".
       fd  pedido-programado-item-arq.
       copy "PEDPROGI.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  cli-endereco-arq.
       copy "CLIEND.CPY".
       fd  vendedor-arq.
       copy "VEND.CPY".
       fd  cond-pagto-arq.
       copy "CONDPAG.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-pedido-programado            pic x(02)       value "00".
              88 ws-pedido-programado-ok                            value "00".
              88 ws-pedido-programado-nao-encontrado                value "23" "35".
           03 ws-status-pedido-programado-item       pic x(02)       value "00".
              88 ws-pedido-programado-item-ok                       value "00".
              88 ws-pedido-programado-item-nao-encontrado           value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-cli-endereco                 pic x(02)       value "00".
              88 ws-cli-endereco-ok                                 value "00".
              88 ws-cli-endereco-nao-encontrado                     value "23" "35".
           03 ws-status-vendedor                    pic x(02)       value "00".
              88 ws-vendedor-ok                                     value "00".
              88 ws-vendedor-nao-encontrado                         value "23" "35".
           03 ws-status-cond-pagto                   pic x(02)       value "00".
              88 ws-cond-pagto-ok                                   value "00".
              88 ws-cond-pagto-nao-encontrado                       value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                           pic 9(01)       value 1.
      *>   Estabelecimento da sessão (ses-cd-empresa, EMPRESA.CPY): o
      *>   modelo incluído aqui pertence a ele. Sem sessão vale a matriz.
       01  ws-empresa-logada                          pic 9(01)       value 1.

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

      *>   Campos recebidos do formulário (getfield do htmlpp); os dias da
      *>   semana chegam como checkbox "S" (desmarcado não vem).
       01  ws-form-pedido-programado.
           03 ws-form-cd-programado                  pic 9(05)       value zeros.
           03 ws-form-cd-cliente                     pic 9(05)       value zeros.
           03 ws-form-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-form-sequencia-entrega               pic 9(05)       value zeros.
           03 ws-form-cd-condicao-pagto               pic 9(03)       value zeros.
           03 ws-form-frequencia                     pic x(01)       value "S".
           03 ws-form-dia-seg                        pic x(01)       value spaces.
           03 ws-form-dia-ter                        pic x(01)       value spaces.
           03 ws-form-dia-qua                        pic x(01)       value spaces.
           03 ws-form-dia-qui                        pic x(01)       value spaces.
           03 ws-form-dia-sex                        pic x(01)       value spaces.
           03 ws-form-dia-sab                        pic x(01)       value spaces.
           03 ws-form-dia-dom                        pic x(01)       value spaces.
           03 ws-form-dia-mes                        pic 9(02)       value zeros.
           03 ws-form-data-inicio                    pic 9(08)       value zeros.
           03 ws-form-data-fim                       pic 9(08)       value zeros.
           03 ws-form-situacao                      pic x(01)       value "A".
           03 ws-form-item-cd-produto                pic 9(05)       value zeros.
           03 ws-form-item-quantidade                pic 9(05)       value zeros.
           03 ws-form-item-sequencia                 pic 9(03)       value zeros.

       01  ws-ind-programado-existente               pic x(01)       value "N".
          88 ws-programado-existente                                value "S".
       01  ws-ind-fim-programado                     pic x(01)       value "N".
          88 ws-programado-eof                                      value "S".
       01  ws-ind-fim-item                           pic x(01)       value "N".
          88 ws-item-eof                                            value "S".
          88 ws-item-continua                                       value "N".
       01  ws-proxima-sequencia-item                  pic 9(03)       value zeros.
       01  ws-dia-semana-idx                          pic 9(01)       value zeros.
       01  ws-qtd-dias-marcados                       pic 9(01)       value zeros.
       01  ws-dias-semana-marcados                    pic x(07)       value spaces.
       01  ws-cliente-razao-social                   pic x(40)       value spaces.

      *>   Modelos cadastrados (grade).
       01  ws-tab-programados.
           03 ws-ppg-linha                           occurs 100 times.
              05 ws-ppg-cd                           pic 9(05).
              05 ws-ppg-cd-cliente                   pic 9(05).
              05 ws-ppg-razao-social                 pic x(40).
              05 ws-ppg-frequencia                   pic x(22).
              05 ws-ppg-situacao                     pic x(01).
              05 ws-ppg-data-ultima-entrega          pic 9(08).
              05 ws-ppg-cd-ultimo-pedido             pic 9(07).
       01  ws-ppg-qtd                                pic 9(03)       value zeros.
       01  ws-ppg-tab-idx                             pic 9(03)       value zeros.
       01  ws-ds-frequencia                           pic x(22)       value spaces.

      *>   Itens do modelo carregado.
       01  ws-tab-itens.
           03 ws-item-linha                          occurs 100 times.
              05 ws-item-r-sequencia                  pic 9(03).
              05 ws-item-r-cd-produto                 pic 9(05).
              05 ws-item-r-descricao                  pic x(40).
              05 ws-item-r-quantidade                 pic 9(05).
              05 ws-item-r-situacao                   pic x(08).
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
            perform 1100-abrir-arquivos
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o pedido-programado-arq
            if   ws-pedido-programado-nao-encontrado
                 open output pedido-programado-arq
                 close pedido-programado-arq
                 open i-o pedido-programado-arq
            end-if
            open i-o pedido-programado-item-arq
            if   ws-pedido-programado-item-nao-encontrado
                 open output pedido-programado-item-arq
                 close pedido-programado-item-arq
                 open i-o pedido-programado-item-arq
            end-if

            open input cliente-arq
            if   ws-cliente-nao-encontrado
                 open output cliente-arq
                 close cliente-arq
                 open input cliente-arq
            end-if
            open input cli-endereco-arq
            if   ws-cli-endereco-nao-encontrado
                 open output cli-endereco-arq
                 close cli-endereco-arq
                 open input cli-endereco-arq
            end-if
            open input vendedor-arq
            if   ws-vendedor-nao-encontrado
                 open output vendedor-arq
                 close vendedor-arq
                 open input vendedor-arq
            end-if
            open input cond-pagto-arq
            if   ws-cond-pagto-nao-encontrado
                 open output cond-pagto-arq
                 close cond-pagto-arq
                 open input cond-pagto-arq
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
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Pedidos programados restritos aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-incluir-item
                      or ws-opcao-excluir-item)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-programado
                     perform 2300-carregar-programado
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-programado
                when ws-opcao-incluir-item
                     perform 1200-obter-campos-formulario
                     perform 2500-incluir-item
                     perform 2300-carregar-programado
                when ws-opcao-excluir-item
                     perform 1200-obter-campos-formulario
                     perform 2550-excluir-item
                     perform 2300-carregar-programado
                when other
                     continue
            end-evaluate
            perform 2200-listar-programados
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
                     if   ses-cd-empresa > zeros
                          move ses-cd-empresa          to ws-empresa-logada
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
                getfield( ws-form-cd-programado )
                getfield( ws-form-cd-cliente )
                getfield( ws-form-cd-vendedor )
                getfield( ws-form-sequencia-entrega )
                getfield( ws-form-cd-condicao-pagto )
                getfield( ws-form-frequencia )
                getfield( ws-form-dia-seg )
                getfield( ws-form-dia-ter )
                getfield( ws-form-dia-qua )
                getfield( ws-form-dia-qui )
                getfield( ws-form-dia-sex )
                getfield( ws-form-dia-sab )
                getfield( ws-form-dia-dom )
                getfield( ws-form-dia-mes )
                getfield( ws-form-data-inicio )
                getfield( ws-form-data-fim )
                getfield( ws-form-situacao )
                getfield( ws-form-item-cd-produto )
                getfield( ws-form-item-quantidade )
                getfield( ws-form-item-sequencia )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-programado: valida o modelo contra os cadastros e
      *>   grava; a alteração preserva a última entrega gerada (mesma
      *>   técnica de 2100-gravar-despesa-fixa em DespesaFixa.cbl).
       2100-gravar-programado section.
       2100.
            if   ws-form-cd-programado = zeros
                 move "Informe o codigo do pedido programado." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-cliente = zeros
                 move "Informe o cliente."              to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-cliente                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            if   cli-inativo
                 move "Cliente inativo."               to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-vendedor = zeros
                 move cli-cd-vendedor                 to ws-form-cd-vendedor
            end-if
            if   ws-form-cd-vendedor not = zeros
                 move ws-form-cd-vendedor             to vnd-cd-vendedor
                 read vendedor-arq
                     key is vnd-cd-vendedor
                     invalid key
                          move "Vendedor nao encontrado." to ws-mensagem-retorno
                          exit section
                 end-read
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
            if   ws-form-cd-condicao-pagto not = zeros
                 move ws-form-cd-condicao-pagto        to cpg-cd-condicao
                 read cond-pagto-arq
                     key is cpg-cd-condicao
                     invalid key
                          move "Condicao de pagamento nao cadastrada." to ws-mensagem-retorno
                          exit section
                 end-read
            end-if

            move zeros                               to ws-qtd-dias-marcados
            move spaces                              to ppg-dias-semana
            if   ws-form-dia-seg = "S"
                 move "S"                             to ppg-dia-semana(1)
                 add 1                                to ws-qtd-dias-marcados
            end-if
            if   ws-form-dia-ter = "S"
                 move "S"                             to ppg-dia-semana(2)
                 add 1                                to ws-qtd-dias-marcados
            end-if
            if   ws-form-dia-qua = "S"
                 move "S"                             to ppg-dia-semana(3)
                 add 1                                to ws-qtd-dias-marcados
            end-if
            if   ws-form-dia-qui = "S"
                 move "S"                             to ppg-dia-semana(4)
                 add 1                                to ws-qtd-dias-marcados
            end-if
            if   ws-form-dia-sex = "S"
                 move "S"                             to ppg-dia-semana(5)
                 add 1                                to ws-qtd-dias-marcados
            end-if
            if   ws-form-dia-sab = "S"
                 move "S"                             to ppg-dia-semana(6)
                 add 1                                to ws-qtd-dias-marcados
            end-if
            if   ws-form-dia-dom = "S"
                 move "S"                             to ppg-dia-semana(7)
                 add 1                                to ws-qtd-dias-marcados
            end-if
            evaluate ws-form-frequencia
                when "S"
                     if   ws-qtd-dias-marcados = zeros
                          move "Marque ao menos um dia da semana para a entrega." to ws-mensagem-retorno
                          exit section
                     end-if
                     move zeros                       to ws-form-dia-mes
                when "M"
                     if   ws-form-dia-mes < 1
                     or   ws-form-dia-mes > 31
                          move "Dia do mes deve estar entre 1 e 31." to ws-mensagem-retorno
                          exit section
                     end-if
                     move spaces                      to ppg-dias-semana
                when other
                     move "Frequencia invalida (semanal ou mensal)." to ws-mensagem-retorno
                     exit section
            end-evaluate

            if   ws-form-data-inicio = zeros
                 move function current-date (1:8)      to ws-form-data-inicio
            end-if
            if   ws-form-data-fim not = zeros
            and  ws-form-data-fim < ws-form-data-inicio
                 move "Fim da vigencia anterior ao inicio." to ws-mensagem-retorno
                 exit section
            end-if

      *>   Os dias marcados ficam guardados antes da leitura do modelo,
      *>   que sobrepõe a área do registro.
            move ppg-dias-semana                     to ws-dias-semana-marcados
            move ws-form-cd-programado               to ppg-cd-programado
            move "N"                                to ws-ind-programado-existente
            read pedido-programado-arq
                key is ppg-cd-programado
                invalid key
                     move zeros                      to ppg-data-ultima-entrega
                     move zeros                      to ppg-cd-ultimo-pedido
                not invalid key
                     move "S"                        to ws-ind-programado-existente
            end-read

            move ws-form-cd-programado               to ppg-cd-programado
            move ws-form-cd-cliente                  to ppg-cd-cliente
            move ws-form-cd-vendedor                 to ppg-cd-vendedor
            move ws-form-sequencia-entrega            to ppg-sequencia-entrega
            move ws-form-cd-condicao-pagto            to ppg-cd-condicao-pagto
            move ws-form-frequencia                  to ppg-frequencia
            move ws-dias-semana-marcados              to ppg-dias-semana
            move ws-form-dia-mes                     to ppg-dia-mes
            move ws-form-data-inicio                 to ppg-data-inicio
            move ws-form-data-fim                    to ppg-data-fim
            move ws-form-situacao                    to ppg-situacao

            if   ws-programado-existente
                 rewrite reg-pedido-programado
                     invalid key
                          move "Erro ao alterar pedido programado." to ws-mensagem-retorno
                     not invalid key
                          move "Pedido programado alterado." to ws-mensagem-retorno
                 end-rewrite
            else
                 move function current-date (1:8)      to ppg-data-inclusao
                 move ws-operador-logado               to ppg-operador-inclusao
                 move ws-empresa-logada                to ppg-cd-empresa
                 write reg-pedido-programado
                     invalid key
                          move "Erro ao incluir pedido programado." to ws-mensagem-retorno
                     not invalid key
                          move "Pedido programado incluido; inclua os itens." to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-listar-programados section.
       2200.
            move zeros                               to ws-ppg-qtd
            move "N"                                 to ws-ind-fim-programado
            move low-values                          to ppg-cd-programado
            start pedido-programado-arq key is greater than or equal ppg-cd-programado
                invalid key
                     set ws-programado-eof            to true
            end-start

            perform until ws-programado-eof
                    or ws-ppg-qtd >= 100
                read pedido-programado-arq next record
                    at end
                         set ws-programado-eof         to true
                    not at end
                         add 1                         to ws-ppg-qtd
                         move ppg-cd-programado         to ws-ppg-cd(ws-ppg-qtd)
                         move ppg-cd-cliente            to ws-ppg-cd-cliente(ws-ppg-qtd)
                         move ppg-situacao              to ws-ppg-situacao(ws-ppg-qtd)
                         move ppg-data-ultima-entrega   to ws-ppg-data-ultima-entrega(ws-ppg-qtd)
                         move ppg-cd-ultimo-pedido      to ws-ppg-cd-ultimo-pedido(ws-ppg-qtd)
                         perform 2210-descrever-frequencia
                         move ws-ds-frequencia          to ws-ppg-frequencia(ws-ppg-qtd)
                         move spaces                    to ws-ppg-razao-social(ws-ppg-qtd)
                         move ppg-cd-cliente            to cli-cd-cliente
                         read cliente-arq
                             key is cli-cd-cliente
                             invalid key
                                  continue
                             not invalid key
                                  move cli-razao-social  to ws-ppg-razao-social(ws-ppg-qtd)
                         end-read
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2210-descrever-frequencia: texto da grade - "Semanal 1 3 5"
      *>   (dias marcados, 1 = segunda) ou "Mensal dia 10".
       2210-descrever-frequencia section.
       2210.
            move spaces                              to ws-ds-frequencia
            if   ppg-mensal
                 string "Mensal dia " ppg-dia-mes
                        delimited by size into ws-ds-frequencia
                 exit section
            end-if
            move "Semanal"                           to ws-ds-frequencia
            perform varying ws-dia-semana-idx from 1 by 1
                    until ws-dia-semana-idx > 7
                if   ppg-dia-semana(ws-dia-semana-idx) = "S"
                     move ws-dia-semana-idx           to ws-ds-frequencia (7 + ws-dia-semana-idx * 2:1)
                end-if
            end-perform
            .

       2210-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-programado: traz o modelo para o formulário e
      *>   monta a grade de itens (mesma técnica de
      *>   2300-carregar-despesa-fixa em DespesaFixa.cbl).
       2300-carregar-programado section.
       2300.
            move zeros                               to ws-item-qtd
            if   ws-form-cd-programado = zeros
                 exit section
            end-if
            move ws-form-cd-programado               to ppg-cd-programado
            read pedido-programado-arq
                key is ppg-cd-programado
                invalid key
                     if   ws-opcao-carregar
                          move "Pedido programado nao encontrado." to ws-mensagem-retorno
                     end-if
                     exit section
            end-read
            move ppg-cd-cliente                      to ws-form-cd-cliente
            move ppg-cd-vendedor                     to ws-form-cd-vendedor
            move ppg-sequencia-entrega                to ws-form-sequencia-entrega
            move ppg-cd-condicao-pagto                to ws-form-cd-condicao-pagto
            move ppg-frequencia                      to ws-form-frequencia
            move ppg-dia-semana(1)                   to ws-form-dia-seg
            move ppg-dia-semana(2)                   to ws-form-dia-ter
            move ppg-dia-semana(3)                   to ws-form-dia-qua
            move ppg-dia-semana(4)                   to ws-form-dia-qui
            move ppg-dia-semana(5)                   to ws-form-dia-sex
            move ppg-dia-semana(6)                   to ws-form-dia-sab
            move ppg-dia-semana(7)                   to ws-form-dia-dom
            move ppg-dia-mes                         to ws-form-dia-mes
            move ppg-data-inicio                     to ws-form-data-inicio
            move ppg-data-fim                        to ws-form-data-fim
            move ppg-situacao                        to ws-form-situacao
            move spaces                              to ws-cliente-razao-social
            move ppg-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social             to ws-cliente-razao-social
            end-read
            if   ws-opcao-carregar
                 move "Pedido programado carregado."  to ws-mensagem-retorno
            end-if

            move ppg-cd-programado                   to ppi-cd-programado
            move zeros                               to ppi-sequencia
            start pedido-programado-item-arq key is greater than or equal ppi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                    or ws-item-qtd >= 100
                read pedido-programado-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   ppi-cd-programado not = ppg-cd-programado
                              set ws-item-eof          to true
                         else
                              add 1                    to ws-item-qtd
                              move ppi-sequencia        to ws-item-r-sequencia(ws-item-qtd)
                              move ppi-cd-produto       to ws-item-r-cd-produto(ws-item-qtd)
                              move ppi-quantidade       to ws-item-r-quantidade(ws-item-qtd)
                              move spaces               to ws-item-r-descricao(ws-item-qtd)
                              move "Inativo"            to ws-item-r-situacao(ws-item-qtd)
                              move ppi-cd-produto       to prd-cd-produto
                              read produto-arq
                                  key is prd-cd-produto
                                  invalid key
                                       move "Excluido" to ws-item-r-situacao(ws-item-qtd)
                                  not invalid key
                                       move prd-descricao to ws-item-r-descricao(ws-item-qtd)
                                       if   prd-ativo
                                            move "Ativo" to ws-item-r-situacao(ws-item-qtd)
                                       end-if
                              end-read
                         end-if
                end-read
            end-perform
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2500-incluir-item: produto e quantidade na cesta do modelo;
      *>   o mesmo produto repetido soma na linha existente.
       2500-incluir-item section.
       2500.
            if   ws-form-cd-programado = zeros
                 move "Salve o pedido programado antes de incluir itens." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-item-cd-produto = zeros
            or   ws-form-item-quantidade = zeros
                 move "Informe o produto e a quantidade." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-programado               to ppg-cd-programado
            read pedido-programado-arq
                key is ppg-cd-programado
                invalid key
                     move "Salve o pedido programado antes de incluir itens." to ws-mensagem-retorno
                     exit section
            end-read
            move ws-form-item-cd-produto             to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     move "Produto não encontrado."  to ws-mensagem-retorno
                     exit section
            end-read
            if   prd-inativo
                 move "Produto inativo."              to ws-mensagem-retorno
                 exit section
            end-if

            move zeros                               to ws-proxima-sequencia-item
            move ppg-cd-programado                   to ppi-cd-programado
            move zeros                               to ppi-sequencia
            start pedido-programado-item-arq key is greater than or equal ppi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read pedido-programado-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   ppi-cd-programado not = ppg-cd-programado
                              set ws-item-eof          to true
                         else
                              move ppi-sequencia        to ws-proxima-sequencia-item
                              if   ppi-cd-produto = ws-form-item-cd-produto
                                   add ws-form-item-quantidade to ppi-quantidade
                                   rewrite reg-pedido-programado-item
                                       invalid key
                                            continue
                                   end-rewrite
                                   move "Quantidade somada ao item existente." to ws-mensagem-retorno
                                   exit section
                              end-if
                         end-if
                end-read
            end-perform

            if   ws-proxima-sequencia-item >= 999
                 move "Limite de itens do pedido programado atingido." to ws-mensagem-retorno
                 exit section
            end-if
            add 1                                    to ws-proxima-sequencia-item
            move ppg-cd-programado                   to ppi-cd-programado
            move ws-proxima-sequencia-item            to ppi-sequencia
            move ws-form-item-cd-produto             to ppi-cd-produto
            move ws-form-item-quantidade             to ppi-quantidade
            write reg-pedido-programado-item
                invalid key
                     move "Erro ao incluir item."    to ws-mensagem-retorno
                     exit section
            end-write
            move "Item incluído."                    to ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
       2550-excluir-item section.
       2550.
            if   ws-form-cd-programado = zeros
            or   ws-form-item-sequencia = zeros
                 exit section
            end-if
            move ws-form-cd-programado               to ppi-cd-programado
            move ws-form-item-sequencia              to ppi-sequencia
            delete pedido-programado-item-arq
                invalid key
                     move "Item nao encontrado."      to ws-mensagem-retorno
                not invalid key
                     move "Item excluído."            to ws-mensagem-retorno
            end-delete
            .

       2550-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pedido-programado-arq
            close pedido-programado-item-arq
            close cliente-arq
            close cli-endereco-arq
            close vendedor-arq
            close cond-pagto-arq
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
                <form name=frmPedidoProgramado id=frmPedidoProgramado method=post action="PedidoProgramado.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=itemSequencia id=itemSequencia value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Código&nbsp;</td>
                        <td><input name=cdProgramado id=cdProgramado size=5 maxlength=5 value=":ws-form-cd-programado" class="campo" tabIndex=1></td>
                        <td class=titulocampo>Cliente&nbsp;</td>
                        <td colspan=3><input name=cdCliente size=5 maxlength=5 value=":ws-form-cd-cliente" class="campo" tabIndex=2>&nbsp;:ws-cliente-razao-social</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Vendedor&nbsp;</td>
                        <td><input name=cdVendedor size=5 maxlength=5 value=":ws-form-cd-vendedor" class="campo" title="Em branco = o da carteira do cliente" tabIndex=3></td>
                        <td class=titulocampo>Endereço de entrega&nbsp;</td>
                        <td><input name=sequenciaEntrega size=5 maxlength=5 value=":ws-form-sequencia-entrega" class="campo" title="Sequencia do endereco do cliente (0 = endereco do cadastro)" tabIndex=4></td>
                        <td class=titulocampo>Cond. pagamento&nbsp;</td>
                        <td><input name=cdCondicaoPagto size=3 maxlength=3 value=":ws-form-cd-condicao-pagto" class="campo" title="0 = padrao 30/60/90" tabIndex=5></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Frequência&nbsp;</td>
                        <td>
                            <select name=frequencia class="combo" tabIndex=6>
                                <option value="S">Semanal</option>
                                <option value="M">Mensal</option>
                            </select>
                        </td>
                        <td class=titulocampo>Dias (semanal)&nbsp;</td>
                        <td>
                            <input name=diaSeg type="checkbox" value="S" tabIndex=7>Seg
                            <input name=diaTer type="checkbox" value="S" tabIndex=8>Ter
                            <input name=diaQua type="checkbox" value="S" tabIndex=9>Qua
                            <input name=diaQui type="checkbox" value="S" tabIndex=10>Qui
                            <input name=diaSex type="checkbox" value="S" tabIndex=11>Sex
                            <input name=diaSab type="checkbox" value="S" tabIndex=12>Sáb
                            <input name=diaDom type="checkbox" value="S" tabIndex=13>Dom
                        </td>
                        <td class=titulocampo>Dia do mês (mensal)&nbsp;</td>
                        <td><input name=diaMes size=2 maxlength=2 value=":ws-form-dia-mes" class="campo" tabIndex=14></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Vigência (AAAAMMDD)&nbsp;</td>
                        <td colspan=3>
                            de <input name=dataInicio size=8 maxlength=8 value=":ws-form-data-inicio" class="campo" tabIndex=15>
                            até <input name=dataFim size=8 maxlength=8 value=":ws-form-data-fim" class="campo" title="0 = sem prazo" tabIndex=16>
                        </td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td>
                            <select name=situacao class="combo" tabIndex=17>
                                <option value="A">Ativo</option>
                                <option value="I">Inativo</option>
                            </select>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=18><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Item&nbsp;</td>
                        <td colspan=5>
                            produto <input name=itemCdProduto id=itemCdProduto size=5 maxlength=5 value="" class="campo" title="Codigo produto" tabIndex=19>
                            qtd <input name=itemQuantidade id=itemQuantidade size=5 maxlength=5 value="" class="campo" title="Quantidade de cada entrega" tabIndex=20>
                            <button class=botao name=BotIncluirItem onclick='IncluirItem();' style="width:110px;" tabindex=21><label>Incluir Item</label></button>
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
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Quantidade</td>
                                    <td class=titulocampo>Situação</td>
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
            if   ws-ppg-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Código</td>
                                    <td class=titulocampo>Cliente</td>
                                    <td class=titulocampo>Razão social</td>
                                    <td class=titulocampo>Frequência</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Última entrega gerada</td>
                                    <td class=titulocampo>Último pedido</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-programados
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
                        <td>:ws-item-r-descricao(ws-item-tab-idx)</td>
                        <td><div align=center>:ws-item-r-quantidade(ws-item-tab-idx)</div></td>
                        <td>:ws-item-r-situacao(ws-item-tab-idx)</td>
                        <td><img title="Excluir Item" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirItem(:ws-item-r-sequencia(ws-item-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-programados section.
       8000.
            perform varying ws-ppg-tab-idx from 1 by 1
                    until ws-ppg-tab-idx > ws-ppg-qtd
                exec html
                    <tr>
                        <td>:ws-ppg-cd(ws-ppg-tab-idx)</td>
                        <td>:ws-ppg-cd-cliente(ws-ppg-tab-idx)</td>
                        <td>:ws-ppg-razao-social(ws-ppg-tab-idx)</td>
                        <td>:ws-ppg-frequencia(ws-ppg-tab-idx)</td>
                        <td><div align=center>:ws-ppg-situacao(ws-ppg-tab-idx)</div></td>
                        <td><div align=center>:ws-ppg-data-ultima-entrega(ws-ppg-tab-idx)</div></td>
                        <td>:ws-ppg-cd-ultimo-pedido(ws-ppg-tab-idx)</td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarProgramado(:ws-ppg-cd(ws-ppg-tab-idx));" src="Icones/check.gif"></td>
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
                        document.all.frmPedidoProgramado.action = "PedidoProgramado.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmPedidoProgramado.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }

                    function CarregarProgramado(cdProgramado) {
                        document.all.cdProgramado.value = cdProgramado;
                        Submeter("30");
                    }

                    function IncluirItem() {
                        Submeter("60");
                    }

                    function ExcluirItem(sequencia) {
                        if (confirm("Confirma a exclusao deste item do pedido programado?")) {
                            document.all.itemSequencia.value = sequencia;
                            Submeter("65");
                        }
                    }

                    function InicializarTela() {
                        document.all.frequencia.value = ":ws-form-frequencia";
                        document.all.situacao.value   = ":ws-form-situacao";
                        document.all.diaSeg.checked   = ( ":ws-form-dia-seg" == "S" );
                        document.all.diaTer.checked   = ( ":ws-form-dia-ter" == "S" );
                        document.all.diaQua.checked   = ( ":ws-form-dia-qua" == "S" );
                        document.all.diaQui.checked   = ( ":ws-form-dia-qui" == "S" );
                        document.all.diaSex.checked   = ( ":ws-form-dia-sex" == "S" );
                        document.all.diaSab.checked   = ( ":ws-form-dia-sab" == "S" );
                        document.all.diaDom.checked   = ( ":ws-form-dia-dom" == "S" );
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
