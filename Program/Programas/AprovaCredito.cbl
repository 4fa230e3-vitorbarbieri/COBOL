      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. AprovaCredito.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                      Aprovação de Limites de Crédito
      *>            --------------------------------------------------------
      *>
      *>   Tela do supervisor sobre as sugestões da rodada mensal de
      *>   AvaliaCredito.cbl (CLI-CREDITO.DAT): lista as avaliações
      *>   Pendentes com os indicadores, a nota, a classe de risco, o
      *>   limite atual e o sugerido, opcionalmente filtradas pela
      *>   classe. Aprovar leva o sugerido para cli-limite-credito e grava
      *>   a linha limiteCredito em CLI-AUDITORIA.DAT (mesma trilha de
      *>   2141-gravar-auditoria em Cliente.cbl); Rejeitar mantém o
      *>   limite do cadastro. A aprovação em lote aprova todas as
      *>   pendentes do filtro atual, cliente a cliente, com a mesma
      *>   auditoria (mesmo molde de TransfereCarteira.cbl). Restrita ao
      *>   perfil supervisor; menu "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select cli-credito-arq assign    to "CLI-CREDITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ccr-cd-cliente
                  file status                is ws-status-cli-credito.
           select cli-auditoria-arq assign  to "CLI-AUDITORIA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is aud-chave
                  file status                is ws-status-cli-auditoria.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  cli-credito-arq.
       copy "CLICRED.CPY".
       fd  cli-auditoria-arq.
       copy "CLIAUD.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-cli-credito                  pic x(02)       value "00".
              88 ws-cli-credito-ok                                  value "00".
              88 ws-cli-credito-nao-encontrado                      value "23" "35".
           03 ws-status-cli-auditoria                pic x(02)       value "00".
              88 ws-cli-auditoria-ok                                value "00".
              88 ws-cli-auditoria-nao-encontrado                    value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
      *>   Tela restrita ao supervisor; sem sessão válida vale o menor
      *>   privilégio (atendimento).
       01  ws-perfil-logado                           pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-filtrar                                   value "20".
              88 ws-opcao-aprovar                                   value "40".
              88 ws-opcao-rejeitar                                  value "50".
              88 ws-opcao-aprovar-todas                             value "60".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-aprovacao.
           03 ws-form-cd-cliente                     pic 9(05)       value zeros.
           03 ws-form-filtro-classe                   pic x(01)       value spaces.

      *>   Sugestões pendentes do filtro atual.
       01  ws-tab-sugestoes.
           03 ws-sug-linha                           occurs 200 times.
              05 ws-sug-cd-cliente                    pic 9(05).
              05 ws-sug-razao-social                  pic x(40).
              05 ws-sug-classe-risco                  pic x(01).
              05 ws-sug-pontuacao                     pic 9(03).
              05 ws-sug-media-dias-atraso             pic 9(05).
              05 ws-sug-qtd-renegociacoes             pic 9(03).
              05 ws-sug-qtd-perdas                    pic 9(03).
              05 ws-sug-qtd-devolvidos                pic 9(03).
              05 ws-sug-volume-compras                pic 9(11)v9(02).
              05 ws-sug-meses-relacionamento          pic 9(04).
              05 ws-sug-limite-atual                  pic 9(09)v9(02).
              05 ws-sug-limite-sugerido               pic 9(09)v9(02).
       01  ws-sug-qtd                                pic 9(03)       value zeros.
       01  ws-sug-tab-idx                             pic 9(03)       value zeros.
       01  ws-ind-fim-credito                         pic x(01)       value "N".
          88 ws-credito-eof                                          value "S".

      *>   Aprovação: auditoria do limite (mesma técnica de
      *>   2520-gravar-auditoria em TransfereCarteira.cbl).
       01  ws-proxima-sequencia-aud                    pic 9(05)       value zeros.
       01  ws-cd-cliente-atual                         pic 9(05)       value zeros.
       01  ws-limite-anterior                          pic 9(09)v9(02) value zeros.
       01  ws-ind-aprovacao-ok                         pic x(01)       value "N".
          88 ws-aprovacao-ok                                         value "S".
       01  ws-total-aprovadas                          pic 9(05)       value zeros.

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
            open i-o cliente-arq
            open i-o cli-credito-arq
            if   ws-cli-credito-nao-encontrado
                 open output cli-credito-arq
                 close cli-credito-arq
                 open i-o cli-credito-arq
            end-if
            open i-o cli-auditoria-arq
            if   ws-cli-auditoria-nao-encontrado
                 open output cli-auditoria-arq
                 close cli-auditoria-arq
                 open i-o cli-auditoria-arq
            end-if
            open input sessao-arq
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            if   ws-perfil-logado not = 3
                 move "Tela restrita ao supervisor."  to ws-mensagem-retorno
            else
                 if   not ws-opcao-abrir-tela
                      perform 1200-obter-campos-formulario
                 end-if
                 evaluate true
                     when ws-jan-manutencao-ativa
                      and (ws-opcao-aprovar or ws-opcao-rejeitar
                           or ws-opcao-aprovar-todas)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-aprovar
                          perform 2100-aprovar-sugestao
                          if   ws-aprovacao-ok
                               move "Limite aprovado." to ws-mensagem-retorno
                          end-if
                     when ws-opcao-rejeitar
                          perform 2300-rejeitar-sugestao
                     when ws-opcao-aprovar-todas
                          perform 2400-aprovar-todas
                     when other
                          continue
                 end-evaluate
                 perform 2200-listar-sugestoes
            end-if
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
                getfield( ws-form-cd-cliente )
                getfield( ws-form-filtro-classe )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-aprovar-sugestao: leva o limite sugerido para o cadastro
      *>   e registra a troca na trilha de auditoria do cliente.
       2100-aprovar-sugestao section.
       2100.
            move "N"                                 to ws-ind-aprovacao-ok
            move ws-form-cd-cliente                  to ccr-cd-cliente
            read cli-credito-arq
                key is ccr-cd-cliente
                invalid key
                     move "Avaliacao do cliente nao encontrada." to ws-mensagem-retorno
                     exit section
            end-read
            if   not ccr-pendente
                 move "Sugestao do cliente ja decidida." to ws-mensagem-retorno
                 exit section
            end-if
            perform 2110-aplicar-limite
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2110-aplicar-limite: com a avaliação pendente já lida.
       2110-aplicar-limite section.
       2110.
            move ccr-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente nao encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            move cli-cd-cliente                      to ws-cd-cliente-atual
            move cli-limite-credito                  to ws-limite-anterior
            move ccr-limite-sugerido                 to cli-limite-credito
            rewrite reg-cliente
                invalid key
                     move "Erro ao gravar o limite do cliente." to ws-mensagem-retorno
                     exit section
            end-rewrite

            perform 2120-gravar-auditoria

            set  ccr-aprovada                        to true
            move function current-date (1:8)          to ccr-data-decisao
            move ws-operador-logado                  to ccr-operador-decisao
            rewrite reg-cli-credito
                invalid key
                     continue
            end-rewrite
            set  ws-aprovacao-ok                     to true
            .

       2110-exit.
            exit.

      *>===================================================================================
      *>   2120-gravar-auditoria: linha do campo limiteCredito na trilha
      *>   de CLI-AUDITORIA.DAT (mesma gravação de 2141-gravar-auditoria
      *>   em Cliente.cbl).
       2120-gravar-auditoria section.
       2120.
            move zeros                               to ws-proxima-sequencia-aud
            move ws-cd-cliente-atual                 to aud-cd-cliente
            move 99999                                to aud-sequencia
            start cli-auditoria-arq key is less than or equal aud-chave
                invalid key
                     continue
                not invalid key
                     read cli-auditoria-arq previous record
                         at end
                              continue
                         not at end
                              if   aud-cd-cliente = ws-cd-cliente-atual
                                   move aud-sequencia  to ws-proxima-sequencia-aud
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-aud

            move ws-cd-cliente-atual                 to aud-cd-cliente
            move ws-proxima-sequencia-aud              to aud-sequencia
            move function current-date (1:14)          to aud-data-hora
            move "limiteCredito"                     to aud-campo
            move ws-limite-anterior                  to aud-valor-anterior
            move cli-limite-credito                  to aud-valor-novo
            move ws-operador-logado                  to aud-operador
            write reg-cli-auditoria
                invalid key
                     continue
            end-write
            .

       2120-exit.
            exit.

      *>===================================================================================
      *>   2200-listar-sugestoes: avaliações Pendentes, filtradas pela
      *>   classe de risco quando informada.
       2200-listar-sugestoes section.
       2200.
            move zeros                               to ws-sug-qtd
            move "N"                                 to ws-ind-fim-credito
            move low-values                          to ccr-cd-cliente
            start cli-credito-arq key is greater than or equal ccr-cd-cliente
                invalid key
                     set ws-credito-eof              to true
            end-start
            perform until ws-credito-eof
                    or ws-sug-qtd >= 200
                read cli-credito-arq next record
                    at end
                         set ws-credito-eof           to true
                    not at end
                         if   ccr-pendente
                         and (ws-form-filtro-classe = spaces
                              or ccr-classe-risco = ws-form-filtro-classe)
                              perform 2210-guardar-sugestao
                         end-if
                end-read
            end-perform

            if   ws-sug-qtd = 0
            and  ws-mensagem-retorno = spaces
                 move "Nenhuma sugestao de limite pendente." to ws-mensagem-retorno
            end-if
            .

       2200-exit.
            exit.

      *>===================================================================================
       2210-guardar-sugestao section.
       2210.
            add  1                                    to ws-sug-qtd
            move ccr-cd-cliente                      to ws-sug-cd-cliente(ws-sug-qtd)
            move spaces                              to ws-sug-razao-social(ws-sug-qtd)
            move ccr-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social            to ws-sug-razao-social(ws-sug-qtd)
            end-read
            move ccr-classe-risco                    to ws-sug-classe-risco(ws-sug-qtd)
            move ccr-pontuacao                       to ws-sug-pontuacao(ws-sug-qtd)
            move ccr-media-dias-atraso                to ws-sug-media-dias-atraso(ws-sug-qtd)
            move ccr-qtd-renegociacoes                to ws-sug-qtd-renegociacoes(ws-sug-qtd)
            move ccr-qtd-perdas                       to ws-sug-qtd-perdas(ws-sug-qtd)
            move ccr-qtd-devolvidos                   to ws-sug-qtd-devolvidos(ws-sug-qtd)
            move ccr-volume-compras                   to ws-sug-volume-compras(ws-sug-qtd)
            move ccr-meses-relacionamento             to ws-sug-meses-relacionamento(ws-sug-qtd)
            move ccr-limite-atual                     to ws-sug-limite-atual(ws-sug-qtd)
            move ccr-limite-sugerido                  to ws-sug-limite-sugerido(ws-sug-qtd)
            .

       2210-exit.
            exit.

      *>===================================================================================
      *>   2300-rejeitar-sugestao: o limite do cadastro fica como está;
      *>   a decisão fica registrada na avaliação.
       2300-rejeitar-sugestao section.
       2300.
            move ws-form-cd-cliente                  to ccr-cd-cliente
            read cli-credito-arq
                key is ccr-cd-cliente
                invalid key
                     move "Avaliacao do cliente nao encontrada." to ws-mensagem-retorno
                     exit section
            end-read
            if   not ccr-pendente
                 move "Sugestao do cliente ja decidida." to ws-mensagem-retorno
                 exit section
            end-if
            set  ccr-rejeitada                       to true
            move function current-date (1:8)          to ccr-data-decisao
            move ws-operador-logado                  to ccr-operador-decisao
            rewrite reg-cli-credito
                invalid key
                     move "Erro ao rejeitar a sugestao." to ws-mensagem-retorno
                     exit section
            end-rewrite
            move "Sugestao rejeitada; limite mantido." to ws-mensagem-retorno
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2400-aprovar-todas: aprovação em lote das pendentes do filtro
      *>   atual, uma a uma com a auditoria de cada cliente.
       2400-aprovar-todas section.
       2400.
            move zeros                               to ws-total-aprovadas
            move "N"                                 to ws-ind-fim-credito
            move low-values                          to ccr-cd-cliente
            start cli-credito-arq key is greater than or equal ccr-cd-cliente
                invalid key
                     set ws-credito-eof              to true
            end-start
            perform until ws-credito-eof
                read cli-credito-arq next record
                    at end
                         set ws-credito-eof           to true
                    not at end
                         if   ccr-pendente
                         and (ws-form-filtro-classe = spaces
                              or ccr-classe-risco = ws-form-filtro-classe)
                              move "N"                  to ws-ind-aprovacao-ok
                              perform 2110-aplicar-limite
                              if   ws-aprovacao-ok
                                   add 1                to ws-total-aprovadas
                              end-if
                         end-if
                end-read
            end-perform

            move spaces                              to ws-mensagem-retorno
            string "Limites aprovados: "
                   ws-total-aprovadas
                   " cliente(s)."
                   delimited by size into ws-mensagem-retorno
            .

       2400-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close cliente-arq
            close cli-credito-arq
            close cli-auditoria-arq
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
                <form name=frmCredito id=frmCredito method=post action="AprovaCredito.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=cdCliente id=cdCliente value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=2 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Classe de risco&nbsp;</td>
                        <td><select name=filtroClasse class="combo" style="width: 150" tabIndex=1>
                                <option value=''>-- Todas --</option>
                                <option value='A'>A - baixo risco</option>
                                <option value='B'>B</option>
                                <option value='C'>C</option>
                                <option value='D'>D - alto risco</option>
                            </select>
                            <button class=botao name=BotFiltrar onclick='Filtrar();' style="width:80px;" tabindex=2><label>Filtrar</label></button>
                            <button class=botao name=BotAprovarTodas onclick='AprovarTodas();' style="width:130px;" tabindex=3><label>Aprovar Todas</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-sug-qtd > 0
                 exec html
                    <tr>
                        <td colspan=2>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Cliente</td>
                                    <td class=titulocampo>Razão Social</td>
                                    <td class=titulocampo>Classe</td>
                                    <td class=titulocampo>Nota</td>
                                    <td class=titulocampo>Atraso Médio</td>
                                    <td class=titulocampo>Reneg.</td>
                                    <td class=titulocampo>Perdas</td>
                                    <td class=titulocampo>Devolv.</td>
                                    <td class=titulocampo>Compras 12m</td>
                                    <td class=titulocampo>Meses</td>
                                    <td class=titulocampo>Limite Atual</td>
                                    <td class=titulocampo>Sugerido</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-sugestoes
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
       8000-linhas-sugestoes section.
       8000.
            perform varying ws-sug-tab-idx from 1 by 1
                    until ws-sug-tab-idx > ws-sug-qtd
                exec html
                                <tr>
                                    <td>:ws-sug-cd-cliente(ws-sug-tab-idx)</td>
                                    <td>:ws-sug-razao-social(ws-sug-tab-idx)</td>
                                    <td><div align=center>:ws-sug-classe-risco(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-pontuacao(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-media-dias-atraso(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-qtd-renegociacoes(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-qtd-perdas(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-qtd-devolvidos(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-volume-compras(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-meses-relacionamento(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-limite-atual(ws-sug-tab-idx)</div></td>
                                    <td><div align=right>:ws-sug-limite-sugerido(ws-sug-tab-idx)</div></td>
                                    <td nowrap>
                                        <button class=botao onclick='Aprovar(:ws-sug-cd-cliente(ws-sug-tab-idx));' style="width:70px;"><label>Aprovar</label></button>
                                        <button class=botao onclick='Rejeitar(:ws-sug-cd-cliente(ws-sug-tab-idx));' style="width:70px;"><label>Rejeitar</label></button>
                                    </td>
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
                    function InicializarTela() {
                        document.all.filtroClasse.value = ":ws-form-filtro-classe";
                    }

                    function Submeter(opcao) {
                        document.all.opcao.value = opcao;
                        document.all.frmCredito.action = "AprovaCredito.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmCredito.submit();
                    }

                    function Filtrar() {
                        Submeter("20");
                    }

                    function Aprovar(cdCliente) {
                        document.all.cdCliente.value = cdCliente;
                        Submeter("40");
                    }

                    function Rejeitar(cdCliente) {
                        if (confirm("Rejeitar a sugestao e manter o limite atual?")) {
                            document.all.cdCliente.value = cdCliente;
                            Submeter("50");
                        }
                    }

                    function AprovarTodas() {
                        if (confirm("Confirma a aprovacao de todas as sugestoes pendentes (com o filtro atual)?")) {
                            Submeter("60");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
