      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. PlanoContas.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                               Plano de Contas
      *>            --------------------------------------------------------
      *>
      *>   Manutenção do plano de contas gerencial (PLANO-CONTAS.DAT), no
      *>   mesmo molde da tela de Deposito.cbl: Salvar inclui ou altera a
      *>   conta do código informado; a grade lista o plano inteiro, na
      *>   ordem do código (a pontuação do contador já dá a hierarquia).
      *>   Conta sintética só agrupa: as despesas de contas a pagar
      *>   (Pagar.cbl, DespesaFixa.cbl) exigem conta analítica ativa.
      *>   Chamado pelo menu em "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select plano-contas-arq assign   to "PLANO-CONTAS.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pct-cd-conta
                  file status                is ws-status-plano-contas.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  plano-contas-arq.
       copy "PLCONTA.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-plano-contas                 pic x(02)       value "00".
              88 ws-plano-contas-ok                                 value "00".
              88 ws-plano-contas-nao-encontrado                     value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-salvar                                    value "10".

       01  ws-form-plano-contas.
           03 ws-form-cd-conta                       pic x(12)       value spaces.
           03 ws-form-descricao                     pic x(40)       value spaces.
           03 ws-form-natureza                      pic x(01)       value "O".
           03 ws-form-tipo                          pic x(01)       value "A".
           03 ws-form-situacao                      pic x(01)       value "A".

       01  ws-ind-conta-existente                    pic x(01)       value "N".
          88 ws-conta-existente                                     value "S".
       01  ws-ind-fim-conta                          pic x(01)       value "N".
          88 ws-conta-eof                                           value "S".

       01  ws-tab-contas.
           03 ws-pct-linha                           occurs 300 times.
              05 ws-pct-cd                           pic x(12).
              05 ws-pct-descricao                    pic x(40).
              05 ws-pct-natureza                     pic x(01).
              05 ws-pct-tipo                         pic x(01).
              05 ws-pct-situacao                     pic x(01).
       01  ws-pct-qtd                                pic 9(03)       value zeros.
       01  ws-pct-tab-idx                             pic 9(03)       value zeros.

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
            open i-o plano-contas-arq
            if   ws-plano-contas-nao-encontrado
                 open output plano-contas-arq
                 close plano-contas-arq
                 open i-o plano-contas-arq
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
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-conta
                when other
                     continue
            end-evaluate
            perform 2200-listar-contas
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
                getfield( ws-form-cd-conta )
                getfield( ws-form-descricao )
                getfield( ws-form-natureza )
                getfield( ws-form-tipo )
                getfield( ws-form-situacao )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
       2100-gravar-conta section.
       2100.
            if   ws-form-cd-conta = spaces
                 move "Informe o codigo da conta."     to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-descricao = spaces
                 move "Informe a descricao da conta." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-natureza                   to pct-natureza
            if   not pct-natureza-valida
                 move "Natureza da conta invalida."   to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-conta                    to pct-cd-conta
            move "N"                                to ws-ind-conta-existente
            read plano-contas-arq
                key is pct-cd-conta
                invalid key
                     continue
                not invalid key
                     move "S"                        to ws-ind-conta-existente
            end-read

            move ws-form-cd-conta                    to pct-cd-conta
            move ws-form-descricao                   to pct-descricao
            move ws-form-natureza                    to pct-natureza
            move ws-form-tipo                        to pct-tipo
            move ws-form-situacao                    to pct-situacao

            if   ws-conta-existente
                 rewrite reg-plano-contas
                     invalid key
                          move "Erro ao alterar conta." to ws-mensagem-retorno
                     not invalid key
                          move "Conta alterada."      to ws-mensagem-retorno
                 end-rewrite
            else
                 move function current-date (1:8)      to pct-data-inclusao
                 move ws-operador-logado               to pct-operador-inclusao
                 write reg-plano-contas
                     invalid key
                          move "Erro ao incluir conta." to ws-mensagem-retorno
                     not invalid key
                          move "Conta incluida."      to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-listar-contas section.
       2200.
            move zeros                               to ws-pct-qtd
            move "N"                                 to ws-ind-fim-conta
            move low-values                          to pct-cd-conta
            start plano-contas-arq key is greater than or equal pct-cd-conta
                invalid key
                     set ws-conta-eof                 to true
            end-start

            perform until ws-conta-eof
                    or ws-pct-qtd >= 300
                read plano-contas-arq next record
                    at end
                         set ws-conta-eof              to true
                    not at end
                         add 1                         to ws-pct-qtd
                         move pct-cd-conta              to ws-pct-cd(ws-pct-qtd)
                         move pct-descricao             to ws-pct-descricao(ws-pct-qtd)
                         move pct-natureza              to ws-pct-natureza(ws-pct-qtd)
                         move pct-tipo                  to ws-pct-tipo(ws-pct-qtd)
                         move pct-situacao              to ws-pct-situacao(ws-pct-qtd)
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close plano-contas-arq
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
                <body bgcolor=#D3D3D3>
                <form name=frmPlanoContas id=frmPlanoContas method=post action="PlanoContas.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Conta&nbsp;</td>
                        <td><input name=cdConta size=12 maxlength=12 value=":ws-form-cd-conta" class="campo" tabIndex=1></td>
                        <td class=titulocampo>Tipo&nbsp;</td>
                        <td>
                            <select name=tipo class="combo" tabIndex=2>
                                <option value="A">Analítica</option>
                                <option value="S">Sintética</option>
                            </select>
                        </td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td>
                            <select name=situacao class="combo" tabIndex=3>
                                <option value="A">Ativa</option>
                                <option value="I">Inativa</option>
                            </select>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Descrição&nbsp;</td>
                        <td colspan=2><input name=descricao size=40 maxlength=40 value=":ws-form-descricao" class="campo" tabIndex=4></td>
                        <td class=titulocampo>Natureza&nbsp;</td>
                        <td>
                            <select name=natureza class="combo" tabIndex=5>
                                <option value="O">Despesa operacional</option>
                                <option value="P">Pessoal</option>
                                <option value="T">Tributária</option>
                                <option value="F">Financeira</option>
                                <option value="X">Outras</option>
                            </select>
                        </td>
                        <td>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=6><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-pct-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Conta</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Natureza</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Situação</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-contas
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
       8000-linhas-contas section.
       8000.
            perform varying ws-pct-tab-idx from 1 by 1
                    until ws-pct-tab-idx > ws-pct-qtd
                exec html
                    <tr>
                        <td>:ws-pct-cd(ws-pct-tab-idx)</td>
                        <td>:ws-pct-descricao(ws-pct-tab-idx)</td>
                        <td><div align=center>:ws-pct-natureza(ws-pct-tab-idx)</div></td>
                        <td><div align=center>:ws-pct-tipo(ws-pct-tab-idx)</div></td>
                        <td><div align=center>:ws-pct-situacao(ws-pct-tab-idx)</div></td>
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
                        document.all.frmPlanoContas.action = "PlanoContas.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmPlanoContas.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
