      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. CentroCusto.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                               Centro de Custo
      *>            --------------------------------------------------------
      *>
      *>   Manutenção do cadastro de centros de custo (CENTRO-CUSTO.DAT),
      *>   no mesmo molde da tela de Deposito.cbl: Salvar inclui ou
      *>   altera o centro do código informado; a grade lista o cadastro
      *>   inteiro. O centro é informado nas despesas de contas a pagar
      *>   (Pagar.cbl, DespesaFixa.cbl). Chamado pelo menu em
      *>   "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select centro-custo-arq assign   to "CENTRO-CUSTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ccu-cd-centro-custo
                  file status                is ws-status-centro-custo.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  centro-custo-arq.
       copy "CCUSTO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-centro-custo                 pic x(02)       value "00".
              88 ws-centro-custo-ok                                 value "00".
              88 ws-centro-custo-nao-encontrado                     value "23" "35".
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

       01  ws-form-centro-custo.
           03 ws-form-cd-centro-custo                pic 9(03)       value zeros.
           03 ws-form-descricao                     pic x(30)       value spaces.
           03 ws-form-situacao                      pic x(01)       value "A".

       01  ws-ind-centro-existente                   pic x(01)       value "N".
          88 ws-centro-existente                                    value "S".
       01  ws-ind-fim-centro                         pic x(01)       value "N".
          88 ws-centro-eof                                          value "S".

       01  ws-tab-centros.
           03 ws-ccu-linha                           occurs 100 times.
              05 ws-ccu-cd                           pic 9(03).
              05 ws-ccu-descricao                    pic x(30).
              05 ws-ccu-situacao                     pic x(01).
       01  ws-ccu-qtd                                pic 9(03)       value zeros.
       01  ws-ccu-tab-idx                             pic 9(03)       value zeros.

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
            open i-o centro-custo-arq
            if   ws-centro-custo-nao-encontrado
                 open output centro-custo-arq
                 close centro-custo-arq
                 open i-o centro-custo-arq
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
                     perform 2100-gravar-centro-custo
                when other
                     continue
            end-evaluate
            perform 2200-listar-centros
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
                getfield( ws-form-cd-centro-custo )
                getfield( ws-form-descricao )
                getfield( ws-form-situacao )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
       2100-gravar-centro-custo section.
       2100.
            if   ws-form-cd-centro-custo = zeros
                 move "Informe o codigo do centro de custo." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-descricao = spaces
                 move "Informe a descricao do centro de custo." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-centro-custo             to ccu-cd-centro-custo
            move "N"                                to ws-ind-centro-existente
            read centro-custo-arq
                key is ccu-cd-centro-custo
                invalid key
                     continue
                not invalid key
                     move "S"                        to ws-ind-centro-existente
            end-read

            move ws-form-cd-centro-custo             to ccu-cd-centro-custo
            move ws-form-descricao                   to ccu-descricao
            move ws-form-situacao                    to ccu-situacao

            if   ws-centro-existente
                 rewrite reg-centro-custo
                     invalid key
                          move "Erro ao alterar centro de custo." to ws-mensagem-retorno
                     not invalid key
                          move "Centro de custo alterado." to ws-mensagem-retorno
                 end-rewrite
            else
                 move function current-date (1:8)      to ccu-data-inclusao
                 move ws-operador-logado               to ccu-operador-inclusao
                 write reg-centro-custo
                     invalid key
                          move "Erro ao incluir centro de custo." to ws-mensagem-retorno
                     not invalid key
                          move "Centro de custo incluido." to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-listar-centros section.
       2200.
            move zeros                               to ws-ccu-qtd
            move "N"                                 to ws-ind-fim-centro
            move low-values                          to ccu-cd-centro-custo
            start centro-custo-arq key is greater than or equal ccu-cd-centro-custo
                invalid key
                     set ws-centro-eof                to true
            end-start

            perform until ws-centro-eof
                    or ws-ccu-qtd >= 100
                read centro-custo-arq next record
                    at end
                         set ws-centro-eof             to true
                    not at end
                         add 1                         to ws-ccu-qtd
                         move ccu-cd-centro-custo       to ws-ccu-cd(ws-ccu-qtd)
                         move ccu-descricao             to ws-ccu-descricao(ws-ccu-qtd)
                         move ccu-situacao              to ws-ccu-situacao(ws-ccu-qtd)
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close centro-custo-arq
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
                <form name=frmCentroCusto id=frmCentroCusto method=post action="CentroCusto.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=4 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Código&nbsp;</td>
                        <td><input name=cdCentroCusto size=3 maxlength=3 value=":ws-form-cd-centro-custo" class="campo" tabIndex=1></td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td>
                            <select name=situacao class="combo" tabIndex=2>
                                <option value="A">Ativo</option>
                                <option value="I">Inativo</option>
                            </select>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Descrição&nbsp;</td>
                        <td colspan=2><input name=descricao size=30 maxlength=30 value=":ws-form-descricao" class="campo" tabIndex=3></td>
                        <td>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=4><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-ccu-qtd > 0
                 exec html
                    <tr>
                        <td colspan=4>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Código</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Situação</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-centros
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
       8000-linhas-centros section.
       8000.
            perform varying ws-ccu-tab-idx from 1 by 1
                    until ws-ccu-tab-idx > ws-ccu-qtd
                exec html
                    <tr>
                        <td>:ws-ccu-cd(ws-ccu-tab-idx)</td>
                        <td>:ws-ccu-descricao(ws-ccu-tab-idx)</td>
                        <td><div align=center>:ws-ccu-situacao(ws-ccu-tab-idx)</div></td>
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
                        document.all.frmCentroCusto.action = "CentroCusto.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmCentroCusto.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
