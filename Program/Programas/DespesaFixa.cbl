      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. DespesaFixa.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                               Despesas Fixas
      *>            --------------------------------------------------------
      *>
      *>   Manutenção das despesas fixas mensais (DESPESA-FIXA.DAT) no
      *>   mesmo molde da tela de Rota.cbl: Salvar inclui ou altera o
      *>   modelo do código informado, Carregar traz o modelo da grade
      *>   para alteração. Cada modelo ativo vira uma parcela de contas a
      *>   pagar por mês, gerada por GeraDespesas.cbl na cadeia noturna;
      *>   inativar o modelo encerra a geração (as parcelas já geradas
      *>   ficam em Pagar.cbl). Fornecedor, conta do plano (analítica e
      *>   ativa) e centro de custo são validados contra os cadastros.
      *>   Restrita aos perfis de vendas e supervisor, como Pagar.cbl.
      *>   Chamado pelo menu em "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select despesa-fixa-arq assign   to "DESPESA-FIXA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dfx-cd-despesa-fixa
                  file status                is ws-status-despesa-fixa.
           select fornecedor-arq assign     to "FORNECEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is frn-cd-fornecedor
                  file status                is ws-status-fornecedor.
           select plano-contas-arq assign   to "PLANO-CONTAS.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pct-cd-conta
                  file status                is ws-status-plano-contas.
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
       fd  despesa-fixa-arq.
       copy "DESPFIXA.CPY".
       fd  fornecedor-arq.
       copy "FORN.CPY".
       fd  plano-contas-arq.
       copy "PLCONTA.CPY".
       fd  centro-custo-arq.
       copy "CCUSTO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-despesa-fixa                 pic x(02)       value "00".
              88 ws-despesa-fixa-ok                                 value "00".
              88 ws-despesa-fixa-nao-encontrado                     value "23" "35".
           03 ws-status-fornecedor                   pic x(02)       value "00".
              88 ws-fornecedor-ok                                   value "00".
              88 ws-fornecedor-nao-encontrado                       value "23" "35".
           03 ws-status-plano-contas                 pic x(02)       value "00".
              88 ws-plano-contas-ok                                 value "00".
              88 ws-plano-contas-nao-encontrado                     value "23" "35".
           03 ws-status-centro-custo                 pic x(02)       value "00".
              88 ws-centro-custo-ok                                 value "00".
              88 ws-centro-custo-nao-encontrado                     value "23" "35".
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

       01  ws-form-despesa-fixa.
           03 ws-form-cd-despesa-fixa                pic 9(05)       value zeros.
           03 ws-form-historico                     pic x(40)       value spaces.
           03 ws-form-cd-fornecedor                  pic 9(05)       value zeros.
           03 ws-form-cd-conta                       pic x(12)       value spaces.
           03 ws-form-cd-centro-custo                pic 9(03)       value zeros.
           03 ws-form-valor                         pic 9(09)v9(02) value zeros.
           03 ws-form-dia-vencimento                 pic 9(02)       value zeros.
           03 ws-form-situacao                      pic x(01)       value "A".

       01  ws-ind-despesa-existente                  pic x(01)       value "N".
          88 ws-despesa-existente                                   value "S".
       01  ws-ind-fim-despesa                        pic x(01)       value "N".
          88 ws-despesa-eof                                         value "S".

       01  ws-tab-despesas.
           03 ws-dfx-linha                           occurs 100 times.
              05 ws-dfx-cd                           pic 9(05).
              05 ws-dfx-historico                    pic x(40).
              05 ws-dfx-cd-fornecedor                pic 9(05).
              05 ws-dfx-cd-conta                     pic x(12).
              05 ws-dfx-cd-centro-custo              pic 9(03).
              05 ws-dfx-valor                        pic 9(09)v9(02).
              05 ws-dfx-dia-vencimento               pic 9(02).
              05 ws-dfx-situacao                     pic x(01).
              05 ws-dfx-ultima-competencia           pic 9(06).
       01  ws-dfx-qtd                                pic 9(03)       value zeros.
       01  ws-dfx-tab-idx                             pic 9(03)       value zeros.

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
            open i-o despesa-fixa-arq
            if   ws-despesa-fixa-nao-encontrado
                 open output despesa-fixa-arq
                 close despesa-fixa-arq
                 open i-o despesa-fixa-arq
            end-if

            open input fornecedor-arq
            if   ws-fornecedor-nao-encontrado
                 open output fornecedor-arq
                 close fornecedor-arq
                 open input fornecedor-arq
            end-if
            open input plano-contas-arq
            if   ws-plano-contas-nao-encontrado
                 open output plano-contas-arq
                 close plano-contas-arq
                 open input plano-contas-arq
            end-if
            open input centro-custo-arq
            if   ws-centro-custo-nao-encontrado
                 open output centro-custo-arq
                 close centro-custo-arq
                 open input centro-custo-arq
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
                     move "Despesas fixas restritas aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-despesa-fixa
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-despesa-fixa
                when other
                     continue
            end-evaluate
            perform 2200-listar-despesas
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
                getfield( ws-form-cd-despesa-fixa )
                getfield( ws-form-historico )
                getfield( ws-form-cd-fornecedor )
                getfield( ws-form-cd-conta )
                getfield( ws-form-cd-centro-custo )
                getfield( ws-form-valor )
                getfield( ws-form-dia-vencimento )
                getfield( ws-form-situacao )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-despesa-fixa: valida o modelo contra os cadastros
      *>   e grava; a alteração preserva o último mês gerado.
       2100-gravar-despesa-fixa section.
       2100.
            if   ws-form-cd-despesa-fixa = zeros
                 move "Informe o codigo da despesa fixa." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-historico = spaces
                 move "Informe o historico da despesa." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-valor = zeros
                 move "Informe o valor mensal da despesa." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-dia-vencimento < 1
            or   ws-form-dia-vencimento > 31
                 move "Dia de vencimento deve estar entre 1 e 31." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-fornecedor               to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     move "Fornecedor nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            move ws-form-cd-conta                    to pct-cd-conta
            read plano-contas-arq
                key is pct-cd-conta
                invalid key
                     move "Conta nao encontrada no plano de contas." to ws-mensagem-retorno
                     exit section
            end-read
            if   not pct-analitica
            or   not pct-ativa
                 move "Informe uma conta analitica ativa do plano." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-centro-custo             to ccu-cd-centro-custo
            read centro-custo-arq
                key is ccu-cd-centro-custo
                invalid key
                     move "Centro de custo nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not ccu-ativo
                 move "Centro de custo inativo."      to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-despesa-fixa             to dfx-cd-despesa-fixa
            move "N"                                to ws-ind-despesa-existente
            read despesa-fixa-arq
                key is dfx-cd-despesa-fixa
                invalid key
                     move zeros                      to dfx-ultima-competencia
                not invalid key
                     move "S"                        to ws-ind-despesa-existente
            end-read

            move ws-form-cd-despesa-fixa             to dfx-cd-despesa-fixa
            move ws-form-historico                   to dfx-historico
            move ws-form-cd-fornecedor               to dfx-cd-fornecedor
            move ws-form-cd-conta                    to dfx-cd-conta
            move ws-form-cd-centro-custo             to dfx-cd-centro-custo
            move ws-form-valor                       to dfx-valor
            move ws-form-dia-vencimento              to dfx-dia-vencimento
            move ws-form-situacao                    to dfx-situacao

            if   ws-despesa-existente
                 rewrite reg-despesa-fixa
                     invalid key
                          move "Erro ao alterar despesa fixa." to ws-mensagem-retorno
                     not invalid key
                          move "Despesa fixa alterada." to ws-mensagem-retorno
                 end-rewrite
            else
                 move function current-date (1:8)      to dfx-data-inclusao
                 move ws-operador-logado               to dfx-operador-inclusao
                 move ws-empresa-logada                to dfx-cd-empresa
                 write reg-despesa-fixa
                     invalid key
                          move "Erro ao incluir despesa fixa." to ws-mensagem-retorno
                     not invalid key
                          move "Despesa fixa incluida." to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-listar-despesas section.
       2200.
            move zeros                               to ws-dfx-qtd
            move "N"                                 to ws-ind-fim-despesa
            move low-values                          to dfx-cd-despesa-fixa
            start despesa-fixa-arq key is greater than or equal dfx-cd-despesa-fixa
                invalid key
                     set ws-despesa-eof               to true
            end-start

            perform until ws-despesa-eof
                    or ws-dfx-qtd >= 100
                read despesa-fixa-arq next record
                    at end
                         set ws-despesa-eof            to true
                    not at end
                         add 1                         to ws-dfx-qtd
                         move dfx-cd-despesa-fixa       to ws-dfx-cd(ws-dfx-qtd)
                         move dfx-historico             to ws-dfx-historico(ws-dfx-qtd)
                         move dfx-cd-fornecedor         to ws-dfx-cd-fornecedor(ws-dfx-qtd)
                         move dfx-cd-conta              to ws-dfx-cd-conta(ws-dfx-qtd)
                         move dfx-cd-centro-custo       to ws-dfx-cd-centro-custo(ws-dfx-qtd)
                         move dfx-valor                 to ws-dfx-valor(ws-dfx-qtd)
                         move dfx-dia-vencimento        to ws-dfx-dia-vencimento(ws-dfx-qtd)
                         move dfx-situacao              to ws-dfx-situacao(ws-dfx-qtd)
                         move dfx-ultima-competencia    to ws-dfx-ultima-competencia(ws-dfx-qtd)
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-despesa-fixa: traz o modelo escolhido na grade
      *>   para o formulário (mesma técnica de 2300-carregar-rota em
      *>   Rota.cbl).
       2300-carregar-despesa-fixa section.
       2300.
            move ws-form-cd-despesa-fixa             to dfx-cd-despesa-fixa
            read despesa-fixa-arq
                key is dfx-cd-despesa-fixa
                invalid key
                     move "Despesa fixa nao encontrada." to ws-mensagem-retorno
                     exit section
            end-read
            move dfx-historico                       to ws-form-historico
            move dfx-cd-fornecedor                   to ws-form-cd-fornecedor
            move dfx-cd-conta                        to ws-form-cd-conta
            move dfx-cd-centro-custo                 to ws-form-cd-centro-custo
            move dfx-valor                           to ws-form-valor
            move dfx-dia-vencimento                  to ws-form-dia-vencimento
            move dfx-situacao                        to ws-form-situacao
            move "Despesa fixa carregada."            to ws-mensagem-retorno
            .

       2300-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close despesa-fixa-arq
            close fornecedor-arq
            close plano-contas-arq
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
                <form name=frmDespesaFixa id=frmDespesaFixa method=post action="DespesaFixa.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Código&nbsp;</td>
                        <td><input name=cdDespesaFixa id=cdDespesaFixa size=5 maxlength=5 value=":ws-form-cd-despesa-fixa" class="campo" tabIndex=1></td>
                        <td class=titulocampo>Histórico&nbsp;</td>
                        <td colspan=3><input name=historico size=40 maxlength=40 value=":ws-form-historico" class="campo" tabIndex=2></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Fornecedor&nbsp;</td>
                        <td><input name=cdFornecedor size=5 maxlength=5 value=":ws-form-cd-fornecedor" class="campo" tabIndex=3></td>
                        <td class=titulocampo>Conta&nbsp;</td>
                        <td><input name=cdConta size=12 maxlength=12 value=":ws-form-cd-conta" class="campo" tabIndex=4></td>
                        <td class=titulocampo>Centro de custo&nbsp;</td>
                        <td><input name=cdCentroCusto size=3 maxlength=3 value=":ws-form-cd-centro-custo" class="campo" tabIndex=5></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Valor mensal&nbsp;</td>
                        <td><input name=valor size=12 maxlength=12 value=":ws-form-valor" class="campo" tabIndex=6></td>
                        <td class=titulocampo>Dia do vencimento&nbsp;</td>
                        <td><input name=diaVencimento size=2 maxlength=2 value=":ws-form-dia-vencimento" class="campo" tabIndex=7></td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td>
                            <select name=situacao class="combo" tabIndex=8>
                                <option value="A">Ativa</option>
                                <option value="I">Inativa</option>
                            </select>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=9><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-dfx-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Código</td>
                                    <td class=titulocampo>Histórico</td>
                                    <td class=titulocampo>Fornecedor</td>
                                    <td class=titulocampo>Conta</td>
                                    <td class=titulocampo>C.Custo</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Dia</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Último mês gerado</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-despesas
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
       8000-linhas-despesas section.
       8000.
            perform varying ws-dfx-tab-idx from 1 by 1
                    until ws-dfx-tab-idx > ws-dfx-qtd
                exec html
                    <tr>
                        <td>:ws-dfx-cd(ws-dfx-tab-idx)</td>
                        <td>:ws-dfx-historico(ws-dfx-tab-idx)</td>
                        <td>:ws-dfx-cd-fornecedor(ws-dfx-tab-idx)</td>
                        <td>:ws-dfx-cd-conta(ws-dfx-tab-idx)</td>
                        <td>:ws-dfx-cd-centro-custo(ws-dfx-tab-idx)</td>
                        <td><div align=right>:ws-dfx-valor(ws-dfx-tab-idx)</div></td>
                        <td><div align=center>:ws-dfx-dia-vencimento(ws-dfx-tab-idx)</div></td>
                        <td><div align=center>:ws-dfx-situacao(ws-dfx-tab-idx)</div></td>
                        <td>:ws-dfx-ultima-competencia(ws-dfx-tab-idx)</td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarDespesa(:ws-dfx-cd(ws-dfx-tab-idx));" src="Icones/check.gif"></td>
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
                        document.all.frmDespesaFixa.action = "DespesaFixa.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmDespesaFixa.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }

                    function CarregarDespesa(cdDespesaFixa) {
                        document.all.cdDespesaFixa.value = cdDespesaFixa;
                        Submeter("30");
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
