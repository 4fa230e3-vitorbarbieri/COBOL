      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Empresa.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                    Empresa
      *>            --------------------------------------------------------
      *>
      *>   Manutenção do cadastro de estabelecimentos (EMPRESA.DAT) - a
      *>   matriz e as filiais, cada uma com CNPJ, inscrição estadual,
      *>   endereço, conta bancária e chave PIX -, no mesmo molde da
      *>   tela de Deposito.cbl: Salvar inclui ou altera o
      *>   estabelecimento do código informado, Carregar traz um
      *>   estabelecimento da grade para o formulário. O CNPJ passa pelo
      *>   mesmo ValidaDoc de Fornecedor.cbl. A UF do estabelecimento é a
      *>   origem das saídas em CalculaTributos.cbl; a chave PIX recebe as
      *>   cobranças PIX das parcelas (CobrancaPix.cbl). Tela restrita ao
      *>   perfil supervisor (mesma técnica de Parametro.cbl). Chamado
      *>   pelo menu em "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select empresa-arq assign        to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-empresa.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  empresa-arq.
       copy "EMPRESA.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-empresa                     pic x(02)       value "00".
              88 ws-empresa-ok                                      value "00".
              88 ws-empresa-nao-encontrado                          value "23" "35".
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

       01  ws-form-empresa.
           03 ws-form-cd-empresa                     pic 9(01)       value zeros.
           03 ws-form-razao-social                   pic x(40)       value spaces.
           03 ws-form-nome-fantasia                  pic x(30)       value spaces.
           03 ws-form-cnpj                          pic 9(14)       value zeros.
           03 ws-form-insc-estadual                  pic x(18)       value spaces.
           03 ws-form-cep                           pic 9(08)       value zeros.
           03 ws-form-logradouro                    pic x(30)       value spaces.
           03 ws-form-numero                        pic x(06)       value spaces.
           03 ws-form-bairro                        pic x(30)       value spaces.
           03 ws-form-municipio                     pic x(30)       value spaces.
           03 ws-form-uf                            pic x(02)       value spaces.
           03 ws-form-banco                         pic 9(03)       value zeros.
           03 ws-form-agencia                       pic 9(05)       value zeros.
           03 ws-form-agencia-dv                     pic x(01)       value spaces.
           03 ws-form-conta-corrente                 pic 9(12)       value zeros.
           03 ws-form-conta-dv                       pic x(01)       value spaces.
           03 ws-form-situacao                      pic x(01)       value "A".
           03 ws-form-chave-pix                     pic x(77)       value spaces.

       01  ws-ind-empresa-existente                  pic x(01)       value "N".
          88 ws-empresa-existente                                   value "S".
       01  ws-ind-fim-empresa                        pic x(01)       value "N".
          88 ws-empresa-eof                                         value "S".

       01  ws-tab-empresas.
           03 ws-emp-linha                           occurs 9 times.
              05 ws-emp-cd                           pic 9(01).
              05 ws-emp-razao-social                 pic x(40).
              05 ws-emp-cnpj                         pic 9(14).
              05 ws-emp-municipio                    pic x(30).
              05 ws-emp-uf                           pic x(02).
              05 ws-emp-situacao                     pic x(01).
       01  ws-emp-qtd                                pic 9(02)       value zeros.
       01  ws-emp-tab-idx                             pic 9(02)       value zeros.

      *>   Validação do dígito verificador do CNPJ via CALL ao subprograma
      *>   ValidaDoc (mesma chamada de 2100-gravar-fornecedor em
      *>   Fornecedor.cbl).
       01  ws-parametros-validacao-doc.
           03 ws-doc-tipo-pessoa                    pic 9(01)       value 1.
           03 ws-doc-texto-limpo                    pic x(14)       value spaces.
           03 ws-doc-qtd-digitos                    pic 9(02)       value 14.
           03 ws-doc-valido                         pic x(01)       value "N".
              88 ws-documento-valido                                value "S".
           03 ws-doc-mensagem                       pic x(40)       value spaces.

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
            open i-o empresa-arq
            if   ws-empresa-nao-encontrado
                 open output empresa-arq
                 close empresa-arq
                 open i-o empresa-arq
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
            if   ws-perfil-logado not = 3
                 move "Tela restrita ao supervisor."  to ws-mensagem-retorno
            else
                 evaluate true
                     when ws-jan-manutencao-ativa
                      and (ws-opcao-salvar)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-salvar
                          perform 1200-obter-campos-formulario
                          perform 2100-gravar-empresa
                     when ws-opcao-carregar
                          perform 1200-obter-campos-formulario
                          perform 2300-carregar-empresa
                     when other
                          continue
                 end-evaluate
                 perform 2200-listar-empresas
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
                getfield( ws-form-cd-empresa )
                getfield( ws-form-razao-social )
                getfield( ws-form-nome-fantasia )
                getfield( ws-form-cnpj )
                getfield( ws-form-insc-estadual )
                getfield( ws-form-cep )
                getfield( ws-form-logradouro )
                getfield( ws-form-numero )
                getfield( ws-form-bairro )
                getfield( ws-form-municipio )
                getfield( ws-form-uf )
                getfield( ws-form-banco )
                getfield( ws-form-agencia )
                getfield( ws-form-agencia-dv )
                getfield( ws-form-conta-corrente )
                getfield( ws-form-conta-dv )
                getfield( ws-form-situacao )
                getfield( ws-form-chave-pix )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-empresa: inclui ou altera o estabelecimento. A
      *>   matriz (código 1) não pode ser inativada - é o estabelecimento
      *>   dos documentos sem código e das rotinas da cadeia noturna.
       2100-gravar-empresa section.
       2100.
            if   ws-form-cd-empresa = zeros
                 move "Informe o codigo do estabelecimento (1 a 9)." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-razao-social = spaces
                 move "Informe a razao social do estabelecimento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-uf = spaces
                 move "Informe a UF do estabelecimento." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cd-empresa = 1
            and  ws-form-situacao = "I"
                 move "A matriz nao pode ser inativada." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cnpj                        to ws-doc-texto-limpo
            call "ValidaDoc" using ws-parametros-validacao-doc
            if   not ws-documento-valido
                 move ws-doc-mensagem                 to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-empresa                  to emp-cd-empresa
            move "N"                                to ws-ind-empresa-existente
            read empresa-arq
                key is emp-cd-empresa
                invalid key
                     continue
                not invalid key
                     move "S"                        to ws-ind-empresa-existente
            end-read

            move ws-form-cd-empresa                  to emp-cd-empresa
            move ws-form-razao-social                to emp-razao-social
            move ws-form-nome-fantasia               to emp-nome-fantasia
            move ws-form-cnpj                        to emp-cnpj
            move ws-form-insc-estadual               to emp-insc-estadual
            move ws-form-cep                         to emp-cep
            move ws-form-logradouro                  to emp-logradouro
            move ws-form-numero                      to emp-numero
            move ws-form-bairro                      to emp-bairro
            move ws-form-municipio                   to emp-municipio
            move function upper-case(ws-form-uf)      to emp-uf
            move ws-form-banco                       to emp-banco
            move ws-form-agencia                     to emp-agencia
            move ws-form-agencia-dv                  to emp-agencia-dv
            move ws-form-conta-corrente              to emp-conta-corrente
            move ws-form-conta-dv                    to emp-conta-dv
            move ws-form-situacao                    to emp-situacao
            move ws-form-chave-pix                   to emp-chave-pix

            if   ws-empresa-existente
                 rewrite reg-empresa
                     invalid key
                          move "Erro ao alterar estabelecimento." to ws-mensagem-retorno
                     not invalid key
                          move "Estabelecimento alterado." to ws-mensagem-retorno
                 end-rewrite
            else
                 move function current-date (1:8)      to emp-data-inclusao
                 move ws-operador-logado               to emp-operador-inclusao
                 write reg-empresa
                     invalid key
                          move "Erro ao incluir estabelecimento." to ws-mensagem-retorno
                     not invalid key
                          move "Estabelecimento incluido." to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-listar-empresas section.
       2200.
            move zeros                               to ws-emp-qtd
            move "N"                                 to ws-ind-fim-empresa
            move zeros                               to emp-cd-empresa
            start empresa-arq key is greater than or equal emp-cd-empresa
                invalid key
                     set ws-empresa-eof               to true
            end-start

            perform until ws-empresa-eof
                    or ws-emp-qtd >= 9
                read empresa-arq next record
                    at end
                         set ws-empresa-eof            to true
                    not at end
                         add 1                         to ws-emp-qtd
                         move emp-cd-empresa            to ws-emp-cd(ws-emp-qtd)
                         move emp-razao-social          to ws-emp-razao-social(ws-emp-qtd)
                         move emp-cnpj                  to ws-emp-cnpj(ws-emp-qtd)
                         move emp-municipio             to ws-emp-municipio(ws-emp-qtd)
                         move emp-uf                    to ws-emp-uf(ws-emp-qtd)
                         move emp-situacao              to ws-emp-situacao(ws-emp-qtd)
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       2300-carregar-empresa section.
       2300.
            move ws-form-cd-empresa                  to emp-cd-empresa
            read empresa-arq
                key is emp-cd-empresa
                invalid key
                     move "Estabelecimento nao cadastrado." to ws-mensagem-retorno
                     exit section
            end-read
            move emp-razao-social                    to ws-form-razao-social
            move emp-nome-fantasia                   to ws-form-nome-fantasia
            move emp-cnpj                            to ws-form-cnpj
            move emp-insc-estadual                   to ws-form-insc-estadual
            move emp-cep                             to ws-form-cep
            move emp-logradouro                      to ws-form-logradouro
            move emp-numero                          to ws-form-numero
            move emp-bairro                          to ws-form-bairro
            move emp-municipio                       to ws-form-municipio
            move emp-uf                              to ws-form-uf
            move emp-banco                           to ws-form-banco
            move emp-agencia                         to ws-form-agencia
            move emp-agencia-dv                      to ws-form-agencia-dv
            move emp-conta-corrente                  to ws-form-conta-corrente
            move emp-conta-dv                        to ws-form-conta-dv
            move emp-situacao                        to ws-form-situacao
            move emp-chave-pix                       to ws-form-chave-pix
            .

       2300-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close empresa-arq
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
                <form name=frmEmpresa id=frmEmpresa method=post action="Empresa.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Código&nbsp;</td>
                        <td><input name=cdEmpresa size=1 maxlength=1 value=":ws-form-cd-empresa" class="campo" tabIndex=1>
                            <img src="busca.gif" onclick='TelCarregar();' style="cursor:hand;">
                        </td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td colspan=3>
                            <select name=situacao class="combo" tabIndex=2>
                                <option value="A">Ativa</option>
                                <option value="I">Inativa</option>
                            </select>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Razão Social&nbsp;</td>
                        <td colspan=3><input name=razaoSocial size=40 maxlength=40 value=":ws-form-razao-social" class="campo" tabIndex=3></td>
                        <td class=titulocampo>Fantasia&nbsp;</td>
                        <td><input name=nomeFantasia size=30 maxlength=30 value=":ws-form-nome-fantasia" class="campo" tabIndex=4></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>CNPJ&nbsp;</td>
                        <td><input name=cnpj size=14 maxlength=14 value=":ws-form-cnpj" class="campo" tabIndex=5></td>
                        <td class=titulocampo>Inscrição Estadual&nbsp;</td>
                        <td colspan=3><input name=inscEstadual size=18 maxlength=18 value=":ws-form-insc-estadual" class="campo" tabIndex=6></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>CEP&nbsp;</td>
                        <td><input name=cep size=8 maxlength=8 value=":ws-form-cep" class="campo" tabIndex=7></td>
                        <td class=titulocampo>Logradouro&nbsp;</td>
                        <td><input name=logradouro size=30 maxlength=30 value=":ws-form-logradouro" class="campo" tabIndex=8></td>
                        <td class=titulocampo>Número&nbsp;</td>
                        <td><input name=numero size=6 maxlength=6 value=":ws-form-numero" class="campo" tabIndex=9></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Bairro&nbsp;</td>
                        <td><input name=bairro size=30 maxlength=30 value=":ws-form-bairro" class="campo" tabIndex=10></td>
                        <td class=titulocampo>Município&nbsp;</td>
                        <td><input name=municipio size=30 maxlength=30 value=":ws-form-municipio" class="campo" tabIndex=11></td>
                        <td class=titulocampo>UF&nbsp;</td>
                        <td><input name=uf size=2 maxlength=2 value=":ws-form-uf" class="campo" tabIndex=12></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Banco&nbsp;</td>
                        <td><input name=banco size=3 maxlength=3 value=":ws-form-banco" class="campo" tabIndex=13></td>
                        <td class=titulocampo>Agência&nbsp;</td>
                        <td><input name=agencia size=5 maxlength=5 value=":ws-form-agencia" class="campo" tabIndex=14>
                            -<input name=agenciaDv size=1 maxlength=1 value=":ws-form-agencia-dv" class="campo" tabIndex=15></td>
                        <td class=titulocampo>Conta&nbsp;</td>
                        <td><input name=contaCorrente size=12 maxlength=12 value=":ws-form-conta-corrente" class="campo" tabIndex=16>
                            -<input name=contaDv size=1 maxlength=1 value=":ws-form-conta-dv" class="campo" tabIndex=17></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Chave PIX&nbsp;</td>
                        <td colspan=5><input name=chavePix size=60 maxlength=77 value=":ws-form-chave-pix" class="campo" title="CNPJ, e-mail, telefone (+55...) ou chave aleatoria" tabIndex=18></td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=19><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-emp-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Código</td>
                                    <td class=titulocampo>Razão Social</td>
                                    <td class=titulocampo>CNPJ</td>
                                    <td class=titulocampo>Município</td>
                                    <td class=titulocampo>UF</td>
                                    <td class=titulocampo>Situação</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-empresas
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
       8000-linhas-empresas section.
       8000.
            perform varying ws-emp-tab-idx from 1 by 1
                    until ws-emp-tab-idx > ws-emp-qtd
                exec html
                    <tr onclick="CarregarLinha(':ws-emp-cd(ws-emp-tab-idx)');" style="cursor:hand;">
                        <td>:ws-emp-cd(ws-emp-tab-idx)</td>
                        <td>:ws-emp-razao-social(ws-emp-tab-idx)</td>
                        <td>:ws-emp-cnpj(ws-emp-tab-idx)</td>
                        <td>:ws-emp-municipio(ws-emp-tab-idx)</td>
                        <td><div align=center>:ws-emp-uf(ws-emp-tab-idx)</div></td>
                        <td><div align=center>:ws-emp-situacao(ws-emp-tab-idx)</div></td>
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
                        document.all.situacao.value = ":ws-form-situacao";
                    }

                    function Submeter(opcao) {
                        document.all.opcao.value = opcao;
                        document.all.frmEmpresa.action = "Empresa.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmEmpresa.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }

                    function TelCarregar() {
                        Submeter("30");
                    }

                    function CarregarLinha(cdEmpresa) {
                        document.all.cdEmpresa.value = cdEmpresa;
                        Submeter("30");
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
