      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RegraFiscal.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                  RegraFiscal
      *>            --------------------------------------------------------
      *>
      *>   Manutenção das regras fiscais (REGRA-FISCAL.DAT) usadas por
      *>   CalculaTributos.cbl na emissão da fatura: para cada par UF
      *>   origem/UF destino, e opcionalmente para um NCM específico
      *>   (NCM zeros = regra geral do par), o CFOP e a alíquota de ICMS
      *>   de destinatário contribuinte e não contribuinte e a alíquota
      *>   de IPI. Salvar inclui ou altera a regra da chave informada; a
      *>   grade lista a tabela com carga e exclusão por linha. Tela
      *>   restrita ao perfil supervisor (mesma técnica de Parametro.cbl).
      *>   Chamado pelo menu em "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select regra-fiscal-arq assign   to "REGRA-FISCAL.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rfi-chave
                  file status                is ws-status-regra-fiscal.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  regra-fiscal-arq.
       copy "REGFISC.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-regra-fiscal                pic x(02)       value "00".
              88 ws-regra-fiscal-ok                                 value "00".
              88 ws-regra-fiscal-nao-encontrado                     value "23" "35".
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
              88 ws-opcao-salvar                                    value "10".
              88 ws-opcao-excluir                                   value "40".

       01  ws-form-regra-fiscal.
           03 ws-form-uf-origem                     pic x(02)       value spaces.
           03 ws-form-uf-destino                    pic x(02)       value spaces.
           03 ws-form-ncm                           pic 9(08)       value zeros.
           03 ws-form-cfop-contribuinte              pic 9(04)       value zeros.
           03 ws-form-cfop-nao-contribuinte          pic 9(04)       value zeros.
           03 ws-form-aliquota-icms                  pic 9(02)v9(02) value zeros.
           03 ws-form-aliquota-icms-nao-contrib       pic 9(02)v9(02) value zeros.
           03 ws-form-aliquota-ipi                   pic 9(02)v9(02) value zeros.
           03 ws-form-situacao                      pic x(01)       value "A".

       01  ws-ind-regra-existente                    pic x(01)       value "N".
          88 ws-regra-existente                                     value "S".
       01  ws-ind-fim-regra                          pic x(01)       value "N".
          88 ws-regra-eof                                           value "S".

      *>   Tabela para a grade (uma regra geral por par de UFs mais as
      *>   exceções por NCM cabem folgadamente).
       01  ws-tab-regras.
           03 ws-rfi-linha                           occurs 200 times.
              05 ws-rfi-uf-origem                    pic x(02).
              05 ws-rfi-uf-destino                   pic x(02).
              05 ws-rfi-ncm                          pic 9(08).
              05 ws-rfi-cfop-contribuinte             pic 9(04).
              05 ws-rfi-cfop-nao-contribuinte         pic 9(04).
              05 ws-rfi-aliquota-icms                 pic 9(02)v9(02).
              05 ws-rfi-aliquota-icms-nao-contrib      pic 9(02)v9(02).
              05 ws-rfi-aliquota-ipi                  pic 9(02)v9(02).
              05 ws-rfi-situacao                     pic x(01).
       01  ws-rfi-qtd                                pic 9(03)       value zeros.
       01  ws-rfi-tab-idx                             pic 9(03)       value zeros.

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
            open i-o regra-fiscal-arq
            if   ws-regra-fiscal-nao-encontrado
                 open output regra-fiscal-arq
                 close regra-fiscal-arq
                 open i-o regra-fiscal-arq
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
                      and (ws-opcao-salvar or ws-opcao-excluir)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-salvar
                          perform 1200-obter-campos-formulario
                          perform 2100-gravar-regra
                     when ws-opcao-excluir
                          perform 1200-obter-campos-formulario
                          perform 2400-excluir-regra
                     when other
                          continue
                 end-evaluate
                 perform 2200-listar-regras
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
                getfield( ws-form-uf-origem )
                getfield( ws-form-uf-destino )
                getfield( ws-form-ncm )
                getfield( ws-form-cfop-contribuinte )
                getfield( ws-form-cfop-nao-contribuinte )
                getfield( ws-form-aliquota-icms )
                getfield( ws-form-aliquota-icms-nao-contrib )
                getfield( ws-form-aliquota-ipi )
                getfield( ws-form-situacao )
            end-exec
            move function upper-case(ws-form-uf-origem)  to ws-form-uf-origem
            move function upper-case(ws-form-uf-destino) to ws-form-uf-destino
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-regra: inclui ou altera a regra da chave UF
      *>   origem + UF destino + NCM (mesma técnica incluir/alterar de
      *>   Feriado.cbl).
       2100-gravar-regra section.
       2100.
            if   ws-form-uf-origem = spaces
            or   ws-form-uf-destino = spaces
                 move "Informe a UF de origem e a UF de destino." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cfop-contribuinte = zeros
            or   ws-form-cfop-nao-contribuinte = zeros
                 move "Informe o CFOP de contribuinte e de nao contribuinte." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-situacao not = "A" and ws-form-situacao not = "I"
                 move "A"                            to ws-form-situacao
            end-if

            move ws-form-uf-origem                  to rfi-uf-origem
            move ws-form-uf-destino                 to rfi-uf-destino
            move ws-form-ncm                        to rfi-ncm
            move "N"                                to ws-ind-regra-existente
            read regra-fiscal-arq
                key is rfi-chave
                invalid key
                     continue
                not invalid key
                     move "S"                        to ws-ind-regra-existente
            end-read

            move ws-form-uf-origem                  to rfi-uf-origem
            move ws-form-uf-destino                 to rfi-uf-destino
            move ws-form-ncm                        to rfi-ncm
            move ws-form-cfop-contribuinte           to rfi-cfop-contribuinte
            move ws-form-cfop-nao-contribuinte       to rfi-cfop-nao-contribuinte
            move ws-form-aliquota-icms               to rfi-aliquota-icms
            move ws-form-aliquota-icms-nao-contrib    to rfi-aliquota-icms-nao-contrib
            move ws-form-aliquota-ipi                to rfi-aliquota-ipi
            move ws-form-situacao                   to rfi-situacao

            if   ws-regra-existente
                 rewrite reg-regra-fiscal
                     invalid key
                          move "Erro ao alterar regra fiscal." to ws-mensagem-retorno
                     not invalid key
                          move "Regra fiscal alterada." to ws-mensagem-retorno
                 end-rewrite
            else
                 move function current-date (1:8)    to rfi-data-inclusao
                 move ws-operador-logado             to rfi-operador-inclusao
                 write reg-regra-fiscal
                     invalid key
                          move "Erro ao incluir regra fiscal." to ws-mensagem-retorno
                     not invalid key
                          move "Regra fiscal incluida." to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2400-excluir-regra section.
       2400.
            move ws-form-uf-origem                  to rfi-uf-origem
            move ws-form-uf-destino                 to rfi-uf-destino
            move ws-form-ncm                        to rfi-ncm
            read regra-fiscal-arq
                key is rfi-chave
                invalid key
                     move "Regra fiscal nao encontrada." to ws-mensagem-retorno
                not invalid key
                     delete regra-fiscal-arq record
                         invalid key
                              move "Erro ao excluir regra fiscal." to ws-mensagem-retorno
                         not invalid key
                              move "Regra fiscal excluida." to ws-mensagem-retorno
                     end-delete
            end-read
            .

       2400-exit.
            exit.

      *>===================================================================================
       2200-listar-regras section.
       2200.
            move zeros                               to ws-rfi-qtd
            move "N"                                 to ws-ind-fim-regra
            move low-values                          to rfi-chave
            start regra-fiscal-arq key is greater than or equal rfi-chave
                invalid key
                     set ws-regra-eof                 to true
            end-start

            perform until ws-regra-eof
                    or ws-rfi-qtd >= 200
                read regra-fiscal-arq next record
                    at end
                         set ws-regra-eof              to true
                    not at end
                         add 1                         to ws-rfi-qtd
                         move rfi-uf-origem             to ws-rfi-uf-origem(ws-rfi-qtd)
                         move rfi-uf-destino            to ws-rfi-uf-destino(ws-rfi-qtd)
                         move rfi-ncm                   to ws-rfi-ncm(ws-rfi-qtd)
                         move rfi-cfop-contribuinte      to ws-rfi-cfop-contribuinte(ws-rfi-qtd)
                         move rfi-cfop-nao-contribuinte  to ws-rfi-cfop-nao-contribuinte(ws-rfi-qtd)
                         move rfi-aliquota-icms          to ws-rfi-aliquota-icms(ws-rfi-qtd)
                         move rfi-aliquota-icms-nao-contrib to ws-rfi-aliquota-icms-nao-contrib(ws-rfi-qtd)
                         move rfi-aliquota-ipi           to ws-rfi-aliquota-ipi(ws-rfi-qtd)
                         move rfi-situacao              to ws-rfi-situacao(ws-rfi-qtd)
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close regra-fiscal-arq
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
                <body bgcolor=#D3D3D3 onLoad="InicializarTela();">
                <form name=frmRegraFiscal id=frmRegraFiscal method=post action="RegraFiscal.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>UF Origem&nbsp;</td>
                        <td><input name=ufOrigem id=ufOrigem size=2 maxlength=2 value=":ws-form-uf-origem" class="campo" tabIndex=1></td>
                        <td class=titulocampo>UF Destino&nbsp;</td>
                        <td><input name=ufDestino id=ufDestino size=2 maxlength=2 value=":ws-form-uf-destino" class="campo" tabIndex=2></td>
                        <td class=titulocampo>NCM&nbsp;</td>
                        <td><input name=ncm id=ncm size=8 maxlength=8 value=":ws-form-ncm" class="campo" title="0 = regra geral do par de UFs" tabIndex=3></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>CFOP Contribuinte&nbsp;</td>
                        <td><input name=cfopContribuinte size=4 maxlength=4 value=":ws-form-cfop-contribuinte" class="campo" tabIndex=4></td>
                        <td class=titulocampo>CFOP Não Contribuinte&nbsp;</td>
                        <td><input name=cfopNaoContribuinte size=4 maxlength=4 value=":ws-form-cfop-nao-contribuinte" class="campo" tabIndex=5></td>
                        <td class=titulocampo>Situação&nbsp;</td>
                        <td>
                            <select name=situacao class="combo" tabIndex=6>
                                <option value="A">Ativa</option>
                                <option value="I">Inativa</option>
                            </select>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>% ICMS Contribuinte&nbsp;</td>
                        <td><input name=aliquotaIcms size=5 maxlength=5 value=":ws-form-aliquota-icms" class="campo" tabIndex=7></td>
                        <td class=titulocampo>% ICMS Não Contribuinte&nbsp;</td>
                        <td><input name=aliquotaIcmsNaoContrib size=5 maxlength=5 value=":ws-form-aliquota-icms-nao-contrib" class="campo" tabIndex=8></td>
                        <td class=titulocampo>% IPI&nbsp;</td>
                        <td><input name=aliquotaIpi size=5 maxlength=5 value=":ws-form-aliquota-ipi" class="campo" tabIndex=9>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=10><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-rfi-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Origem</td>
                                    <td class=titulocampo>Destino</td>
                                    <td class=titulocampo>NCM</td>
                                    <td class=titulocampo>CFOP Contrib.</td>
                                    <td class=titulocampo>CFOP Não Contrib.</td>
                                    <td class=titulocampo>% ICMS</td>
                                    <td class=titulocampo>% ICMS Não Contrib.</td>
                                    <td class=titulocampo>% IPI</td>
                                    <td class=titulocampo>Sit.</td>
                                    <td class=titulocampo>&nbsp;</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-regras
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
       8000-linhas-regras section.
       8000.
            perform varying ws-rfi-tab-idx from 1 by 1
                    until ws-rfi-tab-idx > ws-rfi-qtd
                exec html
                    <tr>
                        <td><div align=center>:ws-rfi-uf-origem(ws-rfi-tab-idx)</div></td>
                        <td><div align=center>:ws-rfi-uf-destino(ws-rfi-tab-idx)</div></td>
                        <td>:ws-rfi-ncm(ws-rfi-tab-idx)</td>
                        <td>:ws-rfi-cfop-contribuinte(ws-rfi-tab-idx)</td>
                        <td>:ws-rfi-cfop-nao-contribuinte(ws-rfi-tab-idx)</td>
                        <td>:ws-rfi-aliquota-icms(ws-rfi-tab-idx)</td>
                        <td>:ws-rfi-aliquota-icms-nao-contrib(ws-rfi-tab-idx)</td>
                        <td>:ws-rfi-aliquota-ipi(ws-rfi-tab-idx)</td>
                        <td><div align=center>:ws-rfi-situacao(ws-rfi-tab-idx)</div></td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarRegra(':ws-rfi-uf-origem(ws-rfi-tab-idx)', ':ws-rfi-uf-destino(ws-rfi-tab-idx)', ':ws-rfi-ncm(ws-rfi-tab-idx)', ':ws-rfi-cfop-contribuinte(ws-rfi-tab-idx)', ':ws-rfi-cfop-nao-contribuinte(ws-rfi-tab-idx)', ':ws-rfi-aliquota-icms(ws-rfi-tab-idx)', ':ws-rfi-aliquota-icms-nao-contrib(ws-rfi-tab-idx)', ':ws-rfi-aliquota-ipi(ws-rfi-tab-idx)', ':ws-rfi-situacao(ws-rfi-tab-idx)');" src="Icones/check.gif"></td>
                        <td><img title="Excluir" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirRegra(':ws-rfi-uf-origem(ws-rfi-tab-idx)', ':ws-rfi-uf-destino(ws-rfi-tab-idx)', ':ws-rfi-ncm(ws-rfi-tab-idx)');" src="Icones/busca.gif"></td>
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
                        document.all.frmRegraFiscal.action = "RegraFiscal.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmRegraFiscal.submit();
                    }

                    function TelSalvar() {
                        Submeter("10");
                    }

                    function CarregarRegra(ufOrigem, ufDestino, ncm, cfopContrib, cfopNaoContrib, aliqIcms, aliqIcmsNaoContrib, aliqIpi, situacao) {
                        document.all.ufOrigem.value               = ufOrigem;
                        document.all.ufDestino.value              = ufDestino;
                        document.all.ncm.value                    = ncm;
                        document.all.cfopContribuinte.value       = cfopContrib;
                        document.all.cfopNaoContribuinte.value    = cfopNaoContrib;
                        document.all.aliquotaIcms.value           = aliqIcms;
                        document.all.aliquotaIcmsNaoContrib.value = aliqIcmsNaoContrib;
                        document.all.aliquotaIpi.value            = aliqIpi;
                        document.all.situacao.value               = situacao;
                    }

                    function ExcluirRegra(ufOrigem, ufDestino, ncm) {
                        if (confirm("Confirma a exclusao desta regra fiscal?")) {
                            document.all.ufOrigem.value  = ufOrigem;
                            document.all.ufDestino.value = ufDestino;
                            document.all.ncm.value       = ncm;
                            Submeter("40");
                        }
                    }

                    function InicializarTela() {
                        document.all.situacao.value = ":ws-form-situacao";
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
