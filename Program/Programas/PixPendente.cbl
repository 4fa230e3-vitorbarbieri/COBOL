      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. PixPendente.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                            PIX a Identificar
      *>            --------------------------------------------------------
      *>
      *>   Lista de identificação dos créditos PIX que RetornoPix.cbl não
      *>   conseguiu baixar pelo txid (PIX-CREDITO.DAT na situação
      *>   Pendente: sem txid, txid desconhecido, parcela já quitada...),
      *>   com o pagador e o motivo. O financeiro seleciona um crédito e:
      *>     - identifica a parcela a que ele pertence (pedido e parcela
      *>       informados): a baixa é a mesma do retorno (BaixaPix.cbl,
      *>       parcial quando o valor é menor que o saldo), com o operador
      *>       logado, e o crédito passa a Identificado;
      *>     - ou marca o crédito como Devolvido ao pagador, com
      *>       observação obrigatória.
      *>   Restrita aos perfis de vendas e supervisor (mesma regra de
      *>   Conciliacao.cbl). Chamado pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select pix-credito-arq assign    to "PIX-CREDITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pcr-end-to-end
                  file status                is ws-status-pix-credito.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  pix-credito-arq.
       copy "PIXCRED.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-pix-credito                  pic x(02)       value "00".
              88 ws-pix-credito-ok                                  value "00".
              88 ws-pix-credito-nao-encontrado                      value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
      *>   Restrita aos perfis de vendas e supervisor; sem sessão válida
      *>   vale o menor privilégio (atendimento).
       01  ws-perfil-logado                           pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-identificar                               value "10".
              88 ws-opcao-pesquisar                                 value "20".
              88 ws-opcao-devolver                                  value "30".

       01  ws-form-pix-pendente.
      *>   Crédito selecionado.
           03 ws-form-end-to-end                     pic x(32)       value spaces.
      *>   Parcela informada na identificação.
           03 ws-form-cd-pedido                      pic 9(07)       value zeros.
           03 ws-form-parcela                        pic 9(02)       value zeros.
           03 ws-form-observacao                    pic x(60)       value spaces.

       01  ws-ind-varredura                           pic x(01)       value "N".
          88 ws-varredura-eof                                       value "S".

      *>   Créditos pendentes de identificação.
       01  ws-tab-pendentes.
           03 ws-pnd-linha                           occurs 200 times.
              05 ws-pnd-r-end-to-end                  pic x(32).
              05 ws-pnd-r-data-pagamento              pic 9(08).
              05 ws-pnd-r-valor                      pic 9(09)v9(02).
              05 ws-pnd-r-txid                       pic x(25).
              05 ws-pnd-r-nome-pagador                pic x(40).
              05 ws-pnd-r-documento-pagador            pic x(14).
              05 ws-pnd-r-motivo                     pic x(60).
       01  ws-pnd-qtd                                pic 9(03)       value zeros.
       01  ws-pnd-tab-idx                             pic 9(03)       value zeros.
       01  ws-pnd-valor-total                         pic 9(11)v9(02) value zeros.

      *>   Baixa da parcela identificada (CALL para BaixaPix).
       01  ws-parametros-baixa-pix.
           03 ws-bxp-cd-pedido                       pic 9(07)       value zeros.
           03 ws-bxp-parcela                         pic 9(02)       value zeros.
           03 ws-bxp-valor-pix                       pic 9(09)v9(02) value zeros.
           03 ws-bxp-data-pagamento                  pic 9(08)       value zeros.
           03 ws-bxp-txid                           pic x(25)       value spaces.
           03 ws-bxp-operador                       pic x(10)       value spaces.
           03 ws-bxp-situacao                       pic x(01)       value spaces.
              88 ws-bxp-baixa-total                                 value "B".
              88 ws-bxp-baixa-parcial                               value "P".
              88 ws-bxp-baixa-recusada                              value "R".
           03 ws-bxp-valor-principal                  pic 9(09)v9(02) value zeros.
           03 ws-bxp-valor-encargos                   pic 9(09)v9(02) value zeros.
           03 ws-bxp-saldo-devedor                    pic 9(09)v9(02) value zeros.
           03 ws-bxp-mensagem                       pic x(60)       value spaces.

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
            open i-o pix-credito-arq
            if   ws-pix-credito-nao-encontrado
                 open output pix-credito-arq
                 close pix-credito-arq
                 open i-o pix-credito-arq
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
            if   ws-perfil-logado < 2
                 move "PIX a identificar restrito aos perfis de vendas e supervisor." to ws-mensagem-retorno
            else
                 if   not ws-opcao-abrir-tela
                      perform 1200-obter-campos-formulario
                 end-if
                 evaluate true
                     when ws-jan-manutencao-ativa
                      and (ws-opcao-identificar or ws-opcao-devolver)
                          move ws-jan-mensagem       to ws-mensagem-retorno
                     when ws-opcao-identificar
                          perform 2100-identificar
                     when ws-opcao-devolver
                          perform 2300-devolver
                     when other
                          continue
                 end-evaluate
                 perform 2500-listar-pendentes
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
                getfield( ws-form-end-to-end )
                getfield( ws-form-cd-pedido )
                getfield( ws-form-parcela )
                getfield( ws-form-observacao )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1300-ler-credito: lê o crédito selecionado, que precisa estar
      *>   Pendente.
       1300-ler-credito section.
       1300.
            move ws-form-end-to-end                  to pcr-end-to-end
            read pix-credito-arq
                key is pcr-end-to-end
                invalid key
                     move "Credito PIX nao encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   not pcr-pendente
                 move "Credito PIX ja baixado, identificado ou devolvido." to ws-mensagem-retorno
            end-if
            .

       1300-exit.
            exit.

      *>===================================================================================
      *>   2100-identificar: baixa o crédito Pendente na parcela
      *>   informada, pela data do PIX; a recusa de BaixaPix (parcela
      *>   inexistente ou fora de aberto) volta como mensagem e o crédito
      *>   continua Pendente.
       2100-identificar section.
       2100.
            perform 1300-ler-credito
            if   ws-mensagem-retorno not = spaces
                 exit section
            end-if
            if   ws-form-cd-pedido = zeros
            or   ws-form-parcela = zeros
                 move "Informe o pedido e a parcela do credito." to ws-mensagem-retorno
                 exit section
            end-if

            initialize ws-parametros-baixa-pix
            move ws-form-cd-pedido                   to ws-bxp-cd-pedido
            move ws-form-parcela                     to ws-bxp-parcela
            move pcr-valor                           to ws-bxp-valor-pix
            move pcr-data-pagamento                  to ws-bxp-data-pagamento
            move spaces                              to ws-bxp-txid
            move ws-operador-logado                  to ws-bxp-operador
            call "BaixaPix" using ws-parametros-baixa-pix
            if   ws-bxp-baixa-recusada
                 move ws-bxp-mensagem                 to ws-mensagem-retorno
                 exit section
            end-if

            set  pcr-identificado                    to true
            move ws-form-cd-pedido                   to pcr-cd-pedido
            move ws-form-parcela                     to pcr-parcela
            if   ws-form-observacao not = spaces
                 move ws-form-observacao              to pcr-motivo
            end-if
            move function current-date (1:8)          to pcr-data-identificacao
            move ws-operador-logado                  to pcr-operador-identificacao
            rewrite reg-pix-credito
                invalid key
                     move "Erro ao identificar o credito PIX." to ws-mensagem-retorno
                not invalid key
                     move ws-bxp-mensagem             to ws-mensagem-retorno
            end-rewrite
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2300-devolver: crédito estornado ao pagador sai da lista com a
      *>   observação.
       2300-devolver section.
       2300.
            perform 1300-ler-credito
            if   ws-mensagem-retorno not = spaces
                 exit section
            end-if
            if   ws-form-observacao = spaces
                 move "Informe a observacao da devolucao." to ws-mensagem-retorno
                 exit section
            end-if
            set  pcr-devolvido                       to true
            move ws-form-observacao                  to pcr-motivo
            move function current-date (1:8)          to pcr-data-identificacao
            move ws-operador-logado                  to pcr-operador-identificacao
            rewrite reg-pix-credito
                invalid key
                     move "Erro ao devolver o credito PIX." to ws-mensagem-retorno
                not invalid key
                     move "Credito PIX marcado como devolvido." to ws-mensagem-retorno
            end-rewrite
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2500-listar-pendentes: créditos Pendentes (varredura
      *>   sequencial - a chave é o endToEndId).
       2500-listar-pendentes section.
       2500.
            move zeros                               to ws-pnd-qtd
            move zeros                               to ws-pnd-valor-total
            move "N"                                 to ws-ind-varredura
            move low-values                          to pcr-end-to-end
            start pix-credito-arq key is greater than or equal pcr-end-to-end
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-pnd-qtd >= 200
                read pix-credito-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   pcr-pendente
                              add 1                    to ws-pnd-qtd
                              move pcr-end-to-end       to ws-pnd-r-end-to-end(ws-pnd-qtd)
                              move pcr-data-pagamento   to ws-pnd-r-data-pagamento(ws-pnd-qtd)
                              move pcr-valor            to ws-pnd-r-valor(ws-pnd-qtd)
                              move pcr-txid             to ws-pnd-r-txid(ws-pnd-qtd)
                              move pcr-nome-pagador     to ws-pnd-r-nome-pagador(ws-pnd-qtd)
                              move pcr-documento-pagador to ws-pnd-r-documento-pagador(ws-pnd-qtd)
                              move pcr-motivo           to ws-pnd-r-motivo(ws-pnd-qtd)
                              add pcr-valor             to ws-pnd-valor-total
                         end-if
                end-read
            end-perform
            if   ws-mensagem-retorno = spaces
                 if   ws-pnd-qtd = 0
                      move "Nenhum credito PIX pendente de identificacao." to ws-mensagem-retorno
                 else
                      string "Creditos PIX pendentes de identificacao: "
                             ws-pnd-qtd
                             delimited by size into ws-mensagem-retorno
                 end-if
            end-if
            .

       2500-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pix-credito-arq
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
                <form name=frmPixPendente id=frmPixPendente method=post action="PixPendente.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=endToEnd id=endToEnd value="">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=4 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Crédito&nbsp;</td>
                        <td colspan=3>
                            <span id=creditoSelecionado>(nenhum selecionado)</span>
                            <img title="Atualizar" style="cursor:hand; width:16; height:16;" onClick="Submeter('20');" src="Icones/busca.gif">
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Pedido&nbsp;</td>
                        <td>
                            <input name=cdPedido id=cdPedido size=7 maxlength=7 value="" class="campo" tabIndex=1>
                            Parcela <input name=parcela id=parcela size=2 maxlength=2 value="" class="campo" tabIndex=2>
                            <button class=botao name=BotIdentificar onclick='Identificar();' style="width:90px;" tabindex=3><label>&nbsp;<U>I</U>dentificar&nbsp;</label></button>
                        </td>
                        <td class=titulocampo>Observação&nbsp;</td>
                        <td>
                            <input name=observacao id=observacao size=40 maxlength=60 value="" class="campo" title="Obrigatoria na devolucao" tabIndex=4>
                            <button class=botao name=BotDevolver onclick='Devolver();' style="width:90px;" tabindex=5><label>&nbsp;<U>D</U>evolver&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-pnd-qtd > 0
                 exec html
                    <tr>
                        <td colspan=4>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo colspan=8>Créditos PIX a identificar - total :ws-pnd-valor-total</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Pagador</td>
                                    <td class=titulocampo>CPF/CNPJ</td>
                                    <td class=titulocampo>Txid</td>
                                    <td class=titulocampo>EndToEndId</td>
                                    <td class=titulocampo>Motivo</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-pendentes
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
       8000-linhas-pendentes section.
       8000.
            perform varying ws-pnd-tab-idx from 1 by 1
                    until ws-pnd-tab-idx > ws-pnd-qtd
                exec html
                    <tr>
                        <td>:ws-pnd-r-data-pagamento(ws-pnd-tab-idx)</td>
                        <td><div align=right>:ws-pnd-r-valor(ws-pnd-tab-idx)</div></td>
                        <td>:ws-pnd-r-nome-pagador(ws-pnd-tab-idx)</td>
                        <td>:ws-pnd-r-documento-pagador(ws-pnd-tab-idx)</td>
                        <td>:ws-pnd-r-txid(ws-pnd-tab-idx)</td>
                        <td>:ws-pnd-r-end-to-end(ws-pnd-tab-idx)</td>
                        <td>:ws-pnd-r-motivo(ws-pnd-tab-idx)</td>
                        <td><img title="Selecionar" style="cursor:hand; width:16; height:16;"
                                 onClick="SelecionarCredito(':ws-pnd-r-end-to-end(ws-pnd-tab-idx)',':ws-pnd-r-valor(ws-pnd-tab-idx)');" src="Icones/check.gif"></td>
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
                        document.all.frmPixPendente.action = "PixPendente.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmPixPendente.submit();
                    }

                    function SelecionarCredito(endToEnd, valor) {
                        document.all.endToEnd.value = endToEnd;
                        document.all.creditoSelecionado.innerText = endToEnd + " " + valor;
                    }

                    function Identificar() {
                        if (document.all.endToEnd.value == "") {
                            alert("Selecione antes o credito PIX.");
                            return;
                        }
                        if (document.all.cdPedido.value == "" || document.all.parcela.value == "") {
                            alert("Informe o pedido e a parcela do credito.");
                            return;
                        }
                        if (confirm("Confirma a baixa do credito na parcela informada?")) {
                            Submeter("10");
                        }
                    }

                    function Devolver() {
                        if (document.all.endToEnd.value == "") {
                            alert("Selecione antes o credito PIX.");
                            return;
                        }
                        if (document.all.observacao.value == "") {
                            alert("Informe a observacao da devolucao.");
                            return;
                        }
                        if (confirm("Confirma a devolucao do credito ao pagador?")) {
                            Submeter("30");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
