      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Mensagens.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                          Mensagens ao Cliente (e-mail)
      *>            --------------------------------------------------------
      *>
      *>   Consulta da fila de mensagens por e-mail de MENSAGEM.DAT (mesmo
      *>   molde de Atendimento.cbl): pesquisa pelo cliente (chave
      *>   alternativa msg-cd-cliente) ou, sem cliente, as mais recentes,
      *>   com filtro pela situação (Pendente, Enviada, Devolvida). A
      *>   mensagem carregada pode ser reenviada - volta a Pendente para
      *>   o próximo EnviaMensagens, opcionalmente com o e-mail corrigido.
      *>   Com o cliente informado a tela também mantém a recusa dele a
      *>   cada tipo de mensagem (MSG-RECUSA.DAT), respeitada por
      *>   EnfileiraMensagem.cbl. Chamado pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.
       input-output section.
       file-control.
           select mensagem-arq assign       to "MENSAGEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is msg-cd-mensagem
                  alternate record key       is msg-cd-cliente with duplicates
                  file status                is ws-status-mensagem.
           select msg-recusa-arq assign     to "MSG-RECUSA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mrc-chave
                  file status                is ws-status-msg-recusa.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  mensagem-arq.
       copy "MENSAGEM.CPY".

       fd  msg-recusa-arq.
       copy "MSGRECUS.CPY".

       fd  cliente-arq.
       copy "CLIENTE.CPY".

       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-mensagem                    pic x(02)       value "00".
              88 ws-mensagem-ok                                     value "00".
              88 ws-mensagem-nao-encontrado                         value "23" "35".
           03 ws-status-msg-recusa                  pic x(02)       value "00".
              88 ws-msg-recusa-ok                                   value "00".
              88 ws-msg-recusa-nao-encontrado                       value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-sessao                       pic x(02)       value "00".
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
              88 ws-opcao-pesquisar                                 value "20".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-reenviar                                  value "50".
              88 ws-opcao-gravar-recusas                            value "70".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-mensagens.
           03 ws-form-cd-mensagem                    pic 9(09)       value zeros.
           03 ws-form-cd-cliente                     pic 9(05)       value zeros.
           03 ws-form-situacao-filtro                pic x(01)       value spaces.
           03 ws-form-email-destino                  pic x(60)       value spaces.
           03 ws-form-recusa-1                       pic x(01)       value spaces.
           03 ws-form-recusa-2                       pic x(01)       value spaces.
           03 ws-form-recusa-3                       pic x(01)       value spaces.
           03 ws-form-recusa-4                       pic x(01)       value spaces.
           03 ws-form-recusa-5                       pic x(01)       value spaces.
           03 ws-form-recusa-6                       pic x(01)       value spaces.
       01  ws-form-recusas-tab redefines ws-form-mensagens.
           03 filler                                pic x(75).
           03 ws-form-recusa                         pic x(01) occurs 6.

       01  ws-razao-social                           pic x(40)       value spaces.
       01  ws-tipo-idx                               pic 9(01)       value zeros.
       01  ws-tipo-descricao                         pic x(25)       value spaces.
       01  ws-situacao-descricao                     pic x(10)       value spaces.

      *>   Mensagem carregada.
       01  ws-ind-mensagem-carregada                  pic x(01)       value "N".
          88 ws-mensagem-carregada                                   value "S".
       01  ws-car-tipo-descricao                     pic x(25)       value spaces.
       01  ws-car-situacao-descricao                 pic x(10)       value spaces.

      *>   Resultado da pesquisa.
       01  ws-tab-mensagens.
           03 ws-men-linha                           occurs 100 times.
              05 ws-men-cd-mensagem                   pic 9(09).
              05 ws-men-data-geracao                  pic 9(08).
              05 ws-men-tipo-descricao                pic x(25).
              05 ws-men-cd-cliente                    pic 9(05).
              05 ws-men-documento                     pic x(12).
              05 ws-men-email                         pic x(60).
              05 ws-men-situacao-descricao            pic x(10).
              05 ws-men-data-envio                    pic 9(08).
              05 ws-men-qtd-envios                    pic 9(02).
              05 ws-men-motivo-devolucao              pic x(40).
       01  ws-men-qtd                                pic 9(03)       value zeros.
       01  ws-men-tab-idx                            pic 9(03)       value zeros.
       01  ws-ind-fim-mensagem                        pic x(01)       value "N".
          88 ws-mensagem-eof                                         value "S".

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
            open i-o mensagem-arq
            if   ws-mensagem-nao-encontrado
                 open output mensagem-arq
                 close mensagem-arq
                 open i-o mensagem-arq
            end-if
            open i-o msg-recusa-arq
            if   ws-msg-recusa-nao-encontrado
                 open output msg-recusa-arq
                 close msg-recusa-arq
                 open i-o msg-recusa-arq
            end-if
            open input cliente-arq
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
                     move "Mensagens restritas aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-reenviar or ws-opcao-gravar-recusas)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-pesquisar
                     perform 1200-obter-campos-formulario
                     perform 2200-pesquisar-mensagens
                     perform 2400-carregar-recusas
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-mensagem
                     perform 2200-pesquisar-mensagens
                     perform 2400-carregar-recusas
                when ws-opcao-reenviar
                     perform 1200-obter-campos-formulario
                     perform 2500-reenviar-mensagem
                     perform 2300-carregar-mensagem
                     perform 2200-pesquisar-mensagens
                     perform 2400-carregar-recusas
                when ws-opcao-gravar-recusas
                     perform 1200-obter-campos-formulario
                     perform 2700-gravar-recusas
                     perform 2200-pesquisar-mensagens
                     perform 2400-carregar-recusas
                when other
                     continue
            end-evaluate
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
                getfield( ws-form-cd-mensagem )
                getfield( ws-form-cd-cliente )
                getfield( ws-form-situacao-filtro )
                getfield( ws-form-email-destino )
                getfield( ws-form-recusa-1 )
                getfield( ws-form-recusa-2 )
                getfield( ws-form-recusa-3 )
                getfield( ws-form-recusa-4 )
                getfield( ws-form-recusa-5 )
                getfield( ws-form-recusa-6 )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2200-pesquisar-mensagens: do cliente pela chave alternativa,
      *>   ou as mais recentes de todos (READ PREVIOUS a partir do fim),
      *>   filtrando pela situação quando informada.
       2200-pesquisar-mensagens section.
       2200.
            move zeros                               to ws-men-qtd
            move "N"                                 to ws-ind-fim-mensagem
            move spaces                              to ws-razao-social
            if   ws-form-cd-cliente not = zeros
                 move ws-form-cd-cliente              to cli-cd-cliente
                 read cliente-arq
                     key is cli-cd-cliente
                     invalid key
                          move "Cliente não encontrado." to ws-mensagem-retorno
                          exit section
                     not invalid key
                          move cli-razao-social        to ws-razao-social
                 end-read
                 move ws-form-cd-cliente              to msg-cd-cliente
                 start mensagem-arq key is equal msg-cd-cliente
                     invalid key
                          set ws-mensagem-eof         to true
                 end-start
                 perform until ws-mensagem-eof
                         or ws-men-qtd >= 100
                     read mensagem-arq next record
                         at end
                              set ws-mensagem-eof      to true
                         not at end
                              if   msg-cd-cliente not = ws-form-cd-cliente
                                   set ws-mensagem-eof  to true
                              else
                                   perform 2210-guardar-mensagem
                              end-if
                     end-read
                 end-perform
            else
                 move 999999999                       to msg-cd-mensagem
                 start mensagem-arq key is less than or equal msg-cd-mensagem
                     invalid key
                          set ws-mensagem-eof         to true
                 end-start
                 perform until ws-mensagem-eof
                         or ws-men-qtd >= 100
                     read mensagem-arq previous record
                         at end
                              set ws-mensagem-eof      to true
                         not at end
                              perform 2210-guardar-mensagem
                     end-read
                 end-perform
            end-if
            if   ws-men-qtd = zeros
            and  ws-mensagem-retorno = spaces
                 move "Nenhuma mensagem encontrada."  to ws-mensagem-retorno
            end-if
            .

       2200-exit.
            exit.

      *>===================================================================================
       2210-guardar-mensagem section.
       2210.
            if   ws-form-situacao-filtro not = spaces
            and  ws-form-situacao-filtro not = msg-situacao
                 exit section
            end-if
            add 1                                    to ws-men-qtd
            move msg-cd-mensagem                     to ws-men-cd-mensagem(ws-men-qtd)
            move msg-data-geracao                    to ws-men-data-geracao(ws-men-qtd)
            move msg-tipo                            to ws-tipo-idx
            perform 2220-descrever-tipo
            move ws-tipo-descricao                   to ws-men-tipo-descricao(ws-men-qtd)
            move msg-cd-cliente                      to ws-men-cd-cliente(ws-men-qtd)
            move msg-documento                       to ws-men-documento(ws-men-qtd)
            move msg-email                           to ws-men-email(ws-men-qtd)
            perform 2230-descrever-situacao
            move ws-situacao-descricao               to ws-men-situacao-descricao(ws-men-qtd)
            move msg-data-envio                      to ws-men-data-envio(ws-men-qtd)
            move msg-qtd-envios                      to ws-men-qtd-envios(ws-men-qtd)
            move msg-motivo-devolucao                to ws-men-motivo-devolucao(ws-men-qtd)
            .

       2210-exit.
            exit.

      *>===================================================================================
       2220-descrever-tipo section.
       2220.
            evaluate ws-tipo-idx
                when 1
                     move "Confirmacao de pedido"     to ws-tipo-descricao
                when 2
                     move "Fatura emitida"            to ws-tipo-descricao
                when 3
                     move "Entrega realizada"         to ws-tipo-descricao
                when 4
                     move "Entrega recusada"          to ws-tipo-descricao
                when 5
                     move "Carta de cobranca"         to ws-tipo-descricao
                when 6
                     move "Recibo de pagamento"       to ws-tipo-descricao
                when other
                     move spaces                      to ws-tipo-descricao
            end-evaluate
            .

       2220-exit.
            exit.

      *>===================================================================================
       2230-descrever-situacao section.
       2230.
            evaluate true
                when msg-pendente
                     move "Pendente"                  to ws-situacao-descricao
                when msg-enviada
                     move "Enviada"                   to ws-situacao-descricao
                when msg-devolvida
                     move "Devolvida"                 to ws-situacao-descricao
                when other
                     move spaces                      to ws-situacao-descricao
            end-evaluate
            .

       2230-exit.
            exit.

      *>===================================================================================
       2300-carregar-mensagem section.
       2300.
            move "N"                                to ws-ind-mensagem-carregada
            if   ws-form-cd-mensagem = zeros
                 exit section
            end-if
            move ws-form-cd-mensagem                to msg-cd-mensagem
            read mensagem-arq
                key is msg-cd-mensagem
                invalid key
                     move "Mensagem nao encontrada."  to ws-mensagem-retorno
                     exit section
            end-read
            set  ws-mensagem-carregada               to true
            move msg-tipo                            to ws-tipo-idx
            perform 2220-descrever-tipo
            move ws-tipo-descricao                   to ws-car-tipo-descricao
            perform 2230-descrever-situacao
            move ws-situacao-descricao               to ws-car-situacao-descricao
            if   ws-form-cd-cliente = zeros
                 move msg-cd-cliente                  to ws-form-cd-cliente
            end-if
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2400-carregar-recusas: marca, para o cliente informado, os
      *>   tipos que ele recusa.
       2400-carregar-recusas section.
       2400.
            perform varying ws-tipo-idx from 1 by 1
                    until ws-tipo-idx > 6
                move spaces                           to ws-form-recusa(ws-tipo-idx)
                if   ws-form-cd-cliente not = zeros
                     move ws-form-cd-cliente           to mrc-cd-cliente
                     move ws-tipo-idx                  to mrc-tipo
                     read msg-recusa-arq
                         key is mrc-chave
                         invalid key
                              continue
                         not invalid key
                              move "S"                 to ws-form-recusa(ws-tipo-idx)
                     end-read
                end-if
            end-perform
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2500-reenviar-mensagem: Enviada ou Devolvida volta a Pendente
      *>   para o próximo EnviaMensagens; e-mail informado substitui o
      *>   da mensagem.
       2500-reenviar-mensagem section.
       2500.
            move ws-form-cd-mensagem                to msg-cd-mensagem
            read mensagem-arq
                key is msg-cd-mensagem
                invalid key
                     move "Mensagem nao encontrada."  to ws-mensagem-retorno
                     exit section
            end-read
            if   msg-pendente
                 move "Mensagem ainda pendente de envio." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-email-destino not = spaces
                 move ws-form-email-destino           to msg-email
            end-if
            set  msg-pendente                        to true
            move spaces                              to msg-motivo-devolucao
            move ws-operador-logado                  to msg-operador
            rewrite reg-mensagem
                invalid key
                     move "Erro ao reenviar a mensagem." to ws-mensagem-retorno
                     exit section
            end-rewrite
            move "Mensagem devolvida a fila; sai no proximo envio." to ws-mensagem-retorno
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2700-gravar-recusas: tipo marcado grava a recusa, desmarcado
      *>   apaga.
       2700-gravar-recusas section.
       2700.
            if   ws-form-cd-cliente = zeros
                 move "Informe o cliente."           to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-cliente                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "Cliente não encontrado."   to ws-mensagem-retorno
                     exit section
            end-read
            perform varying ws-tipo-idx from 1 by 1
                    until ws-tipo-idx > 6
                move ws-form-cd-cliente               to mrc-cd-cliente
                move ws-tipo-idx                      to mrc-tipo
                read msg-recusa-arq
                    key is mrc-chave
                    invalid key
                         if   ws-form-recusa(ws-tipo-idx) = "S"
                              move ws-form-cd-cliente   to mrc-cd-cliente
                              move ws-tipo-idx          to mrc-tipo
                              move function current-date (1:8) to mrc-data
                              move ws-operador-logado   to mrc-operador
                              write reg-msg-recusa
                                  invalid key
                                       continue
                              end-write
                         end-if
                    not invalid key
                         if   ws-form-recusa(ws-tipo-idx) not = "S"
                              delete msg-recusa-arq
                                  invalid key
                                       continue
                              end-delete
                         end-if
                end-read
            end-perform
            move "Preferencias de mensagem do cliente gravadas." to ws-mensagem-retorno
            .

       2700-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close mensagem-arq
            close msg-recusa-arq
            close cliente-arq
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
                <form name=frmMensagens id=frmMensagens method=post action="Mensagens.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=cdMensagem id=cdMensagem value=":ws-form-cd-mensagem">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=2 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cliente&nbsp;</td>
                        <td>
                            <input name=cdCliente id=cdCliente size=5 maxlength=5 value=":ws-form-cd-cliente" class="campo" title="Em branco = mensagens mais recentes de todos" tabIndex=1>
                            &nbsp;:ws-razao-social
                            &nbsp;situação <select name=situacaoFiltro id=situacaoFiltro class="campo" tabIndex=2>
                                <option value=" ">(todas)</option>
                                <option value="P">Pendente</option>
                                <option value="E">Enviada</option>
                                <option value="D">Devolvida</option>
                            </select>
                            <img title="Pesquisar" style="cursor:hand; width:16; height:16;" onClick="Submeter('20');" src="Icones/busca.gif" tabIndex=3>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Não enviar&nbsp;</td>
                        <td>
                            <input name=recusa1 type="checkbox" value="S" tabIndex=4>Confirmação de pedido
                            <input name=recusa2 type="checkbox" value="S" tabIndex=5>Fatura emitida
                            <input name=recusa3 type="checkbox" value="S" tabIndex=6>Entrega realizada
                            <input name=recusa4 type="checkbox" value="S" tabIndex=7>Entrega recusada
                            <input name=recusa5 type="checkbox" value="S" tabIndex=8>Carta de cobrança
                            <input name=recusa6 type="checkbox" value="S" tabIndex=9>Recibo de pagamento
                            <button class=botao name=BotRecusas onclick='GravarRecusas();' style="width:150px;" tabindex=10><label>Gravar Preferências</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-mensagem-carregada
                 exec html
                    <tr>
                        <td class=titulocampo>Mensagem&nbsp;</td>
                        <td>:msg-cd-mensagem - :ws-car-tipo-descricao - :ws-car-situacao-descricao
                            &nbsp;(gerada em :msg-data-geracao :msg-hora-geracao; envios :msg-qtd-envios; :msg-motivo-devolucao)</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Para&nbsp;</td>
                        <td>
                            <input name=emailDestino id=emailDestino size=60 maxlength=60 value=":msg-email" class="campo" tabIndex=11>
                            <button class=botao name=BotReenviar onclick='Reenviar();' style="width:120px;" tabindex=12><label>Reenviar</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Assunto&nbsp;</td>
                        <td>:msg-assunto</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Texto&nbsp;</td>
                        <td>:msg-linha(1)<br>:msg-linha(2)<br>:msg-linha(3)<br>:msg-linha(4)</td>
                    </tr>
                 end-exec
            end-if
            if   ws-men-qtd > 0
                 exec html
                    <tr>
                        <td colspan=2>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Mensagem</td>
                                    <td class=titulocampo>Gerada</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Cliente</td>
                                    <td class=titulocampo>Documento</td>
                                    <td class=titulocampo>E-mail</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Envio</td>
                                    <td class=titulocampo>Envios</td>
                                    <td class=titulocampo>Motivo da devolução</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-mensagens
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
       8000-linhas-mensagens section.
       8000.
            perform varying ws-men-tab-idx from 1 by 1
                    until ws-men-tab-idx > ws-men-qtd
                exec html
                    <tr>
                        <td>:ws-men-cd-mensagem(ws-men-tab-idx)</td>
                        <td><div align=center>:ws-men-data-geracao(ws-men-tab-idx)</div></td>
                        <td>:ws-men-tipo-descricao(ws-men-tab-idx)</td>
                        <td>:ws-men-cd-cliente(ws-men-tab-idx)</td>
                        <td>:ws-men-documento(ws-men-tab-idx)</td>
                        <td>:ws-men-email(ws-men-tab-idx)</td>
                        <td>:ws-men-situacao-descricao(ws-men-tab-idx)</td>
                        <td><div align=center>:ws-men-data-envio(ws-men-tab-idx)</div></td>
                        <td><div align=center>:ws-men-qtd-envios(ws-men-tab-idx)</div></td>
                        <td>:ws-men-motivo-devolucao(ws-men-tab-idx)</td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarMensagem(:ws-men-cd-mensagem(ws-men-tab-idx));" src="Icones/check.gif"></td>
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
                        document.all.situacaoFiltro.value = ":ws-form-situacao-filtro";
                        document.all.recusa1.checked = ( ":ws-form-recusa-1" == "S" );
                        document.all.recusa2.checked = ( ":ws-form-recusa-2" == "S" );
                        document.all.recusa3.checked = ( ":ws-form-recusa-3" == "S" );
                        document.all.recusa4.checked = ( ":ws-form-recusa-4" == "S" );
                        document.all.recusa5.checked = ( ":ws-form-recusa-5" == "S" );
                        document.all.recusa6.checked = ( ":ws-form-recusa-6" == "S" );
                    }

                    function Submeter(opcao) {
                        document.all.opcao.value = opcao;
                        document.all.frmMensagens.action = "Mensagens.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmMensagens.submit();
                    }

                    function CarregarMensagem(cdMensagem) {
                        document.all.cdMensagem.value = cdMensagem;
                        Submeter("30");
                    }

                    function Reenviar() {
                        if (confirm("Devolver a mensagem a fila de envio?")) {
                            Submeter("50");
                        }
                    }

                    function GravarRecusas() {
                        if (document.all.cdCliente.value == "" || document.all.cdCliente.value == "00000") {
                            alert("Informe o cliente.");
                            return;
                        }
                        Submeter("70");
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
