      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Manutencao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                             Janelas de Manutenção
      *>            --------------------------------------------------------
      *>
      *>   Tela do supervisor para as janelas de manutenção (MANUTENCAO.DAT,
      *>   mesmo molde de grade de Feriado.cbl): agenda uma janela com
      *>   início, término e motivo; cancela a agendada que ainda não
      *>   começou; encerra agora a janela ativa (inclusive a da cadeia
      *>   noturna ou da restauração, quando o lote parou e o sistema
      *>   precisa voltar) e abre uma janela de emergência a partir de
      *>   agora. Toda a regra fica em JanelaManutencao.cbl; esta tela só
      *>   valida o formulário e lista as janelas, das mais recentes para
      *>   as mais antigas. Restrita ao supervisor e liberada durante a
      *>   própria manutenção. Chamada pelo menu em "1 - Cadastramentos".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select manutencao-arq assign     to "MANUTENCAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is man-cd-janela
                  file status                is ws-status-manutencao.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  manutencao-arq.
       copy "MANUT.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".
      *>   Janelas exibidas na grade (as mais recentes).
       78  ws-max-janelas-grade                       value 50.

       01  ws-controle-arquivos.
           03 ws-status-manutencao                  pic x(02)       value "00".
              88 ws-manutencao-ok                                   value "00".
              88 ws-manutencao-nao-encontrado                       value "23" "35".
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
              88 ws-opcao-agendar                                   value "10".
              88 ws-opcao-cancelar                                  value "20".
              88 ws-opcao-encerrar                                  value "30".
              88 ws-opcao-iniciar-emergencia                        value "40".

       01  ws-form-manutencao.
           03 ws-form-cd-janela                      pic x(07)       value spaces.
           03 ws-form-inicio                        pic x(12)       value spaces.
           03 ws-form-fim                           pic x(12)       value spaces.
           03 ws-form-horas                         pic x(02)       value spaces.
           03 ws-form-motivo                        pic x(60)       value spaces.

       01  ws-data-hora-agora                         pic 9(14)       value zeros.
       01  ws-data-hora-inicio                        pic 9(14)       value zeros.
       01  ws-data-hora-fim                           pic 9(14)       value zeros.

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

       01  ws-situacao-atual                          pic x(120)      value spaces.

       01  ws-ind-fim-manutencao                      pic x(01)       value "N".
          88 ws-manutencao-eof                                       value "S".

       01  ws-data-hora-formatar                      pic 9(14)       value zeros.
       01  ws-data-hora-formatada                     pic x(16)       value spaces.

       01  ws-tab-janelas.
           03 ws-jnl-linha                           occurs 50 times.
              05 ws-jnl-cd-janela                     pic 9(07).
              05 ws-jnl-situacao                      pic x(01).
              05 ws-jnl-origem-desc                   pic x(15).
              05 ws-jnl-situacao-desc                 pic x(10).
              05 ws-jnl-inicio                        pic x(16).
              05 ws-jnl-fim-prevista                  pic x(16).
              05 ws-jnl-fim                           pic x(16).
              05 ws-jnl-motivo                        pic x(60).
              05 ws-jnl-operador                      pic x(10).
              05 ws-jnl-operador-encerramento          pic x(10).
       01  ws-jnl-qtd                                pic 9(03)       value zeros.
       01  ws-jnl-tab-idx                             pic 9(03)       value zeros.

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
      *>   1100-abrir-arquivos: MANUTENCAO.DAT é aberto só para a grade,
      *>   depois das ações (as gravações são do JanelaManutencao).
       1100-abrir-arquivos section.
       1100.
            open input sessao-arq
            .

       1100-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            if   ws-perfil-logado not = 3
                 move "Tela restrita ao supervisor."  to ws-mensagem-retorno
            else
                 move function current-date (1:14)    to ws-data-hora-agora
                 evaluate true
                     when ws-opcao-agendar
                          perform 1200-obter-campos-formulario
                          perform 2100-agendar-janela
                     when ws-opcao-cancelar
                          perform 1200-obter-campos-formulario
                          perform 2200-cancelar-janela
                     when ws-opcao-encerrar
                          perform 1200-obter-campos-formulario
                          perform 2300-encerrar-janela
                     when ws-opcao-iniciar-emergencia
                          perform 1200-obter-campos-formulario
                          perform 2400-iniciar-emergencia
                     when other
                          continue
                 end-evaluate
                 perform 2500-verificar-situacao
                 perform 2600-listar-janelas
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
       1200-obter-campos-formulario section.
       1200.
            exec html
                getfield( ws-form-cd-janela )
                getfield( ws-form-inicio )
                getfield( ws-form-fim )
                getfield( ws-form-horas )
                getfield( ws-form-motivo )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-agendar-janela: início e término em AAAAMMDDHHMM, o início
      *>   no futuro e o término depois dele.
       2100-agendar-janela section.
       2100.
            if   ws-form-inicio is not numeric
            or   ws-form-fim is not numeric
                 move "Informe inicio e termino (AAAAMMDDHHMM)." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-motivo = spaces
                 move "Informe o motivo da manutencao." to ws-mensagem-retorno
                 exit section
            end-if
            move zeros                               to ws-data-hora-inicio
            move zeros                               to ws-data-hora-fim
            move ws-form-inicio                      to ws-data-hora-inicio (1:12)
            move ws-form-fim                         to ws-data-hora-fim (1:12)
            if   ws-data-hora-inicio <= ws-data-hora-agora
                 move "O inicio deve ser futuro (para agora use Iniciar agora)."
                                                      to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-data-hora-fim <= ws-data-hora-inicio
                 move "O termino deve ser depois do inicio." to ws-mensagem-retorno
                 exit section
            end-if

            move "A"                                 to ws-jan-operacao
            move ws-operador-logado                  to ws-jan-operador
            move ws-form-motivo                      to ws-jan-motivo
            move ws-data-hora-inicio                  to ws-jan-data-hora-inicio
            move ws-data-hora-fim                     to ws-jan-data-hora-fim-informada
            call "JanelaManutencao" using ws-parametros-manutencao
            if   ws-jan-cd-janela = zeros
                 move "Erro ao agendar a janela."     to ws-mensagem-retorno
            else
                 move spaces                          to ws-mensagem-retorno
                 string "Janela " ws-jan-cd-janela " agendada."
                        delimited by size into ws-mensagem-retorno
                 move spaces                          to ws-form-manutencao
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
       2200-cancelar-janela section.
       2200.
            if   ws-form-cd-janela is not numeric
                 move "Informe a janela."             to ws-mensagem-retorno
                 exit section
            end-if
            move "C"                                 to ws-jan-operacao
            move ws-operador-logado                  to ws-jan-operador
            move ws-form-cd-janela                   to ws-jan-cd-janela
            call "JanelaManutencao" using ws-parametros-manutencao
            move "Janela agendada cancelada."         to ws-mensagem-retorno
            move spaces                              to ws-form-manutencao
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-encerrar-janela: encerramento antecipado pelo supervisor -
      *>   o sistema volta a aceitar logins e gravações na hora.
       2300-encerrar-janela section.
       2300.
            if   ws-form-cd-janela is not numeric
                 move "Informe a janela."             to ws-mensagem-retorno
                 exit section
            end-if
            move "E"                                 to ws-jan-operacao
            move ws-operador-logado                  to ws-jan-operador
            move ws-form-cd-janela                   to ws-jan-cd-janela
            call "JanelaManutencao" using ws-parametros-manutencao
            move "Janela encerrada."                  to ws-mensagem-retorno
            move spaces                              to ws-form-manutencao
            .

       2300-exit.
            exit.

      *>===================================================================================
       2400-iniciar-emergencia section.
       2400.
            if   ws-form-motivo = spaces
                 move "Informe o motivo da manutencao." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-horas is not numeric
            or   ws-form-horas = "00"
                 move "Informe a duracao prevista em horas (01 a 99)." to ws-mensagem-retorno
                 exit section
            end-if
            move "I"                                 to ws-jan-operacao
            move "E"                                 to ws-jan-origem
            move ws-operador-logado                  to ws-jan-operador
            move ws-form-motivo                      to ws-jan-motivo
            move ws-form-horas                       to ws-jan-horas-previstas
            call "JanelaManutencao" using ws-parametros-manutencao
            if   ws-jan-cd-janela = zeros
                 move "Erro ao iniciar a janela."     to ws-mensagem-retorno
            else
                 move spaces                          to ws-mensagem-retorno
                 string "Janela de emergencia " ws-jan-cd-janela " ativa."
                        delimited by size into ws-mensagem-retorno
                 move spaces                          to ws-form-manutencao
            end-if
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2500-verificar-situacao: a situação corrente (e as viradas
      *>   pelo relógio) antes de listar.
       2500-verificar-situacao section.
       2500.
            move "V"                                 to ws-jan-operacao
            call "JanelaManutencao" using ws-parametros-manutencao
            if   ws-jan-manutencao-ativa
                 move ws-jan-mensagem                 to ws-situacao-atual
            else
                 move "Sistema liberado - nenhuma janela de manutencao ativa."
                                                      to ws-situacao-atual
            end-if
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2600-listar-janelas: das mais recentes para as mais antigas
      *>   (mesma leitura para trás de 2110-obter-proxima-sessao em
      *>   Login.cbl).
       2600-listar-janelas section.
       2600.
            move zeros                               to ws-jnl-qtd
            open input manutencao-arq
            if   not ws-manutencao-ok
                 exit section
            end-if
            move "N"                                 to ws-ind-fim-manutencao
            move high-values                         to man-cd-janela
            start manutencao-arq key is less than man-cd-janela
                invalid key
                     set ws-manutencao-eof            to true
            end-start

            perform until ws-manutencao-eof
                    or ws-jnl-qtd >= ws-max-janelas-grade
                read manutencao-arq previous record
                    at end
                         set ws-manutencao-eof         to true
                    not at end
                         perform 2610-carregar-linha
                end-read
            end-perform
            close manutencao-arq
            .

       2600-exit.
            exit.

      *>===================================================================================
       2610-carregar-linha section.
       2610.
            add 1                                    to ws-jnl-qtd
            move man-cd-janela                       to ws-jnl-cd-janela(ws-jnl-qtd)
            move man-situacao                        to ws-jnl-situacao(ws-jnl-qtd)
            evaluate true
                when man-origem-cadeia
                     move "Cadeia noturna"            to ws-jnl-origem-desc(ws-jnl-qtd)
                when man-origem-restauracao
                     move "Restauração"               to ws-jnl-origem-desc(ws-jnl-qtd)
                when man-origem-agendada
                     move "Agendada"                  to ws-jnl-origem-desc(ws-jnl-qtd)
                when other
                     move "Emergência"                to ws-jnl-origem-desc(ws-jnl-qtd)
            end-evaluate
            evaluate true
                when man-agendada
                     move "Agendada"                  to ws-jnl-situacao-desc(ws-jnl-qtd)
                when man-ativa
                     move "ATIVA"                     to ws-jnl-situacao-desc(ws-jnl-qtd)
                when man-encerrada
                     move "Encerrada"                 to ws-jnl-situacao-desc(ws-jnl-qtd)
                when other
                     move "Cancelada"                 to ws-jnl-situacao-desc(ws-jnl-qtd)
            end-evaluate
            move man-data-hora-inicio                 to ws-data-hora-formatar
            perform 2690-formatar-data-hora
            move ws-data-hora-formatada               to ws-jnl-inicio(ws-jnl-qtd)
            move man-data-hora-fim-prevista           to ws-data-hora-formatar
            perform 2690-formatar-data-hora
            move ws-data-hora-formatada               to ws-jnl-fim-prevista(ws-jnl-qtd)
            move man-data-hora-fim                    to ws-data-hora-formatar
            perform 2690-formatar-data-hora
            move ws-data-hora-formatada               to ws-jnl-fim(ws-jnl-qtd)
            move man-motivo                          to ws-jnl-motivo(ws-jnl-qtd)
            move man-operador                        to ws-jnl-operador(ws-jnl-qtd)
            move man-operador-encerramento            to ws-jnl-operador-encerramento(ws-jnl-qtd)
            .

       2610-exit.
            exit.

      *>===================================================================================
       2690-formatar-data-hora section.
       2690.
            move spaces                              to ws-data-hora-formatada
            if   ws-data-hora-formatar = zeros
                 exit section
            end-if
            move ws-data-hora-formatar (7:2)          to ws-data-hora-formatada (1:2)
            move "/"                                 to ws-data-hora-formatada (3:1)
            move ws-data-hora-formatar (5:2)          to ws-data-hora-formatada (4:2)
            move "/"                                 to ws-data-hora-formatada (6:1)
            move ws-data-hora-formatar (1:4)          to ws-data-hora-formatada (7:4)
            move " "                                 to ws-data-hora-formatada (11:1)
            move ws-data-hora-formatar (9:2)          to ws-data-hora-formatada (12:2)
            move ":"                                 to ws-data-hora-formatada (14:1)
            move ws-data-hora-formatar (11:2)         to ws-data-hora-formatada (15:2)
            .

       2690-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
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
                <form name=frmManutencao id=frmManutencao method=post action="Manutencao.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=cdJanela id=cdJanela value="">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=6 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
            end-exec
            if   ws-perfil-logado not = 3
                 exec html
                </table>
                </form>
                </body>
                 end-exec
                 exit section
            end-if
            exec html
                    <tr>
                        <td colspan=6 class="situacao">:ws-situacao-atual</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Motivo&nbsp;</td>
                        <td colspan=5><input name=motivo size=60 maxlength=60 value=":ws-form-motivo" class="campo" tabIndex=1></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Início (AAAAMMDDHHMM)&nbsp;</td>
                        <td><input name=inicio size=12 maxlength=12 value=":ws-form-inicio" class="campo" tabIndex=2></td>
                        <td class=titulocampo>Término (AAAAMMDDHHMM)&nbsp;</td>
                        <td><input name=fim size=12 maxlength=12 value=":ws-form-fim" class="campo" tabIndex=3></td>
                        <td colspan=2>
                            <button class=botao name=BotAgendar onclick='TelAgendar();' style="width:90px;" tabindex=4><label>&nbsp;<U>A</U>gendar&nbsp;</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Duração (horas)&nbsp;</td>
                        <td><input name=horas size=2 maxlength=2 value=":ws-form-horas" class="campo" tabIndex=5></td>
                        <td colspan=4>
                            <button class=botao name=BotIniciar onclick='TelIniciarAgora();' style="width:140px;" tabindex=6><label>&nbsp;<U>I</U>niciar agora&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
            if   ws-jnl-qtd > 0
                 exec html
                    <tr>
                        <td colspan=6>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Janela</td>
                                    <td class=titulocampo>Origem</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Início</td>
                                    <td class=titulocampo>Término previsto</td>
                                    <td class=titulocampo>Fim</td>
                                    <td class=titulocampo>Motivo</td>
                                    <td class=titulocampo>Aberta por</td>
                                    <td class=titulocampo>Encerrada por</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-janelas
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
       8000-linhas-janelas section.
       8000.
            perform varying ws-jnl-tab-idx from 1 by 1
                    until ws-jnl-tab-idx > ws-jnl-qtd
                exec html
                    <tr>
                        <td>:ws-jnl-cd-janela(ws-jnl-tab-idx)</td>
                        <td>:ws-jnl-origem-desc(ws-jnl-tab-idx)</td>
                        <td><div align=center>:ws-jnl-situacao-desc(ws-jnl-tab-idx)</div></td>
                        <td>:ws-jnl-inicio(ws-jnl-tab-idx)</td>
                        <td>:ws-jnl-fim-prevista(ws-jnl-tab-idx)</td>
                        <td>:ws-jnl-fim(ws-jnl-tab-idx)</td>
                        <td>:ws-jnl-motivo(ws-jnl-tab-idx)</td>
                        <td>:ws-jnl-operador(ws-jnl-tab-idx)</td>
                        <td>:ws-jnl-operador-encerramento(ws-jnl-tab-idx)</td>
                end-exec
                evaluate ws-jnl-situacao(ws-jnl-tab-idx)
                    when "A"
                         exec html
                        <td><a onclick="CancelarJanela(':ws-jnl-cd-janela(ws-jnl-tab-idx)');" style="cursor:hand;">Cancelar</a></td>
                         end-exec
                    when "T"
                         exec html
                        <td><a onclick="EncerrarJanela(':ws-jnl-cd-janela(ws-jnl-tab-idx)');" style="cursor:hand;">Encerrar agora</a></td>
                         end-exec
                    when other
                         exec html
                        <td>&nbsp;</td>
                         end-exec
                end-evaluate
                exec html
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
                  .situacao {
                     font-weight: bold;
                     color: #8B0000;
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
                        document.all.frmManutencao.action = "Manutencao.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmManutencao.submit();
                    }

                    function TelAgendar() {
                        Submeter("10");
                    }

                    function TelIniciarAgora() {
                        if (confirm("Bloquear agora os logins e as gravacoes de todos os operadores?")) {
                            Submeter("40");
                        }
                    }

                    function CancelarJanela(janela) {
                        if (confirm("Confirma o cancelamento desta janela agendada?")) {
                            document.all.cdJanela.value = janela;
                            Submeter("20");
                        }
                    }

                    function EncerrarJanela(janela) {
                        if (confirm("Encerrar agora esta janela e liberar o sistema?")) {
                            document.all.cdJanela.value = janela;
                            Submeter("30");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
