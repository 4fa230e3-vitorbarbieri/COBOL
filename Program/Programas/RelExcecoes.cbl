      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelExcecoes.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                     Exceções Autorizadas pelo Supervisor
      *>            --------------------------------------------------------
      *>
      *>   Relatório das exceções autorizadas (mesmo molde de
      *>   RelPerdas.cbl): lê EXCECAO.DAT pela chave alternativa exc-data
      *>   dentro do período informado (dataIni=/dataFim= aaaammdd; vazio
      *>   assume o dia corrente - o relatório diário; o atalho "Mês
      *>   corrente" pede o mês) e mostra os totais por tipo de exceção,
      *>   o ranking por supervisor que autorizou e por vendedor que
      *>   solicitou (mais exceções primeiro, bolha de
      *>   2400-ordenar-por-valor em ClientesSilentes.cbl) e o
      *>   detalhamento: quem autorizou o quê, para qual cliente/pedido,
      *>   o valor envolvido e o motivo. Restrito ao supervisor. Chamado
      *>   pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select excecao-arq assign        to "EXCECAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is exc-cd-excecao
                  alternate record key       is exc-data with duplicates
                  file status                is ws-status-excecao.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  excecao-arq.
       copy "EXCECAO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-excecao                     pic x(02)       value "00".
              88 ws-excecao-ok                                      value "00".
              88 ws-excecao-nao-encontrado                          value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-data-inicial                        pic 9(08)       value zeros.
           03 ws-data-final                          pic 9(08)       value zeros.
       01  ws-lixo-unstring                          pic x(200)      value spaces.
       01  ws-form-sessao                            pic 9(10)       value zeros.
       01  ws-perfil-logado                           pic 9(01)       value 1.
       01  ws-ind-acesso-negado                       pic x(01)       value "N".
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.

      *>   Atalhos do formulário: o dia corrente e o mês corrente.
       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-data-inicio-mes                         pic 9(08)       value zeros.
       01  ws-data-fim-mes                            pic 9(08)       value zeros.

       01  ws-ind-fim-excecao                        pic x(01)       value "N".
          88 ws-excecao-eof                                         value "S".

      *>   Totais por tipo (exc-tipo 1 a 13, EXCECAO.CPY).
       01  ws-tab-tipos.
           03 ws-tip-linha                           occurs 13 times.
              05 ws-tip-qtd                          pic 9(05).
              05 ws-tip-valor                        pic 9(11)v9(02).
       01  ws-tip-idx                                pic 9(02)       value zeros.
       01  ws-tip-descricao                           pic x(40)       value spaces.

       01  ws-tab-excecoes.
           03 ws-exc-linha                           occurs 300 times.
              05 ws-exc-r-data                        pic 9(08).
              05 ws-exc-r-hora                        pic 9(06).
              05 ws-exc-r-tipo                        pic 9(02).
              05 ws-exc-r-autorizador                 pic x(10).
              05 ws-exc-r-solicitante                 pic x(10).
              05 ws-exc-r-cd-vendedor                 pic 9(05).
              05 ws-exc-r-cd-cliente                  pic 9(05).
              05 ws-exc-r-documento                   pic x(12).
              05 ws-exc-r-valor                       pic 9(11)v9(02).
              05 ws-exc-r-motivo                      pic x(60).
       01  ws-exc-qtd                                pic 9(03)       value zeros.
       01  ws-exc-tab-idx                             pic 9(03)       value zeros.
       01  ws-ind-detalhe-truncado                     pic x(01)       value "N".
          88 ws-detalhe-truncado                                      value "S".

      *>   Ranking por supervisor que autorizou.
       01  ws-tab-supervisores.
           03 ws-sup-linha                           occurs 50 times.
              05 ws-sup-r-operador                    pic x(10).
              05 ws-sup-r-qtd                         pic 9(05).
              05 ws-sup-r-valor                       pic 9(11)v9(02).
       01  ws-sup-qtd                                pic 9(03)       value zeros.
       01  ws-sup-idx                                pic 9(03)       value zeros.
       01  ws-sup-tab-idx                             pic 9(03)       value zeros.
       01  ws-sup-achou                              pic x(01)       value "N".
          88 ws-sup-na-tabela                                        value "S".
       01  ws-sup-linha-troca                         pic x(28)       value spaces.

      *>   Ranking por vendedor que solicitou (zeros = sem vendedor:
      *>   inventário, operador).
       01  ws-tab-vendedores.
           03 ws-vnd-linha                           occurs 50 times.
              05 ws-vnd-r-cd                          pic 9(05).
              05 ws-vnd-r-qtd                         pic 9(05).
              05 ws-vnd-r-valor                       pic 9(11)v9(02).
       01  ws-vnd-qtd                                pic 9(03)       value zeros.
       01  ws-vnd-idx                                pic 9(03)       value zeros.
       01  ws-vnd-tab-idx                             pic 9(03)       value zeros.
       01  ws-vnd-achou                              pic x(01)       value "N".
          88 ws-vnd-na-tabela                                        value "S".
       01  ws-vnd-linha-troca                         pic x(23)       value spaces.

       01  ws-ind-houve-troca                         pic x(01)       value "N".
          88 ws-houve-troca                                          value "S".

       01  ws-total-qtd-excecoes                       pic 9(05)       value zeros.
       01  ws-total-valor-excecoes                     pic 9(11)v9(02) value zeros.

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
            open input excecao-arq
            if   ws-excecao-nao-encontrado
                 open output excecao-arq
                 close excecao-arq
                 open input excecao-arq
            end-if
            open input sessao-arq

            initialize ws-tab-tipos
            perform 1150-obter-parametros
            perform 1160-obter-perfil-logado
            if   ws-perfil-logado not = 3
                 set ws-acesso-negado                to true
            else
                 perform 1200-apurar-excecoes
                 perform 1400-ordenar-rankings
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1150-obter-parametros section.
       1150.
            move function current-date (1:8)          to ws-data-hoje
            move ws-data-hoje                        to ws-data-inicio-mes
            move 01                                  to ws-data-inicio-mes (7:2)
            move ws-data-hoje                        to ws-data-fim-mes
            move 31                                  to ws-data-fim-mes (7:2)

            move zeros                               to ws-data-inicial
            move zeros                               to ws-data-final
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string not = spaces
                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "dataIni=" into ws-lixo-unstring
                                                                     ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor(1:8) is numeric
                      move ws-param-valor(1:8)         to ws-data-inicial
                 end-if

                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "dataFim=" into ws-lixo-unstring
                                                                     ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor(1:8) is numeric
                      move ws-param-valor(1:8)         to ws-data-final
                 end-if
            end-if
            move spaces                              to ws-lixo-unstring

            if   ws-data-inicial = zeros
                 move ws-data-hoje                    to ws-data-inicial
            end-if
            if   ws-data-final = zeros
                 move ws-data-inicial                 to ws-data-final
            end-if
            .

       1150-exit.
            exit.

      *>===================================================================================
       1160-obter-perfil-logado section.
       1160.
            move spaces                              to ws-param-resto
            unstring ws-query-string delimited by "sessao=" into ws-lixo-unstring
                                                                ws-param-resto
            move spaces                              to ws-param-valor
            unstring ws-param-resto delimited by "&" into ws-param-valor
            if   ws-param-valor = spaces
                 exit section
            end-if
            move function numval(ws-param-valor)     to ws-form-sessao
            if   ws-form-sessao = zeros
                 exit section
            end-if
            move ws-form-sessao                     to ses-id
            read sessao-arq
                key is ses-id
                invalid key
                     continue
                not invalid key
                     if   ses-perfil >= 1 and ses-perfil <= 3
                          move ses-perfil              to ws-perfil-logado
                     end-if
            end-read
            .

       1160-exit.
            exit.

      *>===================================================================================
       1200-apurar-excecoes section.
       1200.
            move ws-data-inicial                     to exc-data
            start excecao-arq key is greater than or equal exc-data
                invalid key
                     set ws-excecao-eof               to true
            end-start

            perform until ws-excecao-eof
                read excecao-arq next record
                    at end
                         set ws-excecao-eof            to true
                    not at end
                         if   exc-data > ws-data-final
                              set ws-excecao-eof        to true
                         else
                              if   exc-tipo-valido
                                   perform 1210-acumular-excecao
                              end-if
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
       1210-acumular-excecao section.
       1210.
            add 1                                    to ws-total-qtd-excecoes
            add exc-valor                            to ws-total-valor-excecoes
            add 1                                    to ws-tip-qtd(exc-tipo)
            add exc-valor                            to ws-tip-valor(exc-tipo)

            if   ws-exc-qtd < 300
                 add 1                                to ws-exc-qtd
                 move exc-data                        to ws-exc-r-data(ws-exc-qtd)
                 move exc-hora                        to ws-exc-r-hora(ws-exc-qtd)
                 move exc-tipo                        to ws-exc-r-tipo(ws-exc-qtd)
                 move exc-autorizador                 to ws-exc-r-autorizador(ws-exc-qtd)
                 move exc-solicitante                 to ws-exc-r-solicitante(ws-exc-qtd)
                 move exc-cd-vendedor                 to ws-exc-r-cd-vendedor(ws-exc-qtd)
                 move exc-cd-cliente                  to ws-exc-r-cd-cliente(ws-exc-qtd)
                 move exc-documento                   to ws-exc-r-documento(ws-exc-qtd)
                 move exc-valor                       to ws-exc-r-valor(ws-exc-qtd)
                 move exc-motivo                      to ws-exc-r-motivo(ws-exc-qtd)
            else
                 set ws-detalhe-truncado              to true
            end-if

            perform 1220-acumular-supervisor
            perform 1230-acumular-vendedor
            .

       1210-exit.
            exit.

      *>===================================================================================
       1220-acumular-supervisor section.
       1220.
            move "N"                                 to ws-sup-achou
            perform varying ws-sup-idx from 1 by 1
                    until ws-sup-idx > ws-sup-qtd
                    or ws-sup-na-tabela
                if   ws-sup-r-operador(ws-sup-idx) = exc-autorizador
                     move "S"                         to ws-sup-achou
                end-if
            end-perform
            if   ws-sup-na-tabela
                 subtract 1                           from ws-sup-idx
            else
                 if   ws-sup-qtd >= 50
                      exit section
                 end-if
                 add 1                                to ws-sup-qtd
                 move ws-sup-qtd                      to ws-sup-idx
                 move exc-autorizador                 to ws-sup-r-operador(ws-sup-idx)
                 move zeros                           to ws-sup-r-qtd(ws-sup-idx)
                 move zeros                           to ws-sup-r-valor(ws-sup-idx)
            end-if
            add 1                                    to ws-sup-r-qtd(ws-sup-idx)
            add exc-valor                            to ws-sup-r-valor(ws-sup-idx)
            .

       1220-exit.
            exit.

      *>===================================================================================
       1230-acumular-vendedor section.
       1230.
            move "N"                                 to ws-vnd-achou
            perform varying ws-vnd-idx from 1 by 1
                    until ws-vnd-idx > ws-vnd-qtd
                    or ws-vnd-na-tabela
                if   ws-vnd-r-cd(ws-vnd-idx) = exc-cd-vendedor
                     move "S"                         to ws-vnd-achou
                end-if
            end-perform
            if   ws-vnd-na-tabela
                 subtract 1                           from ws-vnd-idx
            else
                 if   ws-vnd-qtd >= 50
                      exit section
                 end-if
                 add 1                                to ws-vnd-qtd
                 move ws-vnd-qtd                      to ws-vnd-idx
                 move exc-cd-vendedor                 to ws-vnd-r-cd(ws-vnd-idx)
                 move zeros                           to ws-vnd-r-qtd(ws-vnd-idx)
                 move zeros                           to ws-vnd-r-valor(ws-vnd-idx)
            end-if
            add 1                                    to ws-vnd-r-qtd(ws-vnd-idx)
            add exc-valor                            to ws-vnd-r-valor(ws-vnd-idx)
            .

       1230-exit.
            exit.

      *>===================================================================================
      *>   1400-ordenar-rankings: supervisores e vendedores do maior para
      *>   o menor número de exceções.
       1400-ordenar-rankings section.
       1400.
            move "S"                                 to ws-ind-houve-troca
            perform until not ws-houve-troca
                move "N"                             to ws-ind-houve-troca
                perform varying ws-sup-idx from 1 by 1
                        until ws-sup-idx >= ws-sup-qtd
                    if   ws-sup-r-qtd(ws-sup-idx)
                         < ws-sup-r-qtd(ws-sup-idx + 1)
                         move ws-sup-linha(ws-sup-idx)     to ws-sup-linha-troca
                         move ws-sup-linha(ws-sup-idx + 1)  to ws-sup-linha(ws-sup-idx)
                         move ws-sup-linha-troca            to ws-sup-linha(ws-sup-idx + 1)
                         move "S"                          to ws-ind-houve-troca
                    end-if
                end-perform
            end-perform

            move "S"                                 to ws-ind-houve-troca
            perform until not ws-houve-troca
                move "N"                             to ws-ind-houve-troca
                perform varying ws-vnd-idx from 1 by 1
                        until ws-vnd-idx >= ws-vnd-qtd
                    if   ws-vnd-r-qtd(ws-vnd-idx)
                         < ws-vnd-r-qtd(ws-vnd-idx + 1)
                         move ws-vnd-linha(ws-vnd-idx)     to ws-vnd-linha-troca
                         move ws-vnd-linha(ws-vnd-idx + 1)  to ws-vnd-linha(ws-vnd-idx)
                         move ws-vnd-linha-troca            to ws-vnd-linha(ws-vnd-idx + 1)
                         move "S"                          to ws-ind-houve-troca
                    end-if
                end-perform
            end-perform
            .

       1400-exit.
            exit.

      *>===================================================================================
      *>   1500-descrever-tipo: nome do tipo ws-tip-idx para a tela.
       1500-descrever-tipo section.
       1500.
            evaluate ws-tip-idx
                when 1
                     move "Desconto acima do teto"      to ws-tip-descricao
                when 2
                     move "Margem abaixo do minimo"     to ws-tip-descricao
                when 3
                     move "Bonificacao acima da verba"  to ws-tip-descricao
                when 4
                     move "Pedido de cliente bloqueado" to ws-tip-descricao
                when 5
                     move "Limite de credito excedido"  to ws-tip-descricao
                when 6
                     move "Baixa por perda"             to ws-tip-descricao
                when 7
                     move "Ajuste de inventario"        to ws-tip-descricao
                when 8
                     move "Liberacao de bloqueio de edicao" to ws-tip-descricao
                when 9
                     move "Desbloqueio de operador"     to ws-tip-descricao
                when 10
                     move "Reativacao de cliente"       to ws-tip-descricao
                when 11
                     move "Dispensa de juros e multa"   to ws-tip-descricao
                when 12
                     move "Frete informado"             to ws-tip-descricao
                when 13
                     move "Descarte de lote recolhido"  to ws-tip-descricao
                when other
                     move spaces                       to ws-tip-descricao
            end-evaluate
            .

       1500-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 8000-tela
            .

       2000-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close excecao-arq
            close sessao-arq
            .

       3000-exit.
            exit.

      *>===================================================================================
       8000-tela section.
       8000.
            perform 8000-style
            exec html
                <body bgcolor=#D3D3D3>
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=9 class="titulo-relatorio">Exceções autorizadas de :ws-data-inicial a :ws-data-final</td>
                    </tr>
                    <tr>
                        <td colspan=9>
                            <form name=frmExcecoes method=get action="RelExcecoes.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            De (AAAAMMDD): <input name=dataIni size=8 maxlength=8 value=":ws-data-inicial" class="campo">
                            Até: <input name=dataFim size=8 maxlength=8 value=":ws-data-final" class="campo">
                            <button>Apurar</button>
                            <a href="RelExcecoes.exe?dataIni=:ws-data-hoje&dataFim=:ws-data-hoje&sessao=:ws-form-sessao">Hoje</a>
                            <a href="RelExcecoes.exe?dataIni=:ws-data-inicio-mes&dataFim=:ws-data-fim-mes&sessao=:ws-form-sessao">Mês corrente</a>
                            </form>
                        </td>
                    </tr>
            end-exec
            evaluate true
                when ws-acesso-negado
                     exec html
                    <tr>
                        <td colspan=9>Relatório restrito ao supervisor.</td>
                    </tr>
                     end-exec
                when ws-total-qtd-excecoes = 0
                     exec html
                    <tr>
                        <td colspan=9>Nenhuma exceção registrada no período.</td>
                    </tr>
                     end-exec
                when other
                     perform 8000-totais-tipo
                     perform 8000-ranking-supervisor
                     perform 8000-ranking-vendedor
                     perform 8000-detalhe-excecoes
            end-evaluate
            exec html
                </table>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-totais-tipo section.
       8000.
            exec html
                    <tr>
                        <td colspan=9 class="titulo-relatorio">Totais por tipo</td>
                    </tr>
                    <tr>
                        <td class=titulocampo colspan=5>Tipo</td>
                        <td class=titulocampo colspan=2>Exceções</td>
                        <td class=titulocampo colspan=2>Valor envolvido</td>
                    </tr>
            end-exec
            perform varying ws-tip-idx from 1 by 1
                    until ws-tip-idx > 13
                if   ws-tip-qtd(ws-tip-idx) > zeros
                     perform 1500-descrever-tipo
                     exec html
                    <tr>
                        <td colspan=5>:ws-tip-descricao</td>
                        <td colspan=2><div align=right>:ws-tip-qtd(ws-tip-idx)</div></td>
                        <td colspan=2><div align=right>:ws-tip-valor(ws-tip-idx)</div></td>
                    </tr>
                     end-exec
                end-if
            end-perform
            exec html
                    <tr>
                        <td colspan=5 class=titulocampo>Total geral</td>
                        <td colspan=2><div align=right>:ws-total-qtd-excecoes</div></td>
                        <td colspan=2><div align=right>:ws-total-valor-excecoes</div></td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-ranking-supervisor section.
       8000.
            exec html
                    <tr>
                        <td colspan=9 class="titulo-relatorio">Ranking por supervisor (quem autorizou)</td>
                    </tr>
                    <tr>
                        <td class=titulocampo colspan=5>Supervisor</td>
                        <td class=titulocampo colspan=2>Exceções</td>
                        <td class=titulocampo colspan=2>Valor envolvido</td>
                    </tr>
            end-exec
            perform varying ws-sup-tab-idx from 1 by 1
                    until ws-sup-tab-idx > ws-sup-qtd
                exec html
                    <tr>
                        <td colspan=5>:ws-sup-r-operador(ws-sup-tab-idx)</td>
                        <td colspan=2><div align=right>:ws-sup-r-qtd(ws-sup-tab-idx)</div></td>
                        <td colspan=2><div align=right>:ws-sup-r-valor(ws-sup-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-ranking-vendedor section.
       8000.
            exec html
                    <tr>
                        <td colspan=9 class="titulo-relatorio">Ranking por vendedor (quem solicitou)</td>
                    </tr>
                    <tr>
                        <td class=titulocampo colspan=5>Vendedor (0 = sem vendedor)</td>
                        <td class=titulocampo colspan=2>Exceções</td>
                        <td class=titulocampo colspan=2>Valor envolvido</td>
                    </tr>
            end-exec
            perform varying ws-vnd-tab-idx from 1 by 1
                    until ws-vnd-tab-idx > ws-vnd-qtd
                exec html
                    <tr>
                        <td colspan=5>:ws-vnd-r-cd(ws-vnd-tab-idx)</td>
                        <td colspan=2><div align=right>:ws-vnd-r-qtd(ws-vnd-tab-idx)</div></td>
                        <td colspan=2><div align=right>:ws-vnd-r-valor(ws-vnd-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-detalhe-excecoes section.
       8000.
            exec html
                    <tr>
                        <td colspan=9 class="titulo-relatorio">Detalhamento</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Data/Hora</td>
                        <td class=titulocampo>Tipo</td>
                        <td class=titulocampo>Autorizou</td>
                        <td class=titulocampo>Solicitou</td>
                        <td class=titulocampo>Vendedor</td>
                        <td class=titulocampo>Cliente</td>
                        <td class=titulocampo>Documento</td>
                        <td class=titulocampo>Valor</td>
                        <td class=titulocampo>Motivo</td>
                    </tr>
            end-exec
            perform varying ws-exc-tab-idx from 1 by 1
                    until ws-exc-tab-idx > ws-exc-qtd
                move ws-exc-r-tipo(ws-exc-tab-idx)    to ws-tip-idx
                perform 1500-descrever-tipo
                exec html
                    <tr>
                        <td>:ws-exc-r-data(ws-exc-tab-idx) :ws-exc-r-hora(ws-exc-tab-idx)</td>
                        <td>:ws-tip-descricao</td>
                        <td>:ws-exc-r-autorizador(ws-exc-tab-idx)</td>
                        <td>:ws-exc-r-solicitante(ws-exc-tab-idx)</td>
                        <td>:ws-exc-r-cd-vendedor(ws-exc-tab-idx)</td>
                        <td>:ws-exc-r-cd-cliente(ws-exc-tab-idx)</td>
                        <td>:ws-exc-r-documento(ws-exc-tab-idx)</td>
                        <td><div align=right>:ws-exc-r-valor(ws-exc-tab-idx)</div></td>
                        <td>:ws-exc-r-motivo(ws-exc-tab-idx)</td>
                    </tr>
                end-exec
            end-perform
            if   ws-detalhe-truncado
                 exec html
                    <tr>
                        <td colspan=9>Detalhamento limitado às primeiras 300 exceções; totais e rankings cobrem todas.</td>
                    </tr>
                 end-exec
            end-if
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
            exec html
               <style>
                  .titulo-relatorio {
                     font-size: 20px;
                     font-weight: bold;
                  }
                  .titulocampo {
                     text-align: left;
                     background: #DDDDDD;
                  }
                  .campo {
                     border: 1px solid gray;
                  }
               </style>
            end-exec
            .

       8000-exit.
            exit.
