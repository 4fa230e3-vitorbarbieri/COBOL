      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelAtendimento.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                       SLA do Atendimento ao Cliente (SAC)
      *>            --------------------------------------------------------
      *>
      *>   Posição dos protocolos pendentes (Aberto e Em atendimento) de
      *>   SAC.DAT (mesmo molde de RelConsignacao.cbl): resume por tipo de
      *>   reclamação e operador responsável quantos estão abertos,
      *>   quantos já passaram do prazo do SLA e quantos vencem hoje, e
      *>   lista um a um os vencidos com os dias de atraso. cdCliente= na
      *>   URL limita a um cliente (chave alternativa sac-cd-cliente).
      *>   Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select sac-arq assign            to "SAC.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sac-cd-protocolo
                  alternate record key       is sac-cd-cliente with duplicates
                  file status                is ws-status-sac.
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
       fd  sac-arq.
       copy "SAC.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-sac                          pic x(02)       value "00".
              88 ws-sac-ok                                          value "00".
              88 ws-sac-nao-encontrado                              value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-cd-cliente-filtro                   pic 9(05)       value zeros.
       01  ws-lixo-unstring                          pic x(200)      value spaces.
       01  ws-form-sessao                            pic 9(10)       value zeros.
       01  ws-perfil-logado                           pic 9(01)       value 1.
       01  ws-ind-acesso-negado                       pic x(01)       value "N".
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.

       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-ind-fim-varredura                      pic x(01)       value "N".
          88 ws-varredura-eof                                       value "S".
       01  ws-tipo-descricao                         pic x(20)       value spaces.

      *>   Resumo por tipo de reclamação e operador responsável.
       01  ws-tab-resumo.
           03 ws-res-linha                           occurs 100 times.
              05 ws-res-tipo                          pic 9(01).
              05 ws-res-tipo-descricao                pic x(20).
              05 ws-res-operador                      pic x(10).
              05 ws-res-abertos                       pic 9(05).
              05 ws-res-vencidos                      pic 9(05).
              05 ws-res-vencem-hoje                   pic 9(05).
              05 ws-res-classe                        pic x(10).
       01  ws-res-qtd                                pic 9(03)       value zeros.
       01  ws-res-tab-idx                            pic 9(03)       value zeros.
       01  ws-res-achado                             pic 9(03)       value zeros.

      *>   Protocolos com prazo vencido, um por linha.
       01  ws-tab-vencidos.
           03 ws-ven-linha                           occurs 500 times.
              05 ws-ven-cd-protocolo                  pic 9(07).
              05 ws-ven-tipo-descricao                pic x(20).
              05 ws-ven-cd-cliente                    pic 9(05).
              05 ws-ven-razao-social                  pic x(40).
              05 ws-ven-cd-pedido                     pic 9(07).
              05 ws-ven-data-abertura                 pic 9(08).
              05 ws-ven-data-prazo                    pic 9(08).
              05 ws-ven-dias-atraso                   pic 9(05).
              05 ws-ven-operador                      pic x(10).
       01  ws-ven-qtd                                pic 9(03)       value zeros.
       01  ws-ven-tab-idx                            pic 9(03)       value zeros.
       01  ws-ind-apuracao-parcial                    pic x(01)       value "N".
          88 ws-apuracao-parcial                                     value "S".

       01  ws-total-abertos                          pic 9(07)       value zeros.
       01  ws-total-vencidos                         pic 9(07)       value zeros.
       01  ws-total-vencem-hoje                      pic 9(07)       value zeros.

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
            move function current-date (1:8)         to ws-data-hoje
            perform 1100-abrir-arquivos
            perform 1150-obter-parametros
            perform 1160-obter-perfil-logado
            if   ws-perfil-logado < 2
                 set ws-acesso-negado                to true
            else
                 perform 1200-apurar-protocolos
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open input sac-arq
            if   ws-sac-nao-encontrado
                 open output sac-arq
                 close sac-arq
                 open input sac-arq
            end-if
            open input cliente-arq
            open input sessao-arq
            .

       1100-exit.
            exit.

      *>===================================================================================
       1150-obter-parametros section.
       1150.
            move zeros                               to ws-cd-cliente-filtro
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string not = spaces
                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "cdCliente=" into ws-lixo-unstring
                                                                     ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor not = spaces
                      move function numval(ws-param-valor) to ws-cd-cliente-filtro
                 end-if
            end-if
            move spaces                              to ws-lixo-unstring
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
      *>   1200-apurar-protocolos: protocolos em ordem de cliente (chave
      *>   alternativa sac-cd-cliente); com filtro, só os do cliente
      *>   informado. Resolvidos e cancelados ficam de fora.
       1200-apurar-protocolos section.
       1200.
            move zeros                               to ws-res-qtd
            move zeros                               to ws-ven-qtd
            move zeros                               to ws-total-abertos
            move zeros                               to ws-total-vencidos
            move zeros                               to ws-total-vencem-hoje
            move "N"                                 to ws-ind-fim-varredura
            move ws-cd-cliente-filtro                to sac-cd-cliente
            start sac-arq key is greater than or equal sac-cd-cliente
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read sac-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ws-cd-cliente-filtro not = zeros
                         and  sac-cd-cliente not = ws-cd-cliente-filtro
                              set ws-varredura-eof      to true
                         else
                              if   sac-pendente
                                   perform 1300-acumular-protocolo
                              end-if
                         end-if
                end-read
            end-perform
            perform varying ws-res-tab-idx from 1 by 1
                    until ws-res-tab-idx > ws-res-qtd
                if   ws-res-vencidos(ws-res-tab-idx) > zeros
                     move "vencido"                   to ws-res-classe(ws-res-tab-idx)
                else
                     move spaces                      to ws-res-classe(ws-res-tab-idx)
                end-if
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1300-acumular-protocolo: soma o protocolo na linha do seu tipo
      *>   e responsável e, se o prazo já passou, inclui na lista de
      *>   vencidos.
       1300-acumular-protocolo section.
       1300.
            evaluate sac-tipo
                when 1
                     move "Item errado"               to ws-tipo-descricao
                when 2
                     move "Atraso na entrega"         to ws-tipo-descricao
                when 3
                     move "Mercadoria avariada"       to ws-tipo-descricao
                when 4
                     move "Cobranca"                  to ws-tipo-descricao
                when other
                     move "Outros"                    to ws-tipo-descricao
            end-evaluate

            move zeros                               to ws-res-achado
            perform varying ws-res-tab-idx from 1 by 1
                    until ws-res-tab-idx > ws-res-qtd
                       or ws-res-achado not = zeros
                if   ws-res-tipo(ws-res-tab-idx) = sac-tipo
                and  ws-res-operador(ws-res-tab-idx) = sac-operador-responsavel
                     move ws-res-tab-idx              to ws-res-achado
                end-if
            end-perform
            if   ws-res-achado = zeros
                 if   ws-res-qtd >= 100
                      set ws-apuracao-parcial         to true
                      exit section
                 end-if
                 add 1                                to ws-res-qtd
                 move ws-res-qtd                      to ws-res-achado
                 move sac-tipo                        to ws-res-tipo(ws-res-achado)
                 move ws-tipo-descricao               to ws-res-tipo-descricao(ws-res-achado)
                 move sac-operador-responsavel        to ws-res-operador(ws-res-achado)
                 move zeros                           to ws-res-abertos(ws-res-achado)
                 move zeros                           to ws-res-vencidos(ws-res-achado)
                 move zeros                           to ws-res-vencem-hoje(ws-res-achado)
            end-if

            add 1                                    to ws-res-abertos(ws-res-achado)
            add 1                                    to ws-total-abertos
            evaluate true
                when sac-data-prazo = ws-data-hoje
                     add 1                            to ws-res-vencem-hoje(ws-res-achado)
                     add 1                            to ws-total-vencem-hoje
                when sac-data-prazo < ws-data-hoje
                     add 1                            to ws-res-vencidos(ws-res-achado)
                     add 1                            to ws-total-vencidos
                     perform 1310-incluir-vencido
                when other
                     continue
            end-evaluate
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-incluir-vencido section.
       1310.
            if   ws-ven-qtd >= 500
                 set ws-apuracao-parcial             to true
                 exit section
            end-if
            add 1                                    to ws-ven-qtd
            move sac-cd-protocolo                    to ws-ven-cd-protocolo(ws-ven-qtd)
            move ws-tipo-descricao                   to ws-ven-tipo-descricao(ws-ven-qtd)
            move sac-cd-cliente                      to ws-ven-cd-cliente(ws-ven-qtd)
            move sac-cd-pedido                       to ws-ven-cd-pedido(ws-ven-qtd)
            move sac-data-abertura                   to ws-ven-data-abertura(ws-ven-qtd)
            move sac-data-prazo                      to ws-ven-data-prazo(ws-ven-qtd)
            move sac-operador-responsavel            to ws-ven-operador(ws-ven-qtd)
            compute ws-ven-dias-atraso(ws-ven-qtd) =
                    function integer-of-date(ws-data-hoje)
                  - function integer-of-date(sac-data-prazo)
            move spaces                              to ws-ven-razao-social(ws-ven-qtd)
            move sac-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social            to ws-ven-razao-social(ws-ven-qtd)
            end-read
            .

       1310-exit.
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
            close sac-arq
            close cliente-arq
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
                        <td colspan=8 class="titulo-relatorio">SLA do Atendimento ao Cliente (SAC)</td>
                    </tr>
                    <tr>
                        <td colspan=8>
                            <form name=frmRelAtendimento method=get action="RelAtendimento.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Cliente (vazio = todos): <input name=cdCliente size=5 maxlength=5 value="" class="campo">
                            <button>Apurar</button>
                            </form>
                        </td>
                    </tr>
            end-exec
            evaluate true
                when ws-acesso-negado
                     exec html
                    <tr>
                        <td colspan=8>Relatório restrito aos perfis de vendas e supervisor.</td>
                    </tr>
                     end-exec
                when ws-res-qtd = 0
                     exec html
                    <tr>
                        <td colspan=8>Nenhum protocolo pendente.</td>
                    </tr>
                     end-exec
                when other
                     exec html
                    <tr>
                        <td colspan=8 class=titulo-cliente>Pendentes por tipo e responsável</td>
                    </tr>
                    <tr>
                        <td colspan=3 class=titulocampo>Tipo</td>
                        <td colspan=2 class=titulocampo>Responsável</td>
                        <td class=titulocampo>Pendentes</td>
                        <td class=titulocampo>Vencidos</td>
                        <td class=titulocampo>Vencem hoje</td>
                    </tr>
                     end-exec
                     perform 8000-linhas-resumo
                     exec html
                    <tr>
                        <td colspan=5 class=titulocampo>Total</td>
                        <td class=titulocampo><div align=center>:ws-total-abertos</div></td>
                        <td class=titulocampo><div align=center>:ws-total-vencidos</div></td>
                        <td class=titulocampo><div align=center>:ws-total-vencem-hoje</div></td>
                    </tr>
                     end-exec
                     if   ws-ven-qtd > 0
                          exec html
                    <tr>
                        <td colspan=8 class=titulo-cliente>Protocolos com prazo vencido</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Protocolo</td>
                        <td class=titulocampo>Tipo</td>
                        <td class=titulocampo>Cliente</td>
                        <td class=titulocampo>Pedido</td>
                        <td class=titulocampo>Abertura</td>
                        <td class=titulocampo>Prazo</td>
                        <td class=titulocampo>Dias de atraso</td>
                        <td class=titulocampo>Responsável</td>
                    </tr>
                          end-exec
                          perform 8000-linhas-vencidos
                     end-if
            end-evaluate
            if   ws-apuracao-parcial
                 exec html
                    <tr>
                        <td colspan=8>Apuração parcial: limite de linhas do relatório atingido.</td>
                    </tr>
                 end-exec
            end-if
            exec html
                </table>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-resumo section.
       8000.
            perform varying ws-res-tab-idx from 1 by 1
                    until ws-res-tab-idx > ws-res-qtd
                exec html
                    <tr class=":ws-res-classe(ws-res-tab-idx)">
                        <td colspan=3>:ws-res-tipo-descricao(ws-res-tab-idx)</td>
                        <td colspan=2>:ws-res-operador(ws-res-tab-idx)</td>
                        <td><div align=center>:ws-res-abertos(ws-res-tab-idx)</div></td>
                        <td><div align=center>:ws-res-vencidos(ws-res-tab-idx)</div></td>
                        <td><div align=center>:ws-res-vencem-hoje(ws-res-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-vencidos section.
       8000.
            perform varying ws-ven-tab-idx from 1 by 1
                    until ws-ven-tab-idx > ws-ven-qtd
                exec html
                    <tr>
                        <td>:ws-ven-cd-protocolo(ws-ven-tab-idx)</td>
                        <td>:ws-ven-tipo-descricao(ws-ven-tab-idx)</td>
                        <td>:ws-ven-cd-cliente(ws-ven-tab-idx) - :ws-ven-razao-social(ws-ven-tab-idx)</td>
                        <td>:ws-ven-cd-pedido(ws-ven-tab-idx)</td>
                        <td><div align=center>:ws-ven-data-abertura(ws-ven-tab-idx)</div></td>
                        <td><div align=center>:ws-ven-data-prazo(ws-ven-tab-idx)</div></td>
                        <td><div align=center>:ws-ven-dias-atraso(ws-ven-tab-idx)</div></td>
                        <td>:ws-ven-operador(ws-ven-tab-idx)</td>
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
                  .titulo-relatorio {
                     font-size: 20px;
                     font-weight: bold;
                  }
                  .titulo-cliente {
                     font-weight: bold;
                     background: #C0C0C0;
                  }
                  .titulocampo {
                     text-align: left;
                     background: #DDDDDD;
                  }
                  .campo {
                     border: 1px solid gray;
                  }
                  .vencido {
                     color: red;
                  }
               </style>
            end-exec
            .

       8000-exit.
            exit.
