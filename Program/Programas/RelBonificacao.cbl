      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelBonificacao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                    Bonificações por Vendedor e Cliente
      *>            --------------------------------------------------------
      *>
      *>   Relatório mensal das bonificações (mesmo molde de
      *>   RelMetas.cbl): para o mês informado (anoMes= aaaamm na URL;
      *>   vazio assume o mês corrente) mostra, por vendedor, a verba de
      *>   bonificação e o consumo registrados em META-VENDEDOR.DAT e,
      *>   abaixo, o que foi bonificado a cada cliente - quantidade,
      *>   custo e valor de tabela dos itens bonificados dos pedidos cuja
      *>   bonificação foi lançada no mês (ped-ano-mes-bonificacao;
      *>   pedido cancelado já devolveu a verba e fica de fora).
      *>   Restrito ao supervisor. Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select meta-vendedor-arq assign  to "META-VENDEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is met-chave
                  file status                is ws-status-meta-vendedor.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select pedido-item-arq assign     to "PEDIDO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pit-chave
                  file status                is ws-status-pedido-item.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select vendedor-arq assign       to "VENDEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is vnd-cd-vendedor
                  file status                is ws-status-vendedor.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  meta-vendedor-arq.
       copy "METAVND.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  vendedor-arq.
       copy "VEND.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-meta-vendedor                pic x(02)       value "00".
              88 ws-meta-vendedor-ok                                value "00".
              88 ws-meta-vendedor-nao-encontrado                    value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-vendedor                    pic x(02)       value "00".
              88 ws-vendedor-ok                                     value "00".
              88 ws-vendedor-nao-encontrado                         value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-ano-mes                             pic 9(06)       value zeros.
       01  ws-lixo-unstring                          pic x(200)      value spaces.
       01  ws-form-sessao                            pic 9(10)       value zeros.
       01  ws-perfil-logado                           pic 9(01)       value 1.
       01  ws-ind-acesso-negado                       pic x(01)       value "N".
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.

       01  ws-ind-fim-varredura                      pic x(01)       value "N".
          88 ws-varredura-eof                                       value "S".
       01  ws-ind-fim-item                           pic x(01)       value "N".
          88 ws-item-eof                                            value "S".
          88 ws-item-continua                                       value "N".

      *>   Vendedores do mês: verba e consumo de META-VENDEDOR.DAT e o
      *>   custo apurado nos pedidos do mês.
       01  ws-tab-vendedores.
           03 ws-vnd-linha                           occurs 50 times.
              05 ws-vnd-cd-vendedor                   pic 9(05).
              05 ws-vnd-nome                          pic x(40).
              05 ws-vnd-verba                         pic 9(09)v9(02).
              05 ws-vnd-utilizada                     pic 9(09)v9(02).
              05 ws-vnd-saldo                         pic s9(09)v9(02).
              05 ws-vnd-custo-apurado                 pic 9(09)v9(02).
              05 ws-vnd-valor-lista                   pic 9(09)v9(02).
       01  ws-vnd-qtd                                pic 9(03)       value zeros.
       01  ws-vnd-idx                                pic 9(03)       value zeros.
       01  ws-vnd-tab-idx                             pic 9(03)       value zeros.

      *>   Bonificado por vendedor x cliente no mês.
       01  ws-tab-bonificacoes.
           03 ws-bon-linha                           occurs 500 times.
              05 ws-bon-cd-vendedor                   pic 9(05).
              05 ws-bon-cd-cliente                    pic 9(05).
              05 ws-bon-razao-social                  pic x(40).
              05 ws-bon-qtd-pedidos                   pic 9(05).
              05 ws-bon-quantidade                    pic 9(07).
              05 ws-bon-custo                         pic 9(09)v9(02).
              05 ws-bon-valor-lista                   pic 9(09)v9(02).
       01  ws-bon-qtd                                pic 9(03)       value zeros.
       01  ws-bon-idx                                pic 9(03)       value zeros.
       01  ws-bon-tab-idx                             pic 9(03)       value zeros.
       01  ws-bon-achado                              pic 9(03)       value zeros.
       01  ws-ind-apuracao-parcial                    pic x(01)       value "N".
          88 ws-apuracao-parcial                                     value "S".

       01  ws-total-custo                            pic 9(11)v9(02) value zeros.
       01  ws-total-valor-lista                      pic 9(11)v9(02) value zeros.

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
            perform 1150-obter-parametros
            perform 1160-obter-perfil-logado
            if   ws-perfil-logado not = 3
                 set ws-acesso-negado                to true
            else
                 perform 1200-carregar-verbas
                 perform 1300-apurar-bonificacoes
                 perform 1400-calcular-saldos
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open input meta-vendedor-arq
            if   ws-meta-vendedor-nao-encontrado
                 open output meta-vendedor-arq
                 close meta-vendedor-arq
                 open input meta-vendedor-arq
            end-if
            open input pedido-arq
            open input pedido-item-arq
            open input cliente-arq
            open input vendedor-arq
            open input sessao-arq
            .

       1100-exit.
            exit.

      *>===================================================================================
       1150-obter-parametros section.
       1150.
            move zeros                               to ws-ano-mes
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string not = spaces
                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "anoMes=" into ws-lixo-unstring
                                                                     ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor(1:6) is numeric
                      move ws-param-valor(1:6)         to ws-ano-mes
                 end-if
            end-if
            move spaces                              to ws-lixo-unstring

            if   ws-ano-mes = zeros
                 move function current-date (1:6)      to ws-ano-mes
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
      *>   1200-carregar-verbas: vendedores com verba ou consumo de
      *>   bonificação no mês (mesma varredura de 1200-carregar-metas em
      *>   RelMetas.cbl).
       1200-carregar-verbas section.
       1200.
            move zeros                               to ws-vnd-qtd
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to met-chave
            start meta-vendedor-arq key is greater than or equal met-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-vnd-qtd >= 50
                read meta-vendedor-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   met-ano-mes = ws-ano-mes
                         and  (met-verba-bonificacao > zeros
                               or met-bonificacao-utilizada > zeros)
                              move met-cd-vendedor        to vnd-cd-vendedor
                              perform 1210-incluir-vendedor
                              move met-verba-bonificacao  to ws-vnd-verba(ws-vnd-idx)
                              move met-bonificacao-utilizada
                                                          to ws-vnd-utilizada(ws-vnd-idx)
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1210-incluir-vendedor: localiza vnd-cd-vendedor na tabela ou
      *>   abre a linha dele (com o nome de VENDEDOR.DAT); ws-vnd-idx
      *>   fica apontando para a linha. Tabela cheia deixa ws-vnd-idx
      *>   zerado.
       1210-incluir-vendedor section.
       1210.
            perform varying ws-vnd-idx from 1 by 1
                    until ws-vnd-idx > ws-vnd-qtd
                if   ws-vnd-cd-vendedor(ws-vnd-idx) = vnd-cd-vendedor
                     exit section
                end-if
            end-perform
            if   ws-vnd-qtd >= 50
                 move zeros                          to ws-vnd-idx
                 set ws-apuracao-parcial             to true
                 exit section
            end-if
            add 1                                    to ws-vnd-qtd
            move ws-vnd-qtd                          to ws-vnd-idx
            move vnd-cd-vendedor                     to ws-vnd-cd-vendedor(ws-vnd-idx)
            move zeros                               to ws-vnd-verba(ws-vnd-idx)
            move zeros                               to ws-vnd-utilizada(ws-vnd-idx)
            move zeros                               to ws-vnd-saldo(ws-vnd-idx)
            move zeros                               to ws-vnd-custo-apurado(ws-vnd-idx)
            move zeros                               to ws-vnd-valor-lista(ws-vnd-idx)
            move spaces                              to ws-vnd-nome(ws-vnd-idx)
            read vendedor-arq
                key is vnd-cd-vendedor
                invalid key
                     continue
                not invalid key
                     move vnd-nome                    to ws-vnd-nome(ws-vnd-idx)
            end-read
            .

       1210-exit.
            exit.

      *>===================================================================================
      *>   1300-apurar-bonificacoes: pedidos tipo P com bonificação
      *>   lançada no mês; os itens bonificados de cada um somam na linha
      *>   vendedor x cliente.
       1300-apurar-bonificacoes section.
       1300.
            move zeros                               to ws-bon-qtd
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to ped-cd-pedido
            start pedido-arq key is greater than or equal ped-cd-pedido
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read pedido-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ped-fechado
                         and  not ped-tipo-orcamento
                         and  ped-ano-mes-bonificacao = ws-ano-mes
                         and  ped-custo-bonificacao > zeros
                              perform 1310-apurar-pedido
                         end-if
                end-read
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-apurar-pedido section.
       1310.
            move ped-cd-vendedor                     to vnd-cd-vendedor
            perform 1210-incluir-vendedor
            if   ws-vnd-idx = zeros
                 exit section
            end-if

            move zeros                               to ws-bon-achado
            perform varying ws-bon-idx from 1 by 1
                    until ws-bon-idx > ws-bon-qtd
                if   ws-bon-cd-vendedor(ws-bon-idx) = ped-cd-vendedor
                and  ws-bon-cd-cliente(ws-bon-idx) = ped-cd-cliente
                     move ws-bon-idx                  to ws-bon-achado
                end-if
            end-perform
            move ws-bon-achado                       to ws-bon-idx
            if   ws-bon-idx = zeros
                 if   ws-bon-qtd >= 500
                      set ws-apuracao-parcial         to true
                      exit section
                 end-if
                 add 1                                to ws-bon-qtd
                 move ws-bon-qtd                      to ws-bon-idx
                 move ped-cd-vendedor                 to ws-bon-cd-vendedor(ws-bon-idx)
                 move ped-cd-cliente                  to ws-bon-cd-cliente(ws-bon-idx)
                 move zeros                           to ws-bon-qtd-pedidos(ws-bon-idx)
                 move zeros                           to ws-bon-quantidade(ws-bon-idx)
                 move zeros                           to ws-bon-custo(ws-bon-idx)
                 move zeros                           to ws-bon-valor-lista(ws-bon-idx)
                 move spaces                          to ws-bon-razao-social(ws-bon-idx)
                 move ped-cd-cliente                  to cli-cd-cliente
                 read cliente-arq
                     key is cli-cd-cliente
                     invalid key
                          continue
                     not invalid key
                          move cli-razao-social        to ws-bon-razao-social(ws-bon-idx)
                 end-read
            end-if
            add 1                                    to ws-bon-qtd-pedidos(ws-bon-idx)

            move ped-cd-pedido                       to pit-cd-pedido
            move zeros                               to pit-sequencia
            start pedido-item-arq key is greater than or equal pit-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read pedido-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   pit-cd-pedido not = ped-cd-pedido
                              set ws-item-eof          to true
                         else
                              if   pit-item-bonificacao
                                   add pit-quantidade   to ws-bon-quantidade(ws-bon-idx)
                                   add pit-custo-bonificacao
                                                        to ws-bon-custo(ws-bon-idx)
                                   compute ws-bon-valor-lista(ws-bon-idx) =
                                           ws-bon-valor-lista(ws-bon-idx)
                                         + pit-quantidade * pit-preco-lista
                              end-if
                         end-if
                end-read
            end-perform
            .

       1310-exit.
            exit.

      *>===================================================================================
      *>   1400-calcular-saldos: totais de cada vendedor e saldo da verba
      *>   (negativo quando o supervisor liberou acima dela).
       1400-calcular-saldos section.
       1400.
            move zeros                               to ws-total-custo
            move zeros                               to ws-total-valor-lista
            perform varying ws-bon-idx from 1 by 1
                    until ws-bon-idx > ws-bon-qtd
                perform varying ws-vnd-idx from 1 by 1
                        until ws-vnd-idx > ws-vnd-qtd
                    if   ws-vnd-cd-vendedor(ws-vnd-idx)
                         = ws-bon-cd-vendedor(ws-bon-idx)
                         add ws-bon-custo(ws-bon-idx)
                             to ws-vnd-custo-apurado(ws-vnd-idx)
                         add ws-bon-valor-lista(ws-bon-idx)
                             to ws-vnd-valor-lista(ws-vnd-idx)
                    end-if
                end-perform
                add ws-bon-custo(ws-bon-idx)          to ws-total-custo
                add ws-bon-valor-lista(ws-bon-idx)    to ws-total-valor-lista
            end-perform
            perform varying ws-vnd-idx from 1 by 1
                    until ws-vnd-idx > ws-vnd-qtd
                compute ws-vnd-saldo(ws-vnd-idx) =
                        ws-vnd-verba(ws-vnd-idx) - ws-vnd-utilizada(ws-vnd-idx)
            end-perform
            .

       1400-exit.
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
            close meta-vendedor-arq
            close pedido-arq
            close pedido-item-arq
            close cliente-arq
            close vendedor-arq
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
                        <td colspan=6 class="titulo-relatorio">Bonificações por Vendedor e Cliente - :ws-ano-mes</td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <form name=frmBonificacao method=get action="RelBonificacao.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Mês (AAAAMM): <input name=anoMes size=6 maxlength=6 value=":ws-ano-mes" class="campo">
                            <button>Apurar</button>
                            </form>
                        </td>
                    </tr>
            end-exec
            evaluate true
                when ws-acesso-negado
                     exec html
                    <tr>
                        <td colspan=6>Relatório restrito ao supervisor.</td>
                    </tr>
                     end-exec
                when ws-vnd-qtd = 0
                     exec html
                    <tr>
                        <td colspan=6>Nenhuma verba ou bonificação no mês.</td>
                    </tr>
                     end-exec
                when other
                     perform 8000-linhas-vendedores
                     exec html
                    <tr>
                        <td colspan=3 class=titulocampo>Total bonificado no mês</td>
                        <td>&nbsp;</td>
                        <td class=titulocampo><div align=right>:ws-total-custo</div></td>
                        <td class=titulocampo><div align=right>:ws-total-valor-lista</div></td>
                    </tr>
                     end-exec
            end-evaluate
            if   ws-apuracao-parcial
                 exec html
                    <tr>
                        <td colspan=6>Apuração parcial: limite de linhas do relatório atingido.</td>
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
       8000-linhas-vendedores section.
       8000.
            perform varying ws-vnd-tab-idx from 1 by 1
                    until ws-vnd-tab-idx > ws-vnd-qtd
                exec html
                    <tr>
                        <td colspan=6 class=titulo-vendedor>Vendedor :ws-vnd-cd-vendedor(ws-vnd-tab-idx) - :ws-vnd-nome(ws-vnd-tab-idx)</td>
                    </tr>
                    <tr>
                        <td colspan=2>Verba: :ws-vnd-verba(ws-vnd-tab-idx)</td>
                        <td colspan=2>Utilizada: :ws-vnd-utilizada(ws-vnd-tab-idx)</td>
                        <td colspan=2>Saldo: :ws-vnd-saldo(ws-vnd-tab-idx)</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cliente</td>
                        <td class=titulocampo>Razão social</td>
                        <td class=titulocampo>Pedidos</td>
                        <td class=titulocampo>Quantidade</td>
                        <td class=titulocampo>Custo</td>
                        <td class=titulocampo>Valor de tabela</td>
                    </tr>
                end-exec
                perform 8000-linhas-clientes
                exec html
                    <tr>
                        <td colspan=4><div align=right>Total do vendedor</div></td>
                        <td><div align=right>:ws-vnd-custo-apurado(ws-vnd-tab-idx)</div></td>
                        <td><div align=right>:ws-vnd-valor-lista(ws-vnd-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-clientes section.
       8000.
            perform varying ws-bon-tab-idx from 1 by 1
                    until ws-bon-tab-idx > ws-bon-qtd
                if   ws-bon-cd-vendedor(ws-bon-tab-idx)
                     = ws-vnd-cd-vendedor(ws-vnd-tab-idx)
                     exec html
                    <tr>
                        <td>:ws-bon-cd-cliente(ws-bon-tab-idx)</td>
                        <td>:ws-bon-razao-social(ws-bon-tab-idx)</td>
                        <td><div align=center>:ws-bon-qtd-pedidos(ws-bon-tab-idx)</div></td>
                        <td><div align=center>:ws-bon-quantidade(ws-bon-tab-idx)</div></td>
                        <td><div align=right>:ws-bon-custo(ws-bon-tab-idx)</div></td>
                        <td><div align=right>:ws-bon-valor-lista(ws-bon-tab-idx)</div></td>
                    </tr>
                     end-exec
                end-if
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
                  .titulo-vendedor {
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
               </style>
            end-exec
            .

       8000-exit.
            exit.
