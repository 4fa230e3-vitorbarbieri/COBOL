      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelComodato.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                        Comodato x Compra Mínima
      *>            --------------------------------------------------------
      *>
      *>   Relatório mensal dos equipamentos em comodato (mesmo molde de
      *>   RelMetas.cbl): para o mês informado (anoMes= aaaamm na URL;
      *>   vazio assume o mês corrente), soma por cliente e endereço de
      *>   entrega a compra mínima dos contratos em vigor no mês
      *>   (COMODATO.DAT) e compara com as compras do cliente naquele
      *>   endereço - pedidos fechados tipo P do mês (a mesma apuração de
      *>   RelVendas.cbl) pela chave alternada ped-cd-cliente, com
      *>   ped-sequencia-entrega igual à do contrato. Quem ficou abaixo
      *>   do compromisso sai marcado. Restrito aos perfis de vendas e
      *>   supervisor. Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select comodato-arq assign       to "COMODATO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmd-cd-contrato
                  alternate record key       is cmd-cd-cliente with duplicates
                  file status                is ws-status-comodato.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select cli-endereco-arq assign   to "CLI-ENDERECO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is end-chave
                  file status                is ws-status-cli-endereco.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  comodato-arq.
       copy "COMODATO.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  cli-endereco-arq.
       copy "CLIEND.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-comodato                    pic x(02)       value "00".
              88 ws-comodato-ok                                     value "00".
              88 ws-comodato-nao-encontrado                         value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-cli-endereco                 pic x(02)       value "00".
              88 ws-cli-endereco-ok                                 value "00".
              88 ws-cli-endereco-nao-encontrado                     value "23" "35".
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
       01  ws-ind-em-vigor                            pic x(01)       value "N".
          88 ws-contrato-em-vigor                                   value "S".
       01  ws-ind-cliente-apurado                     pic x(01)       value "N".
          88 ws-cliente-apurado                                     value "S".

      *>   Uma linha por cliente + endereço de entrega com contrato em
      *>   vigor no mês.
       01  ws-tab-comodato.
           03 ws-rcm-linha                           occurs 200 times.
              05 ws-rcm-cd-cliente                    pic 9(05).
              05 ws-rcm-sequencia-entrega             pic 9(05).
              05 ws-rcm-razao-social                  pic x(40).
              05 ws-rcm-endereco                      pic x(30).
              05 ws-rcm-qtd-equipamentos              pic 9(03).
              05 ws-rcm-compra-minima                 pic 9(09)v9(02).
              05 ws-rcm-comprado                      pic 9(09)v9(02).
              05 ws-rcm-diferenca                     pic s9(09)v9(02).
              05 ws-rcm-situacao                      pic x(06).
       01  ws-rcm-qtd                                pic 9(03)       value zeros.
       01  ws-rcm-idx                                pic 9(03)       value zeros.
       01  ws-rcm-tab-idx                             pic 9(03)       value zeros.
       01  ws-rcm-qtd-abaixo                          pic 9(03)       value zeros.

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
            if   ws-perfil-logado < 2
                 set ws-acesso-negado                to true
            else
                 perform 1200-carregar-contratos
                 if   ws-rcm-qtd > 0
                      perform 1300-apurar-compras
                 end-if
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open input comodato-arq
            if   ws-comodato-nao-encontrado
                 open output comodato-arq
                 close comodato-arq
                 open input comodato-arq
            end-if
            open input pedido-arq
            open input cliente-arq
            open input cli-endereco-arq
            if   ws-cli-endereco-nao-encontrado
                 open output cli-endereco-arq
                 close cli-endereco-arq
                 open input cli-endereco-arq
            end-if
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
      *>   1200-carregar-contratos: contratos em vigor em algum dia do
      *>   mês - início até o fim do mês, término (se houver) e devolução
      *>   (se encerrado) a partir do mês -, agrupados por cliente e
      *>   endereço de entrega.
       1200-carregar-contratos section.
       1200.
            move zeros                               to ws-rcm-qtd
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to cmd-cd-contrato
            start comodato-arq key is greater than or equal cmd-cd-contrato
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read comodato-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         perform 1210-verificar-vigencia
                         if   ws-contrato-em-vigor
                              perform 1220-acumular-contrato
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
       1210-verificar-vigencia section.
       1210.
            move "S"                                 to ws-ind-em-vigor
            if   cmd-data-inicio (1:6) > ws-ano-mes
                 move "N"                            to ws-ind-em-vigor
            end-if
            if   cmd-data-fim not = zeros
            and  cmd-data-fim (1:6) < ws-ano-mes
                 move "N"                            to ws-ind-em-vigor
            end-if
            if   cmd-encerrado
            and  cmd-data-devolucao (1:6) < ws-ano-mes
                 move "N"                            to ws-ind-em-vigor
            end-if
            .

       1210-exit.
            exit.

      *>===================================================================================
       1220-acumular-contrato section.
       1220.
            perform varying ws-rcm-idx from 1 by 1
                    until ws-rcm-idx > ws-rcm-qtd
                if   ws-rcm-cd-cliente(ws-rcm-idx) = cmd-cd-cliente
                and  ws-rcm-sequencia-entrega(ws-rcm-idx) = cmd-sequencia-entrega
                     add 1                            to ws-rcm-qtd-equipamentos(ws-rcm-idx)
                     add cmd-compra-minima            to ws-rcm-compra-minima(ws-rcm-idx)
                     exit section
                end-if
            end-perform
            if   ws-rcm-qtd >= 200
                 exit section
            end-if

            add 1                                    to ws-rcm-qtd
            move cmd-cd-cliente                      to ws-rcm-cd-cliente(ws-rcm-qtd)
            move cmd-sequencia-entrega                to ws-rcm-sequencia-entrega(ws-rcm-qtd)
            move 1                                   to ws-rcm-qtd-equipamentos(ws-rcm-qtd)
            move cmd-compra-minima                   to ws-rcm-compra-minima(ws-rcm-qtd)
            move zeros                               to ws-rcm-comprado(ws-rcm-qtd)
            move zeros                               to ws-rcm-diferenca(ws-rcm-qtd)
            move spaces                              to ws-rcm-situacao(ws-rcm-qtd)
            move spaces                              to ws-rcm-razao-social(ws-rcm-qtd)
            move cmd-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-razao-social            to ws-rcm-razao-social(ws-rcm-qtd)
            end-read
            move "Endereco do cadastro"              to ws-rcm-endereco(ws-rcm-qtd)
            if   cmd-sequencia-entrega not = zeros
                 move cmd-cd-cliente                  to end-cd-cliente
                 move cmd-sequencia-entrega            to end-sequencia
                 read cli-endereco-arq
                     key is end-chave
                     invalid key
                          move "Endereco excluido"     to ws-rcm-endereco(ws-rcm-qtd)
                     not invalid key
                          move end-descricao           to ws-rcm-endereco(ws-rcm-qtd)
                 end-read
            end-if
            .

       1220-exit.
            exit.

      *>===================================================================================
      *>   1300-apurar-compras: pedidos fechados tipo P do mês de cada
      *>   cliente da tabela (uma vez por cliente), somados no endereço
      *>   de entrega do pedido.
       1300-apurar-compras section.
       1300.
            perform varying ws-rcm-tab-idx from 1 by 1
                    until ws-rcm-tab-idx > ws-rcm-qtd
                move "N"                             to ws-ind-cliente-apurado
                perform varying ws-rcm-idx from 1 by 1
                        until ws-rcm-idx >= ws-rcm-tab-idx
                    if   ws-rcm-cd-cliente(ws-rcm-idx)
                         = ws-rcm-cd-cliente(ws-rcm-tab-idx)
                         move "S"                     to ws-ind-cliente-apurado
                    end-if
                end-perform
                if   not ws-cliente-apurado
                     perform 1310-somar-pedidos-cliente
                end-if
            end-perform

            move zeros                               to ws-rcm-qtd-abaixo
            perform varying ws-rcm-idx from 1 by 1
                    until ws-rcm-idx > ws-rcm-qtd
                compute ws-rcm-diferenca(ws-rcm-idx) =
                        ws-rcm-comprado(ws-rcm-idx)
                      - ws-rcm-compra-minima(ws-rcm-idx)
                if   ws-rcm-diferenca(ws-rcm-idx) < zeros
                     move "ABAIXO"                    to ws-rcm-situacao(ws-rcm-idx)
                     add 1                            to ws-rcm-qtd-abaixo
                else
                     move "OK"                        to ws-rcm-situacao(ws-rcm-idx)
                end-if
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
      *>   1310-somar-pedidos-cliente: uma varredura por cliente na chave
      *>   alternada; cada pedido vai para a linha do seu endereço (o
      *>   mesmo cliente pode aparecer em mais de uma linha da tabela).
       1310-somar-pedidos-cliente section.
       1310.
            move "N"                                 to ws-ind-fim-varredura
            move ws-rcm-cd-cliente(ws-rcm-tab-idx)    to ped-cd-cliente
            start pedido-arq key is greater than or equal ped-cd-cliente
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read pedido-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ped-cd-cliente not = ws-rcm-cd-cliente(ws-rcm-tab-idx)
                              set ws-varredura-eof      to true
                         else
                              if   ped-fechado
                              and  not ped-tipo-orcamento
                              and  ped-data (1:6) = ws-ano-mes
                                   perform varying ws-rcm-idx from 1 by 1
                                           until ws-rcm-idx > ws-rcm-qtd
                                       if   ws-rcm-cd-cliente(ws-rcm-idx) = ped-cd-cliente
                                       and  ws-rcm-sequencia-entrega(ws-rcm-idx)
                                            = ped-sequencia-entrega
                                            add ped-valor-total
                                                to ws-rcm-comprado(ws-rcm-idx)
                                       end-if
                                   end-perform
                              end-if
                         end-if
                end-read
            end-perform
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
            close comodato-arq
            close pedido-arq
            close cliente-arq
            close cli-endereco-arq
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
                        <td colspan=8 class="titulo-relatorio">Comodato x Compra Mínima - :ws-ano-mes</td>
                    </tr>
                    <tr>
                        <td colspan=8>
                            <form name=frmComodato method=get action="RelComodato.exe">
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
                        <td colspan=8>Relatório restrito aos perfis de vendas e supervisor.</td>
                    </tr>
                     end-exec
                when ws-rcm-qtd = 0
                     exec html
                    <tr>
                        <td colspan=8>Nenhum contrato de comodato em vigor no mês.</td>
                    </tr>
                     end-exec
                when other
                     perform 8000-linhas-comodato
            end-evaluate
            exec html
                </table>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-comodato section.
       8000.
            exec html
                    <tr>
                        <td class=titulocampo>Cliente</td>
                        <td class=titulocampo>Razão social</td>
                        <td class=titulocampo>Endereço de entrega</td>
                        <td class=titulocampo>Equipamentos</td>
                        <td class=titulocampo>Compra mínima</td>
                        <td class=titulocampo>Comprado</td>
                        <td class=titulocampo>Diferença</td>
                        <td class=titulocampo>&nbsp;</td>
                    </tr>
            end-exec
            perform varying ws-rcm-tab-idx from 1 by 1
                    until ws-rcm-tab-idx > ws-rcm-qtd
                exec html
                    <tr>
                        <td>:ws-rcm-cd-cliente(ws-rcm-tab-idx)</td>
                        <td>:ws-rcm-razao-social(ws-rcm-tab-idx)</td>
                        <td>:ws-rcm-sequencia-entrega(ws-rcm-tab-idx) - :ws-rcm-endereco(ws-rcm-tab-idx)</td>
                        <td><div align=center>:ws-rcm-qtd-equipamentos(ws-rcm-tab-idx)</div></td>
                        <td><div align=right>:ws-rcm-compra-minima(ws-rcm-tab-idx)</div></td>
                        <td><div align=right>:ws-rcm-comprado(ws-rcm-tab-idx)</div></td>
                        <td><div align=right>:ws-rcm-diferenca(ws-rcm-tab-idx)</div></td>
                        <td><strong>:ws-rcm-situacao(ws-rcm-tab-idx)</strong></td>
                    </tr>
                end-exec
            end-perform
            exec html
                    <tr>
                        <td colspan=8>:ws-rcm-qtd-abaixo cliente(s)/endereço(s) abaixo da compra mínima combinada.</td>
                    </tr>
            end-exec
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
