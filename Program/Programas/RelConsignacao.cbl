      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelConsignacao.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                     Mercadoria em Consignação por Cliente
      *>            --------------------------------------------------------
      *>
      *>   Posição da mercadoria em poder dos clientes (mesmo molde de
      *>   RelBonificacao.cbl): percorre as remessas abertas de
      *>   CONSIGNACAO.DAT pela chave do cliente (cdCliente= na URL
      *>   limita a um cliente) e lista, item a item, o saldo ainda com o
      *>   cliente (remetida - vendida - a faturar - devolvida), com o
      *>   valor de tabela da remessa e o custo. A mercadoria consignada
      *>   já saiu do saldo do produto, por isso não aparece em
      *>   RelValorizacao.cbl - o custo total daqui completa a
      *>   valorização do estoque. Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select consignacao-arq assign    to "CONSIGNACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csg-cd-consignacao
                  alternate record key       is csg-cd-cliente with duplicates
                  file status                is ws-status-consignacao.
           select consignacao-item-arq assign to "CONSIG-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csi-chave
                  file status                is ws-status-consignacao-item.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  consignacao-arq.
       copy "CONSIG.CPY".
       fd  consignacao-item-arq.
       copy "CONSIGIT.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-consignacao                  pic x(02)       value "00".
              88 ws-consignacao-ok                                  value "00".
              88 ws-consignacao-nao-encontrado                      value "23" "35".
           03 ws-status-consignacao-item             pic x(02)       value "00".
              88 ws-consignacao-item-ok                             value "00".
              88 ws-consignacao-item-nao-encontrado                 value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
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

       01  ws-ind-fim-varredura                      pic x(01)       value "N".
          88 ws-varredura-eof                                       value "S".
       01  ws-ind-fim-item                           pic x(01)       value "N".
          88 ws-item-eof                                            value "S".
          88 ws-item-continua                                       value "N".

      *>   Clientes com mercadoria consignada e seus totais.
       01  ws-tab-clientes.
           03 ws-cli-linha                           occurs 100 times.
              05 ws-cli-cd-cliente                    pic 9(05).
              05 ws-cli-razao-social                  pic x(40).
              05 ws-cli-quantidade                    pic 9(07).
              05 ws-cli-valor-tabela                  pic 9(09)v9(02).
              05 ws-cli-custo                         pic 9(09)v9(02).
       01  ws-cli-qtd                                pic 9(03)       value zeros.
       01  ws-cli-tab-idx                             pic 9(03)       value zeros.

      *>   Itens em poder do cliente (uma linha por item de remessa).
       01  ws-tab-itens.
           03 ws-itm-linha                           occurs 500 times.
              05 ws-itm-cd-cliente                    pic 9(05).
              05 ws-itm-cd-consignacao                pic 9(07).
              05 ws-itm-data-remessa                  pic 9(08).
              05 ws-itm-cd-produto                    pic 9(05).
              05 ws-itm-descricao                     pic x(40).
              05 ws-itm-saldo                         pic 9(05).
              05 ws-itm-a-faturar                     pic 9(05).
              05 ws-itm-valor-tabela                  pic 9(09)v9(02).
              05 ws-itm-custo                         pic 9(09)v9(02).
       01  ws-itm-qtd                                pic 9(03)       value zeros.
       01  ws-itm-tab-idx                             pic 9(03)       value zeros.
       01  ws-saldo-item                             pic s9(07)      value zeros.
       01  ws-ind-apuracao-parcial                    pic x(01)       value "N".
          88 ws-apuracao-parcial                                     value "S".

       01  ws-total-quantidade                       pic 9(09)       value zeros.
       01  ws-total-valor-tabela                     pic 9(11)v9(02) value zeros.
       01  ws-total-custo                            pic 9(11)v9(02) value zeros.

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
                 perform 1200-apurar-remessas
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open input consignacao-arq
            if   ws-consignacao-nao-encontrado
                 open output consignacao-arq
                 close consignacao-arq
                 open input consignacao-arq
            end-if
            open input consignacao-item-arq
            if   ws-consignacao-item-nao-encontrado
                 open output consignacao-item-arq
                 close consignacao-item-arq
                 open input consignacao-item-arq
            end-if
            open input cliente-arq
            open input produto-arq
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
      *>   1200-apurar-remessas: remessas abertas em ordem de cliente
      *>   (chave alternativa csg-cd-cliente); com filtro, só as do
      *>   cliente informado.
       1200-apurar-remessas section.
       1200.
            move zeros                               to ws-cli-qtd
            move zeros                               to ws-itm-qtd
            move zeros                               to ws-total-quantidade
            move zeros                               to ws-total-valor-tabela
            move zeros                               to ws-total-custo
            move "N"                                 to ws-ind-fim-varredura
            move ws-cd-cliente-filtro                to csg-cd-cliente
            start consignacao-arq key is greater than or equal csg-cd-cliente
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read consignacao-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ws-cd-cliente-filtro not = zeros
                         and  csg-cd-cliente not = ws-cd-cliente-filtro
                              set ws-varredura-eof      to true
                         else
                              if   csg-aberta
                                   perform 1300-apurar-itens-remessa
                              end-if
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1300-apurar-itens-remessa: itens da remessa ainda com saldo no
      *>   cliente ou com vendido aguardando o pedido do acerto.
       1300-apurar-itens-remessa section.
       1300.
            move csg-cd-consignacao                  to csi-cd-consignacao
            move zeros                               to csi-sequencia
            start consignacao-item-arq key is greater than or equal csi-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read consignacao-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   csi-cd-consignacao not = csg-cd-consignacao
                              set ws-item-eof          to true
                         else
                              compute ws-saldo-item =
                                      csi-qtd-remetida - csi-qtd-vendida
                                    - csi-qtd-a-faturar - csi-qtd-devolvida
                              if   ws-saldo-item > zeros
                              or   csi-qtd-a-faturar > zeros
                                   perform 1310-incluir-item
                              end-if
                         end-if
                end-read
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-incluir-item section.
       1310.
            if   ws-itm-qtd >= 500
                 set ws-apuracao-parcial             to true
                 exit section
            end-if
            if   ws-cli-qtd = zeros
            or   ws-cli-cd-cliente(ws-cli-qtd) not = csg-cd-cliente
                 if   ws-cli-qtd >= 100
                      set ws-apuracao-parcial         to true
                      exit section
                 end-if
                 add 1                                to ws-cli-qtd
                 move csg-cd-cliente                  to ws-cli-cd-cliente(ws-cli-qtd)
                 move zeros                           to ws-cli-quantidade(ws-cli-qtd)
                 move zeros                           to ws-cli-valor-tabela(ws-cli-qtd)
                 move zeros                           to ws-cli-custo(ws-cli-qtd)
                 move spaces                          to ws-cli-razao-social(ws-cli-qtd)
                 move csg-cd-cliente                  to cli-cd-cliente
                 read cliente-arq
                     key is cli-cd-cliente
                     invalid key
                          continue
                     not invalid key
                          move cli-razao-social        to ws-cli-razao-social(ws-cli-qtd)
                 end-read
            end-if

            add 1                                    to ws-itm-qtd
            move csg-cd-cliente                      to ws-itm-cd-cliente(ws-itm-qtd)
            move csg-cd-consignacao                  to ws-itm-cd-consignacao(ws-itm-qtd)
            move csg-data-remessa                    to ws-itm-data-remessa(ws-itm-qtd)
            move csi-cd-produto                      to ws-itm-cd-produto(ws-itm-qtd)
            move ws-saldo-item                       to ws-itm-saldo(ws-itm-qtd)
            move csi-qtd-a-faturar                   to ws-itm-a-faturar(ws-itm-qtd)
            compute ws-itm-valor-tabela(ws-itm-qtd) =
                    ws-saldo-item * csi-preco-unitario
            compute ws-itm-custo(ws-itm-qtd) =
                    ws-saldo-item * csi-custo-unitario
            move spaces                              to ws-itm-descricao(ws-itm-qtd)
            move csi-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     continue
                not invalid key
                     move prd-descricao               to ws-itm-descricao(ws-itm-qtd)
            end-read

            add ws-saldo-item                        to ws-cli-quantidade(ws-cli-qtd)
            add ws-itm-valor-tabela(ws-itm-qtd)       to ws-cli-valor-tabela(ws-cli-qtd)
            add ws-itm-custo(ws-itm-qtd)              to ws-cli-custo(ws-cli-qtd)
            add ws-saldo-item                        to ws-total-quantidade
            add ws-itm-valor-tabela(ws-itm-qtd)       to ws-total-valor-tabela
            add ws-itm-custo(ws-itm-qtd)              to ws-total-custo
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
            close consignacao-arq
            close consignacao-item-arq
            close cliente-arq
            close produto-arq
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
                        <td colspan=8 class="titulo-relatorio">Mercadoria em Consignação por Cliente</td>
                    </tr>
                    <tr>
                        <td colspan=8>
                            <form name=frmRelConsignacao method=get action="RelConsignacao.exe">
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
                when ws-cli-qtd = 0
                     exec html
                    <tr>
                        <td colspan=8>Nenhuma mercadoria em consignação.</td>
                    </tr>
                     end-exec
                when other
                     perform 8000-linhas-clientes
                     exec html
                    <tr>
                        <td colspan=5 class=titulocampo>Total em consignação</td>
                        <td class=titulocampo><div align=center>:ws-total-quantidade</div></td>
                        <td class=titulocampo><div align=right>:ws-total-valor-tabela</div></td>
                        <td class=titulocampo><div align=right>:ws-total-custo</div></td>
                    </tr>
                     end-exec
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
       8000-linhas-clientes section.
       8000.
            perform varying ws-cli-tab-idx from 1 by 1
                    until ws-cli-tab-idx > ws-cli-qtd
                exec html
                    <tr>
                        <td colspan=8 class=titulo-cliente>Cliente :ws-cli-cd-cliente(ws-cli-tab-idx) - :ws-cli-razao-social(ws-cli-tab-idx)</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Remessa</td>
                        <td class=titulocampo>Data</td>
                        <td class=titulocampo>Produto</td>
                        <td class=titulocampo>Descrição</td>
                        <td class=titulocampo>A faturar</td>
                        <td class=titulocampo>Com o cliente</td>
                        <td class=titulocampo>Valor de tabela</td>
                        <td class=titulocampo>Custo</td>
                    </tr>
                end-exec
                perform 8000-linhas-itens
                exec html
                    <tr>
                        <td colspan=5><div align=right>Total do cliente</div></td>
                        <td><div align=center>:ws-cli-quantidade(ws-cli-tab-idx)</div></td>
                        <td><div align=right>:ws-cli-valor-tabela(ws-cli-tab-idx)</div></td>
                        <td><div align=right>:ws-cli-custo(ws-cli-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-itens section.
       8000.
            perform varying ws-itm-tab-idx from 1 by 1
                    until ws-itm-tab-idx > ws-itm-qtd
                if   ws-itm-cd-cliente(ws-itm-tab-idx)
                     = ws-cli-cd-cliente(ws-cli-tab-idx)
                     exec html
                    <tr>
                        <td>:ws-itm-cd-consignacao(ws-itm-tab-idx)</td>
                        <td><div align=center>:ws-itm-data-remessa(ws-itm-tab-idx)</div></td>
                        <td>:ws-itm-cd-produto(ws-itm-tab-idx)</td>
                        <td>:ws-itm-descricao(ws-itm-tab-idx)</td>
                        <td><div align=center>:ws-itm-a-faturar(ws-itm-tab-idx)</div></td>
                        <td><div align=center>:ws-itm-saldo(ws-itm-tab-idx)</div></td>
                        <td><div align=right>:ws-itm-valor-tabela(ws-itm-tab-idx)</div></td>
                        <td><div align=right>:ws-itm-custo(ws-itm-tab-idx)</div></td>
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
               </style>
            end-exec
            .

       8000-exit.
            exit.
