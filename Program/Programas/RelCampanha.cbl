      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelCampanha.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                        Resultado de Campanha Promocional
      *>            --------------------------------------------------------
      *>
      *>   Resultado de uma campanha promocional (mesmo molde de
      *>   relatório de RelVendas.cbl): para os produtos cobertos pela
      *>   campanha informada (campanha= na URL; sem ela, a grade das
      *>   campanhas para escolher) - pelo código ou pelo grupo
      *>   comercial - compara a quantidade, a receita e a margem
      *>   vendidas na vigência com as do período anterior de mesma
      *>   duração, nos itens de venda dos pedidos Fechados (não
      *>   orçamento). Receita = pit-valor-total (preço cobrado); o custo
      *>   é o custo médio atual do produto nos dois períodos, para a
      *>   comparação não misturar a variação de custo com o efeito da
      *>   campanha. A coluna "pela campanha" conta só os itens que
      *>   a campanha de fato precificou (pit-cd-campanha). Restrito ao
      *>   supervisor. Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select campanha-arq assign       to "CAMPANHA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmp-cd-campanha
                  file status                is ws-status-campanha.
           select campanha-item-arq assign  to "CAMPANHA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cpi-chave
                  file status                is ws-status-campanha-item.
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
       fd  campanha-arq.
       copy "CAMPANHA.CPY".
       fd  campanha-item-arq.
       copy "CAMPANHI.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-campanha                     pic x(02)       value "00".
              88 ws-campanha-ok                                     value "00".
              88 ws-campanha-nao-encontrado                         value "23" "35".
           03 ws-status-campanha-item                pic x(02)       value "00".
              88 ws-campanha-item-ok                                value "00".
              88 ws-campanha-item-nao-encontrado                    value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

      *>   Campanha do relatório (campanha=), isolada em duas etapas
      *>   (mesma técnica de RelVendas.cbl).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-cd-campanha                         pic 9(05)       value zeros.
       01  ws-lixo-unstring                          pic x(200)      value spaces.
       01  ws-form-sessao                            pic 9(10)       value zeros.
       01  ws-perfil-logado                           pic 9(01)       value 1.
       01  ws-ind-acesso-negado                       pic x(01)       value "N".
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.
       01  ws-ind-campanha-lida                       pic x(01)       value "N".
          88 ws-campanha-lida                                        value "S".

      *>   Vigência da campanha e o período anterior de mesma duração,
      *>   terminando na véspera do início.
       01  ws-periodos.
           03 ws-data-inicio-campanha                 pic 9(08)       value zeros.
           03 ws-data-fim-campanha                    pic 9(08)       value zeros.
           03 ws-data-inicio-anterior                 pic 9(08)       value zeros.
           03 ws-data-fim-anterior                    pic 9(08)       value zeros.
           03 ws-qtd-dias-campanha                    pic 9(05)       value zeros.

       01  ws-ind-fim-campanha                       pic x(01)       value "N".
          88 ws-campanha-eof                                        value "S".
       01  ws-ind-fim-campanha-item                  pic x(01)       value "N".
          88 ws-campanha-item-eof                                   value "S".
       01  ws-ind-fim-pedido                         pic x(01)       value "N".
          88 ws-pedido-eof                                          value "S".
       01  ws-ind-fim-item                           pic x(01)       value "N".
          88 ws-item-eof                                            value "S".
          88 ws-item-continua                                       value "N".

      *>   Campanhas cadastradas (grade de escolha).
       01  ws-tab-campanhas.
           03 ws-cmp-linha                           occurs 100 times.
              05 ws-cmp-cd                           pic 9(05).
              05 ws-cmp-nome                         pic x(40).
              05 ws-cmp-data-inicio                  pic 9(08).
              05 ws-cmp-data-fim                     pic 9(08).
       01  ws-cmp-qtd                                pic 9(03)       value zeros.
       01  ws-cmp-tab-idx                             pic 9(03)       value zeros.

      *>   Cobertura da campanha: produtos e grupos das linhas.
       01  ws-tab-cobertura.
           03 ws-cob-linha                           occurs 100 times.
              05 ws-cob-cd-produto                   pic 9(05).
              05 ws-cob-cd-grupo                     pic 9(03).
       01  ws-cob-qtd                                pic 9(03)       value zeros.
       01  ws-cob-idx                                pic 9(03)       value zeros.
       01  ws-ind-produto-coberto                     pic x(01)       value "N".
          88 ws-produto-coberto                                      value "S".

      *>   Resultado por produto nos dois períodos.
       01  ws-tab-resultado.
           03 ws-res-linha                           occurs 200 times.
              05 ws-res-cd-produto                   pic 9(05).
              05 ws-res-descricao                    pic x(40).
              05 ws-res-qtd-campanha                 pic 9(07).
              05 ws-res-qtd-pela-campanha             pic 9(07).
              05 ws-res-receita-campanha             pic 9(11)v9(02).
              05 ws-res-margem-campanha              pic s9(11)v9(02).
              05 ws-res-qtd-anterior                 pic 9(07).
              05 ws-res-receita-anterior             pic 9(11)v9(02).
              05 ws-res-margem-anterior              pic s9(11)v9(02).
       01  ws-res-qtd                                pic 9(03)       value zeros.
       01  ws-res-idx                                pic 9(03)       value zeros.
       01  ws-res-tab-idx                             pic 9(03)       value zeros.
       01  ws-res-achou                              pic x(01)       value "N".
          88 ws-res-na-tabela                                        value "S".
       01  ws-ind-resultado-truncado                   pic x(01)       value "N".
          88 ws-resultado-truncado                                    value "S".

       01  ws-custo-item                              pic 9(11)v9(02) value zeros.
       01  ws-margem-item                             pic s9(11)v9(02) value zeros.

       01  ws-totais-campanha.
           03 ws-tot-qtd-campanha                    pic 9(07)       value zeros.
           03 ws-tot-qtd-pela-campanha                pic 9(07)       value zeros.
           03 ws-tot-receita-campanha                pic 9(11)v9(02) value zeros.
           03 ws-tot-margem-campanha                 pic s9(11)v9(02) value zeros.
           03 ws-tot-qtd-anterior                    pic 9(07)       value zeros.
           03 ws-tot-receita-anterior                pic 9(11)v9(02) value zeros.
           03 ws-tot-margem-anterior                 pic s9(11)v9(02) value zeros.

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
            if   ws-perfil-logado < 3
                 set ws-acesso-negado                to true
            else
                 perform 1180-listar-campanhas
                 if   ws-cd-campanha not = zeros
                      perform 1200-ler-campanha
                      if   ws-campanha-lida
                           perform 1250-carregar-cobertura
                           perform 1300-apurar-pedidos
                      end-if
                 end-if
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open input campanha-arq
            if   ws-campanha-nao-encontrado
                 open output campanha-arq
                 close campanha-arq
                 open input campanha-arq
            end-if
            open input campanha-item-arq
            if   ws-campanha-item-nao-encontrado
                 open output campanha-item-arq
                 close campanha-item-arq
                 open input campanha-item-arq
            end-if
            open input pedido-arq
            open input pedido-item-arq
            open input produto-arq
            open input sessao-arq
            .

       1100-exit.
            exit.

      *>===================================================================================
       1150-obter-parametros section.
       1150.
            move zeros                               to ws-cd-campanha
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string not = spaces
                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "campanha=" into ws-lixo-unstring
                                                                      ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor not = spaces
                      move function numval(ws-param-valor) to ws-cd-campanha
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
       1180-listar-campanhas section.
       1180.
            move zeros                               to ws-cmp-qtd
            move "N"                                 to ws-ind-fim-campanha
            move low-values                          to cmp-cd-campanha
            start campanha-arq key is greater than or equal cmp-cd-campanha
                invalid key
                     set ws-campanha-eof              to true
            end-start
            perform until ws-campanha-eof
                    or ws-cmp-qtd >= 100
                read campanha-arq next record
                    at end
                         set ws-campanha-eof           to true
                    not at end
                         add 1                         to ws-cmp-qtd
                         move cmp-cd-campanha           to ws-cmp-cd(ws-cmp-qtd)
                         move cmp-nome                  to ws-cmp-nome(ws-cmp-qtd)
                         move cmp-data-inicio           to ws-cmp-data-inicio(ws-cmp-qtd)
                         move cmp-data-fim              to ws-cmp-data-fim(ws-cmp-qtd)
                end-read
            end-perform
            .

       1180-exit.
            exit.

      *>===================================================================================
      *>   1200-ler-campanha: a vigência e o período anterior de mesma
      *>   duração (inclusive nas duas pontas).
       1200-ler-campanha section.
       1200.
            move ws-cd-campanha                      to cmp-cd-campanha
            read campanha-arq
                key is cmp-cd-campanha
                invalid key
                     exit section
            end-read
            set  ws-campanha-lida                    to true
            move cmp-data-inicio                     to ws-data-inicio-campanha
            move cmp-data-fim                        to ws-data-fim-campanha
            compute ws-qtd-dias-campanha =
                    function integer-of-date(ws-data-fim-campanha)
                  - function integer-of-date(ws-data-inicio-campanha) + 1
            compute ws-data-fim-anterior =
                    function date-of-integer(
                       function integer-of-date(ws-data-inicio-campanha) - 1)
            compute ws-data-inicio-anterior =
                    function date-of-integer(
                       function integer-of-date(ws-data-inicio-campanha)
                       - ws-qtd-dias-campanha)
            .

       1200-exit.
            exit.

      *>===================================================================================
       1250-carregar-cobertura section.
       1250.
            move zeros                               to ws-cob-qtd
            move "N"                                 to ws-ind-fim-campanha-item
            move ws-cd-campanha                      to cpi-cd-campanha
            move zeros                               to cpi-sequencia
            start campanha-item-arq key is greater than or equal cpi-chave
                invalid key
                     set ws-campanha-item-eof         to true
            end-start
            perform until ws-campanha-item-eof
                    or ws-cob-qtd >= 100
                read campanha-item-arq next record
                    at end
                         set ws-campanha-item-eof      to true
                    not at end
                         if   cpi-cd-campanha not = ws-cd-campanha
                              set ws-campanha-item-eof  to true
                         else
                              add 1                    to ws-cob-qtd
                              move cpi-cd-produto       to ws-cob-cd-produto(ws-cob-qtd)
                              move cpi-cd-grupo         to ws-cob-cd-grupo(ws-cob-qtd)
                         end-if
                end-read
            end-perform
            .

       1250-exit.
            exit.

      *>===================================================================================
      *>   1300-apurar-pedidos: pedidos Fechados (não orçamento) com data
      *>   num dos dois períodos; os itens de venda dos produtos cobertos
      *>   acumulam na linha do produto.
       1300-apurar-pedidos section.
       1300.
            move low-values                          to ped-cd-pedido
            start pedido-arq key is greater than or equal ped-cd-pedido
                invalid key
                     set ws-pedido-eof                to true
            end-start
            perform until ws-pedido-eof
                read pedido-arq next record
                    at end
                         set ws-pedido-eof             to true
                    not at end
                         if   ped-fechado
                         and  not ped-tipo-orcamento
                         and  ped-data >= ws-data-inicio-anterior
                         and  ped-data <= ws-data-fim-campanha
                              perform 1310-apurar-itens-pedido
                         end-if
                end-read
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-apurar-itens-pedido section.
       1310.
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
                              if   pit-item-venda
                                   perform 1320-acumular-item
                              end-if
                         end-if
                end-read
            end-perform
            .

       1310-exit.
            exit.

      *>===================================================================================
      *>   1320-acumular-item: produto coberto pelo código ou pelo grupo
      *>   entra na linha do produto, no período em que caiu o pedido.
       1320-acumular-item section.
       1320.
            move pit-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     exit section
            end-read

            move "N"                                 to ws-ind-produto-coberto
            perform varying ws-cob-idx from 1 by 1
                    until ws-cob-idx > ws-cob-qtd
                    or ws-produto-coberto
                if   ws-cob-cd-produto(ws-cob-idx) = pit-cd-produto
                or  (ws-cob-cd-produto(ws-cob-idx) = zeros
                 and ws-cob-cd-grupo(ws-cob-idx) not = zeros
                 and ws-cob-cd-grupo(ws-cob-idx) = prd-cd-grupo)
                     move "S"                         to ws-ind-produto-coberto
                end-if
            end-perform
            if   not ws-produto-coberto
                 exit section
            end-if

            perform 1330-localizar-produto
            if   not ws-res-na-tabela
                 exit section
            end-if

            compute ws-custo-item = pit-quantidade * prd-custo-medio
            compute ws-margem-item = pit-valor-total - ws-custo-item
            if   ped-data >= ws-data-inicio-campanha
                 add pit-quantidade                   to ws-res-qtd-campanha(ws-res-idx)
                 add pit-valor-total                  to ws-res-receita-campanha(ws-res-idx)
                 add ws-margem-item                   to ws-res-margem-campanha(ws-res-idx)
                 add pit-quantidade                   to ws-tot-qtd-campanha
                 add pit-valor-total                  to ws-tot-receita-campanha
                 add ws-margem-item                   to ws-tot-margem-campanha
                 if   pit-cd-campanha = ws-cd-campanha
                      add pit-quantidade              to ws-res-qtd-pela-campanha(ws-res-idx)
                      add pit-quantidade              to ws-tot-qtd-pela-campanha
                 end-if
            else
                 add pit-quantidade                   to ws-res-qtd-anterior(ws-res-idx)
                 add pit-valor-total                  to ws-res-receita-anterior(ws-res-idx)
                 add ws-margem-item                   to ws-res-margem-anterior(ws-res-idx)
                 add pit-quantidade                   to ws-tot-qtd-anterior
                 add pit-valor-total                  to ws-tot-receita-anterior
                 add ws-margem-item                   to ws-tot-margem-anterior
            end-if
            .

       1320-exit.
            exit.

      *>===================================================================================
      *>   1330-localizar-produto: posiciona ws-res-idx na linha do
      *>   produto, abrindo a linha zerada se ainda não está na tabela
      *>   (mesma técnica de 1250-localizar-operador em BoletimCaixa.cbl).
       1330-localizar-produto section.
       1330.
            move "N"                                 to ws-res-achou
            perform varying ws-res-idx from 1 by 1
                    until ws-res-idx > ws-res-qtd
                    or ws-res-na-tabela
                if   ws-res-cd-produto(ws-res-idx) = pit-cd-produto
                     move "S"                         to ws-res-achou
                end-if
            end-perform
            if   ws-res-na-tabela
                 subtract 1                           from ws-res-idx
            else
                 if   ws-res-qtd >= 200
                      set ws-resultado-truncado        to true
                      exit section
                 end-if
                 add 1                                to ws-res-qtd
                 move ws-res-qtd                      to ws-res-idx
                 move pit-cd-produto                  to ws-res-cd-produto(ws-res-idx)
                 move prd-descricao                   to ws-res-descricao(ws-res-idx)
                 move zeros                           to ws-res-qtd-campanha(ws-res-idx)
                 move zeros                           to ws-res-qtd-pela-campanha(ws-res-idx)
                 move zeros                           to ws-res-receita-campanha(ws-res-idx)
                 move zeros                           to ws-res-margem-campanha(ws-res-idx)
                 move zeros                           to ws-res-qtd-anterior(ws-res-idx)
                 move zeros                           to ws-res-receita-anterior(ws-res-idx)
                 move zeros                           to ws-res-margem-anterior(ws-res-idx)
                 move "S"                             to ws-res-achou
            end-if
            .

       1330-exit.
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
            close campanha-arq
            close campanha-item-arq
            close pedido-arq
            close pedido-item-arq
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
                        <td colspan=8 class="titulo-relatorio">Resultado de campanha promocional</td>
                    </tr>
                    <tr>
                        <td colspan=8>
                            <form name=frmCampanha method=get action="RelCampanha.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Campanha: <input name=campanha size=5 maxlength=5 value=":ws-cd-campanha" class="campo">
                            <button>Apurar</button>
                            </form>
                        </td>
                    </tr>
            end-exec
            evaluate true
                when ws-acesso-negado
                     exec html
                    <tr>
                        <td colspan=8>Relatório restrito ao supervisor.</td>
                    </tr>
                     end-exec
                when ws-campanha-lida
                     perform 8000-resultado-campanha
                when ws-cd-campanha not = zeros
                     exec html
                    <tr>
                        <td colspan=8>Campanha não encontrada.</td>
                    </tr>
                     end-exec
                     perform 8000-linhas-campanhas
                when other
                     perform 8000-linhas-campanhas
            end-evaluate
            exec html
                </table>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-resultado-campanha section.
       8000.
            exec html
                    <tr>
                        <td colspan=8>:cmp-cd-campanha - :cmp-nome: vigência de :ws-data-inicio-campanha a :ws-data-fim-campanha (:ws-qtd-dias-campanha dias), comparada a :ws-data-inicio-anterior a :ws-data-fim-anterior</td>
                    </tr>
            end-exec
            if   ws-res-qtd = 0
                 exec html
                    <tr>
                        <td colspan=8>Nenhuma venda dos produtos da campanha nos dois períodos.</td>
                    </tr>
                 end-exec
                 exit section
            end-if
            exec html
                    <tr>
                        <td class=titulocampo rowspan=2>Produto</td>
                        <td class=titulocampo colspan=4>Na campanha</td>
                        <td class=titulocampo colspan=3>Período anterior</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Quantidade</td>
                        <td class=titulocampo>Qtd. pela campanha</td>
                        <td class=titulocampo>Receita</td>
                        <td class=titulocampo>Margem</td>
                        <td class=titulocampo>Quantidade</td>
                        <td class=titulocampo>Receita</td>
                        <td class=titulocampo>Margem</td>
                    </tr>
            end-exec
            perform varying ws-res-tab-idx from 1 by 1
                    until ws-res-tab-idx > ws-res-qtd
                exec html
                    <tr>
                        <td>:ws-res-cd-produto(ws-res-tab-idx) - :ws-res-descricao(ws-res-tab-idx)</td>
                        <td><div align=right>:ws-res-qtd-campanha(ws-res-tab-idx)</div></td>
                        <td><div align=right>:ws-res-qtd-pela-campanha(ws-res-tab-idx)</div></td>
                        <td><div align=right>:ws-res-receita-campanha(ws-res-tab-idx)</div></td>
                        <td><div align=right>:ws-res-margem-campanha(ws-res-tab-idx)</div></td>
                        <td><div align=right>:ws-res-qtd-anterior(ws-res-tab-idx)</div></td>
                        <td><div align=right>:ws-res-receita-anterior(ws-res-tab-idx)</div></td>
                        <td><div align=right>:ws-res-margem-anterior(ws-res-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            exec html
                    <tr>
                        <td class=titulocampo>Total</td>
                        <td><div align=right>:ws-tot-qtd-campanha</div></td>
                        <td><div align=right>:ws-tot-qtd-pela-campanha</div></td>
                        <td><div align=right>:ws-tot-receita-campanha</div></td>
                        <td><div align=right>:ws-tot-margem-campanha</div></td>
                        <td><div align=right>:ws-tot-qtd-anterior</div></td>
                        <td><div align=right>:ws-tot-receita-anterior</div></td>
                        <td><div align=right>:ws-tot-margem-anterior</div></td>
                    </tr>
                    <tr>
                        <td colspan=8>Margem pelo custo médio atual dos produtos nos dois períodos.</td>
                    </tr>
            end-exec
            if   ws-resultado-truncado
                 exec html
                    <tr>
                        <td colspan=8>Lista truncada: só os primeiros produtos aparecem por linha; os totais cobrem todos.</td>
                    </tr>
                 end-exec
            end-if
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-campanhas section.
       8000.
            if   ws-cmp-qtd = 0
                 exec html
                    <tr>
                        <td colspan=8>Nenhuma campanha cadastrada.</td>
                    </tr>
                 end-exec
                 exit section
            end-if
            exec html
                    <tr>
                        <td class=titulocampo>Código</td>
                        <td class=titulocampo colspan=5>Campanha</td>
                        <td class=titulocampo>Início</td>
                        <td class=titulocampo>Fim</td>
                    </tr>
            end-exec
            perform varying ws-cmp-tab-idx from 1 by 1
                    until ws-cmp-tab-idx > ws-cmp-qtd
                exec html
                    <tr>
                        <td><a href="RelCampanha.exe?campanha=:ws-cmp-cd(ws-cmp-tab-idx)&sessao=:ws-form-sessao">:ws-cmp-cd(ws-cmp-tab-idx)</a></td>
                        <td colspan=5>:ws-cmp-nome(ws-cmp-tab-idx)</td>
                        <td><div align=center>:ws-cmp-data-inicio(ws-cmp-tab-idx)</div></td>
                        <td><div align=center>:ws-cmp-data-fim(ws-cmp-tab-idx)</div></td>
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
