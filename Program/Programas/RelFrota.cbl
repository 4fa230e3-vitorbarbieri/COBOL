      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelFrota.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                      Custo da Frota por Veículo (mês)
      *>            --------------------------------------------------------
      *>
      *>   Relatório mensal da frota de entrega numa página (mesmo molde
      *>   de RelDre.cbl), para o mês de anoMes= (aaaamm; vazio assume o
      *>   mês corrente), um veículo por linha:
      *>     - km rodados: hodômetro do último abastecimento do mês menos
      *>       o do último abastecimento anterior ao mês (sem anterior,
      *>       o primeiro do mês vira o marco e os litros dele não contam
      *>       para o consumo);
      *>     - km/l, litros e custo de combustível dos abastecimentos
      *>       (tipo "C" de VEI-CONTROLE.DAT) e custo de manutenção (tipo
      *>       "M") com data no mês;
      *>     - entregas: pedidos do veículo com entrega confirmada no mês
      *>       (ENTREGA.DAT, situação Entregue);
      *>     - custo por km e por entrega (combustível + manutenção).
      *>   O consumo do mês é comparado com a média do próprio veículo
      *>   (todos os abastecimentos até o fim do mês, pelo mesmo critério
      *>   de hodômetro); km/l abaixo da média além da tolerância sai
      *>   marcado como ANORMAL. Restrito ao supervisor. Chamado pelo
      *>   menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select veiculo-arq assign        to "VEICULO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is vei-cd-veiculo
                  file status                is ws-status-veiculo.
           select vei-controle-arq assign   to "VEI-CONTROLE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is vct-chave
                  file status                is ws-status-vei-controle.
           select entrega-arq assign        to "ENTREGA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ent-cd-pedido
                  file status                is ws-status-entrega.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  veiculo-arq.
       copy "VEIC.CPY".
       fd  vei-controle-arq.
       copy "VEICTRL.CPY".
       fd  entrega-arq.
       copy "ENTREGA.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-veiculo                     pic x(02)       value "00".
              88 ws-veiculo-ok                                      value "00".
              88 ws-veiculo-nao-encontrado                          value "23" "35".
           03 ws-status-vei-controle                 pic x(02)       value "00".
              88 ws-vei-controle-ok                                 value "00".
              88 ws-vei-controle-nao-encontrado                     value "23" "35".
           03 ws-status-entrega                     pic x(02)       value "00".
              88 ws-entrega-ok                                      value "00".
              88 ws-entrega-nao-encontrado                          value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
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
       01  ws-ind-fim-controle                        pic x(01)       value "N".
          88 ws-controle-eof                                         value "S".

      *>   Consumo do mês abaixo da média do veículo em mais que esta
      *>   porcentagem sai marcado como anormal.
       01  ws-tolerancia-consumo                      pic 9(02)       value 15.

      *>   Uma linha por veículo (mesma técnica de acumulação de
      *>   ws-tab-contas em RelDre.cbl).
       01  ws-tab-frota.
           03 ws-frt-linha                           occurs 200 times.
              05 ws-frt-cd-veiculo                    pic 9(05).
              05 ws-frt-placa                         pic x(07).
              05 ws-frt-motorista                     pic x(40).
      *>      Último hodômetro antes do mês.
              05 ws-frt-km-anterior                   pic 9(07).
      *>      Abastecimentos do mês.
              05 ws-frt-km-mes-min                    pic 9(07).
              05 ws-frt-litros-mes-min                pic 9(04)v9(03).
              05 ws-frt-km-mes-max                    pic 9(07).
              05 ws-frt-litros-mes                    pic 9(07)v9(03).
              05 ws-frt-valor-combustivel             pic 9(09)v9(02).
              05 ws-frt-qtd-abastecimentos             pic 9(04).
      *>      Abastecimentos até o fim do mês (média do veículo).
              05 ws-frt-km-hist-min                   pic 9(07).
              05 ws-frt-litros-hist-min               pic 9(04)v9(03).
              05 ws-frt-km-hist-max                   pic 9(07).
              05 ws-frt-litros-hist                   pic 9(09)v9(03).
      *>      Manutenção e entregas do mês.
              05 ws-frt-custo-manutencao               pic 9(09)v9(02).
              05 ws-frt-qtd-entregas                   pic 9(05).
      *>      Resultado.
              05 ws-frt-km-rodado                     pic 9(07).
              05 ws-frt-litros-consumo                pic 9(07)v9(03).
              05 ws-frt-km-litro                      pic 9(03)v9(02).
              05 ws-frt-km-litro-media                pic 9(03)v9(02).
              05 ws-frt-custo-total                   pic 9(09)v9(02).
              05 ws-frt-custo-km                      pic 9(05)v9(03).
              05 ws-frt-custo-entrega                 pic 9(07)v9(02).
              05 ws-frt-alerta                        pic x(08).
       01  ws-frt-qtd                                pic 9(03)       value zeros.
       01  ws-frt-idx                                pic 9(03)       value zeros.
       01  ws-ind-frota-truncada                      pic x(01)       value "N".
          88 ws-frota-truncada                                       value "S".
       01  ws-ind-achou                              pic x(01)       value "N".
          88 ws-achou-na-tabela                                      value "S".

       01  ws-limite-consumo                          pic 9(03)v9(02) value zeros.
       01  ws-km-hist                                pic 9(07)       value zeros.
       01  ws-litros-calculo                          pic 9(09)v9(03) value zeros.

       01  ws-totais-frota.
           03 ws-tot-km-rodado                       pic 9(09)       value zeros.
           03 ws-tot-litros                          pic 9(09)v9(03) value zeros.
           03 ws-tot-valor-combustivel                pic 9(11)v9(02) value zeros.
           03 ws-tot-custo-manutencao                 pic 9(11)v9(02) value zeros.
           03 ws-tot-custo-total                      pic 9(11)v9(02) value zeros.
           03 ws-tot-qtd-entregas                     pic 9(07)       value zeros.
           03 ws-tot-custo-km                         pic 9(05)v9(03) value zeros.
           03 ws-tot-custo-entrega                    pic 9(07)v9(02) value zeros.
           03 ws-tot-qtd-anormais                     pic 9(03)       value zeros.

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
            open input veiculo-arq
            if   ws-veiculo-nao-encontrado
                 open output veiculo-arq
                 close veiculo-arq
                 open input veiculo-arq
            end-if
            open input vei-controle-arq
            open input entrega-arq
            open input pedido-arq
            open input sessao-arq

            perform 1150-obter-parametros
            perform 1160-obter-perfil-logado
            if   ws-perfil-logado not = 3
                 set ws-acesso-negado                to true
            else
                 perform 1200-carregar-veiculos
                 perform 1300-contar-entregas
                 perform 1400-calcular-indicadores
            end-if
            .

       1000-exit.
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
            or   ws-ano-mes(5:2) < "01"
            or   ws-ano-mes(5:2) > "12"
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
      *>   1200-carregar-veiculos: uma linha por veículo ativo, com os
      *>   controles dele lidos em seguida.
       1200-carregar-veiculos section.
       1200.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to vei-cd-veiculo
            start veiculo-arq key is greater than or equal vei-cd-veiculo
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read veiculo-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   vei-ativo
                              if   ws-frt-qtd >= 200
                                   set ws-frota-truncada to true
                                   set ws-varredura-eof  to true
                              else
                                   add 1               to ws-frt-qtd
                                   move ws-frt-qtd     to ws-frt-idx
                                   initialize ws-frt-linha(ws-frt-idx)
                                   move vei-cd-veiculo to ws-frt-cd-veiculo(ws-frt-idx)
                                   move vei-placa      to ws-frt-placa(ws-frt-idx)
                                   move vei-motorista  to ws-frt-motorista(ws-frt-idx)
                                   perform 1210-ler-controles
                              end-if
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1210-ler-controles: abastecimentos e manutenções do veículo
      *>   (mesma varredura por chave de 2430-carregar-controles em
      *>   Veiculo.cbl). O hodômetro ordena os abastecimentos - a
      *>   sequência é só a ordem de digitação.
       1210-ler-controles section.
       1210.
            move "N"                                 to ws-ind-fim-controle
            move ws-frt-cd-veiculo(ws-frt-idx)        to vct-cd-veiculo
            move zeros                               to vct-sequencia
            start vei-controle-arq key is greater than or equal vct-chave
                invalid key
                     exit section
            end-start

            perform until ws-controle-eof
                read vei-controle-arq next record
                    at end
                         set ws-controle-eof           to true
                    not at end
                         if   vct-cd-veiculo not = ws-frt-cd-veiculo(ws-frt-idx)
                              set ws-controle-eof      to true
                         else
                              evaluate true
                                  when vct-abastecimento
                                       perform 1220-somar-abastecimento
                                  when vct-manutencao
                                   and vct-data(1:6) = ws-ano-mes
                                       add vct-custo to ws-frt-custo-manutencao(ws-frt-idx)
                                  when other
                                       continue
                              end-evaluate
                         end-if
                end-read
            end-perform
            .

       1210-exit.
            exit.

      *>===================================================================================
       1220-somar-abastecimento section.
       1220.
            if   vct-data(1:6) > ws-ano-mes
                 exit section
            end-if

      *>   Histórico até o fim do mês, para a média do veículo.
            if   ws-frt-km-hist-min(ws-frt-idx) = zeros
            or   vct-km < ws-frt-km-hist-min(ws-frt-idx)
                 move vct-km                          to ws-frt-km-hist-min(ws-frt-idx)
                 move vct-litros                      to ws-frt-litros-hist-min(ws-frt-idx)
            end-if
            if   vct-km > ws-frt-km-hist-max(ws-frt-idx)
                 move vct-km                          to ws-frt-km-hist-max(ws-frt-idx)
            end-if
            add vct-litros                           to ws-frt-litros-hist(ws-frt-idx)

            if   vct-data(1:6) < ws-ano-mes
                 if   vct-km > ws-frt-km-anterior(ws-frt-idx)
                      move vct-km                     to ws-frt-km-anterior(ws-frt-idx)
                 end-if
                 exit section
            end-if

            add 1                                    to ws-frt-qtd-abastecimentos(ws-frt-idx)
            add vct-litros                           to ws-frt-litros-mes(ws-frt-idx)
            add vct-custo                            to ws-frt-valor-combustivel(ws-frt-idx)
            if   ws-frt-km-mes-min(ws-frt-idx) = zeros
            or   vct-km < ws-frt-km-mes-min(ws-frt-idx)
                 move vct-km                          to ws-frt-km-mes-min(ws-frt-idx)
                 move vct-litros                      to ws-frt-litros-mes-min(ws-frt-idx)
            end-if
            if   vct-km > ws-frt-km-mes-max(ws-frt-idx)
                 move vct-km                          to ws-frt-km-mes-max(ws-frt-idx)
            end-if
            .

       1220-exit.
            exit.

      *>===================================================================================
      *>   1300-contar-entregas: entregas confirmadas no mês, atribuídas
      *>   ao veículo do pedido.
       1300-contar-entregas section.
       1300.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to ent-cd-pedido
            start entrega-arq key is greater than or equal ent-cd-pedido
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read entrega-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ent-entregue
                         and  ent-data(1:6) = ws-ano-mes
                              move ent-cd-pedido       to ped-cd-pedido
                              read pedido-arq
                                  key is ped-cd-pedido
                                  invalid key
                                       continue
                                  not invalid key
                                       perform 1310-localizar-veiculo
                                       if   ws-achou-na-tabela
                                            add 1      to ws-frt-qtd-entregas(ws-frt-idx)
                                       end-if
                              end-read
                         end-if
                end-read
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-localizar-veiculo section.
       1310.
            move "N"                                 to ws-ind-achou
            perform varying ws-frt-idx from 1 by 1
                    until ws-frt-idx > ws-frt-qtd
                    or ws-achou-na-tabela
                if   ws-frt-cd-veiculo(ws-frt-idx) = ped-cd-veiculo
                     move "S"                         to ws-ind-achou
                end-if
            end-perform
            if   ws-achou-na-tabela
                 subtract 1                           from ws-frt-idx
            end-if
            .

       1310-exit.
            exit.

      *>===================================================================================
      *>   1400-calcular-indicadores: km rodados, consumo, custos por km
      *>   e por entrega, e a comparação com a média do veículo.
       1400-calcular-indicadores section.
       1400.
            perform varying ws-frt-idx from 1 by 1
                    until ws-frt-idx > ws-frt-qtd
                perform 1410-calcular-veiculo
            end-perform

            if   ws-tot-km-rodado > zeros
                 compute ws-tot-custo-km rounded =
                         ws-tot-custo-total / ws-tot-km-rodado
            end-if
            if   ws-tot-qtd-entregas > zeros
                 compute ws-tot-custo-entrega rounded =
                         ws-tot-custo-total / ws-tot-qtd-entregas
            end-if
            .

       1400-exit.
            exit.

      *>===================================================================================
       1410-calcular-veiculo section.
       1410.
            move spaces                              to ws-frt-alerta(ws-frt-idx)
            if   ws-frt-qtd-abastecimentos(ws-frt-idx) > zeros
                 if   ws-frt-km-anterior(ws-frt-idx) > zeros
                      compute ws-frt-km-rodado(ws-frt-idx) =
                              ws-frt-km-mes-max(ws-frt-idx)
                            - ws-frt-km-anterior(ws-frt-idx)
                      move ws-frt-litros-mes(ws-frt-idx) to ws-frt-litros-consumo(ws-frt-idx)
                 else
                      compute ws-frt-km-rodado(ws-frt-idx) =
                              ws-frt-km-mes-max(ws-frt-idx)
                            - ws-frt-km-mes-min(ws-frt-idx)
                      compute ws-frt-litros-consumo(ws-frt-idx) =
                              ws-frt-litros-mes(ws-frt-idx)
                            - ws-frt-litros-mes-min(ws-frt-idx)
                 end-if
            end-if
            if   ws-frt-litros-consumo(ws-frt-idx) > zeros
                 compute ws-frt-km-litro(ws-frt-idx) rounded =
                         ws-frt-km-rodado(ws-frt-idx)
                       / ws-frt-litros-consumo(ws-frt-idx)
                     on size error
                         move zeros                  to ws-frt-km-litro(ws-frt-idx)
                 end-compute
            end-if

            compute ws-km-hist = ws-frt-km-hist-max(ws-frt-idx)
                               - ws-frt-km-hist-min(ws-frt-idx)
            compute ws-litros-calculo = ws-frt-litros-hist(ws-frt-idx)
                                      - ws-frt-litros-hist-min(ws-frt-idx)
            if   ws-litros-calculo > zeros
                 compute ws-frt-km-litro-media(ws-frt-idx) rounded =
                         ws-km-hist / ws-litros-calculo
                     on size error
                         move zeros                  to ws-frt-km-litro-media(ws-frt-idx)
                 end-compute
            end-if

            compute ws-frt-custo-total(ws-frt-idx) =
                    ws-frt-valor-combustivel(ws-frt-idx)
                  + ws-frt-custo-manutencao(ws-frt-idx)
            if   ws-frt-km-rodado(ws-frt-idx) > zeros
                 compute ws-frt-custo-km(ws-frt-idx) rounded =
                         ws-frt-custo-total(ws-frt-idx)
                       / ws-frt-km-rodado(ws-frt-idx)
                     on size error
                         move zeros                  to ws-frt-custo-km(ws-frt-idx)
                 end-compute
            end-if
            if   ws-frt-qtd-entregas(ws-frt-idx) > zeros
                 compute ws-frt-custo-entrega(ws-frt-idx) rounded =
                         ws-frt-custo-total(ws-frt-idx)
                       / ws-frt-qtd-entregas(ws-frt-idx)
                     on size error
                         move zeros                  to ws-frt-custo-entrega(ws-frt-idx)
                 end-compute
            end-if

            if   ws-frt-km-litro(ws-frt-idx) > zeros
            and  ws-frt-km-litro-media(ws-frt-idx) > zeros
                 compute ws-limite-consumo rounded =
                         ws-frt-km-litro-media(ws-frt-idx)
                       * (100 - ws-tolerancia-consumo) / 100
                 if   ws-frt-km-litro(ws-frt-idx) < ws-limite-consumo
                      move "ANORMAL"                  to ws-frt-alerta(ws-frt-idx)
                      add 1                           to ws-tot-qtd-anormais
                 end-if
            end-if

            add ws-frt-km-rodado(ws-frt-idx)          to ws-tot-km-rodado
            add ws-frt-litros-mes(ws-frt-idx)         to ws-tot-litros
            add ws-frt-valor-combustivel(ws-frt-idx)  to ws-tot-valor-combustivel
            add ws-frt-custo-manutencao(ws-frt-idx)   to ws-tot-custo-manutencao
            add ws-frt-custo-total(ws-frt-idx)        to ws-tot-custo-total
            add ws-frt-qtd-entregas(ws-frt-idx)       to ws-tot-qtd-entregas
            .

       1410-exit.
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
            close veiculo-arq
            close vei-controle-arq
            close entrega-arq
            close pedido-arq
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
                        <td colspan=13 class="titulo-relatorio">Custo da frota por veículo - :ws-ano-mes</td>
                    </tr>
                    <tr>
                        <td colspan=13>
                            <form name=frmFrota method=get action="RelFrota.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Mês (AAAAMM): <input name=anoMes size=6 maxlength=6 value=":ws-ano-mes" class="campo">
                            <button>Apurar</button>
                            </form>
                        </td>
                    </tr>
            end-exec
            if   ws-acesso-negado
                 exec html
                    <tr>
                        <td colspan=13>Relatório restrito ao supervisor.</td>
                    </tr>
                 end-exec
            else
                 perform 8000-linhas-frota
            end-if
            exec html
                </table>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-frota section.
       8000.
            exec html
                    <tr>
                        <td class=titulocampo>Veículo</td>
                        <td class=titulocampo>Placa</td>
                        <td class=titulocampo>Motorista</td>
                        <td class=titulocampo><div align=right>Km rodados</div></td>
                        <td class=titulocampo><div align=right>Litros</div></td>
                        <td class=titulocampo><div align=right>Km/l</div></td>
                        <td class=titulocampo><div align=right>Km/l médio</div></td>
                        <td class=titulocampo><div align=right>Combustível</div></td>
                        <td class=titulocampo><div align=right>Manutenção</div></td>
                        <td class=titulocampo><div align=right>Custo/km</div></td>
                        <td class=titulocampo><div align=right>Entregas</div></td>
                        <td class=titulocampo><div align=right>Custo/entrega</div></td>
                        <td class=titulocampo>Consumo</td>
                    </tr>
            end-exec
            perform varying ws-frt-idx from 1 by 1
                    until ws-frt-idx > ws-frt-qtd
                exec html
                    <tr>
                        <td>:ws-frt-cd-veiculo(ws-frt-idx)</td>
                        <td>:ws-frt-placa(ws-frt-idx)</td>
                        <td>:ws-frt-motorista(ws-frt-idx)</td>
                        <td><div align=right>:ws-frt-km-rodado(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-litros-mes(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-km-litro(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-km-litro-media(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-valor-combustivel(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-custo-manutencao(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-custo-km(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-qtd-entregas(ws-frt-idx)</div></td>
                        <td><div align=right>:ws-frt-custo-entrega(ws-frt-idx)</div></td>
                        <td class="alerta">:ws-frt-alerta(ws-frt-idx)</td>
                    </tr>
                end-exec
            end-perform
            exec html
                    <tr class="total">
                        <td colspan=3>Frota</td>
                        <td><div align=right>:ws-tot-km-rodado</div></td>
                        <td><div align=right>:ws-tot-litros</div></td>
                        <td>&nbsp;</td>
                        <td>&nbsp;</td>
                        <td><div align=right>:ws-tot-valor-combustivel</div></td>
                        <td><div align=right>:ws-tot-custo-manutencao</div></td>
                        <td><div align=right>:ws-tot-custo-km</div></td>
                        <td><div align=right>:ws-tot-qtd-entregas</div></td>
                        <td><div align=right>:ws-tot-custo-entrega</div></td>
                        <td>:ws-tot-qtd-anormais anormal(is)</td>
                    </tr>
                    <tr>
                        <td colspan=13>Consumo ANORMAL: km/l do mês mais de :ws-tolerancia-consumo% abaixo da média do próprio veículo.</td>
                    </tr>
            end-exec
            if   ws-frota-truncada
                 exec html
                    <tr>
                        <td colspan=13>Frota truncada em 200 veículos.</td>
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
                  .total {
                     font-weight: bold;
                     background: #DDDDDD;
                  }
                  .alerta {
                     color: red;
                     font-weight: bold;
                  }
               </style>
            end-exec
            .

       8000-exit.
            exit.
