      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelFunil.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                         Funil de Prospecção por Vendedor
      *>            --------------------------------------------------------
      *>
      *>   Relatório do funil de prospecção (mesmo molde de RelMetas.cbl),
      *>   por vendedor responsável do prospecto (PROSPECT.DAT):
      *>   - a fotografia do funil hoje, com os prospectos em aberto em
      *>     cada etapa (Lead, Contato, Proposta, Negociação);
      *>   - o movimento do mês informado (anoMes= aaaamm na URL; vazio
      *>     assume o mês corrente): prospectos que entraram, ganhos
      *>     (convertidos em cliente) e perdidos, com a taxa de conversão
      *>     ganhos / (ganhos + perdidos), ao lado da meta de clientes
      *>     novos de META-VENDEDOR.DAT;
      *>   - o tempo médio em dias em cada etapa, das passagens já
      *>     concluídas registradas em PROSPECT-INTERACAO.DAT (a entrada
      *>     no Lead é a data de inclusão do prospecto).
      *>   Restrito ao supervisor. Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select prospecto-arq assign      to "PROSPECT.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prs-cd-prospecto
                  alternate record key       is prs-cd-vendedor with duplicates
                  file status                is ws-status-prospecto.
           select prospecto-interacao-arq assign to "PROSPECT-INTERACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pin-chave
                  file status                is ws-status-prospecto-interacao.
           select meta-vendedor-arq assign  to "META-VENDEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is met-chave
                  file status                is ws-status-meta-vendedor.
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
       fd  prospecto-arq.
       copy "PROSPECT.CPY".
       fd  prospecto-interacao-arq.
       copy "PRSINT.CPY".
       fd  meta-vendedor-arq.
       copy "METAVND.CPY".
       fd  vendedor-arq.
       copy "VEND.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-prospecto                    pic x(02)       value "00".
              88 ws-prospecto-ok                                    value "00".
              88 ws-prospecto-nao-encontrado                        value "23" "35".
           03 ws-status-prospecto-interacao          pic x(02)       value "00".
              88 ws-prospecto-interacao-ok                          value "00".
              88 ws-prospecto-interacao-nao-encontrado              value "23" "35".
           03 ws-status-meta-vendedor                pic x(02)       value "00".
              88 ws-meta-vendedor-ok                                value "00".
              88 ws-meta-vendedor-nao-encontrado                    value "23" "35".
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
       01  ws-ind-fim-interacao                      pic x(01)       value "N".
          88 ws-interacao-eof                                       value "S".

      *>   Uma linha por vendedor: metas do mês primeiro, depois os
      *>   vendedores que só aparecem nos prospectos.
       01  ws-tab-funil.
           03 ws-fun-linha                           occurs 50 times.
              05 ws-fun-cd-vendedor                   pic 9(05).
              05 ws-fun-nome                          pic x(40).
              05 ws-fun-qtd-lead                      pic 9(05).
              05 ws-fun-qtd-contato                   pic 9(05).
              05 ws-fun-qtd-proposta                  pic 9(05).
              05 ws-fun-qtd-negociacao                pic 9(05).
              05 ws-fun-entradas-mes                  pic 9(05).
              05 ws-fun-ganhos-mes                    pic 9(05).
              05 ws-fun-perdidos-mes                  pic 9(05).
              05 ws-fun-taxa-conversao                pic 9(03).
              05 ws-fun-meta-clientes                 pic 9(05).
              05 ws-fun-etapa-tempo                   occurs 4 times.
                 07 ws-fun-dias-soma                  pic 9(07).
                 07 ws-fun-dias-qtd                   pic 9(05).
              05 ws-fun-media-lead                    pic 9(05).
              05 ws-fun-media-contato                 pic 9(05).
              05 ws-fun-media-proposta                pic 9(05).
              05 ws-fun-media-negociacao              pic 9(05).
       01  ws-fun-qtd                                pic 9(03)       value zeros.
       01  ws-fun-idx                                pic 9(03)       value zeros.
       01  ws-fun-tab-idx                             pic 9(03)       value zeros.
       01  ws-fun-atual                              pic 9(03)       value zeros.

       01  ws-etapa-idx                              pic 9(01)       value zeros.
       01  ws-data-entrada-etapa                      pic 9(08)       value zeros.
       01  ws-dias-na-etapa                          pic 9(07)       value zeros.

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
                 perform 1200-carregar-metas
                 perform 1300-apurar-prospectos
                 if   ws-fun-qtd > 0
                      perform 1500-calcular-indicadores
                 end-if
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open input prospecto-arq
            if   ws-prospecto-nao-encontrado
                 open output prospecto-arq
                 close prospecto-arq
                 open input prospecto-arq
            end-if
            open input prospecto-interacao-arq
            if   ws-prospecto-interacao-nao-encontrado
                 open output prospecto-interacao-arq
                 close prospecto-interacao-arq
                 open input prospecto-interacao-arq
            end-if
            open input meta-vendedor-arq
            if   ws-meta-vendedor-nao-encontrado
                 open output meta-vendedor-arq
                 close meta-vendedor-arq
                 open input meta-vendedor-arq
            end-if
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
       1200-carregar-metas section.
       1200.
            move zeros                               to ws-fun-qtd
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to met-chave
            start meta-vendedor-arq key is greater than or equal met-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-fun-qtd >= 50
                read meta-vendedor-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   met-ano-mes = ws-ano-mes
                              move met-cd-vendedor      to vnd-cd-vendedor
                              perform 1210-incluir-vendedor
                              move met-meta-clientes-novos
                                                       to ws-fun-meta-clientes(ws-fun-qtd)
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1210-incluir-vendedor: nova linha zerada para vnd-cd-vendedor,
      *>   com o nome de VENDEDOR.DAT; fica em ws-fun-qtd.
       1210-incluir-vendedor section.
       1210.
            add 1                                    to ws-fun-qtd
            initialize                                ws-fun-linha(ws-fun-qtd)
            move vnd-cd-vendedor                     to ws-fun-cd-vendedor(ws-fun-qtd)
            read vendedor-arq
                key is vnd-cd-vendedor
                invalid key
                     continue
                not invalid key
                     move vnd-nome                    to ws-fun-nome(ws-fun-qtd)
            end-read
            .

       1210-exit.
            exit.

      *>===================================================================================
      *>   1300-apurar-prospectos: varre PROSPECT.DAT inteiro somando em
      *>   cada vendedor a etapa atual dos em aberto e o movimento do mês
      *>   (entrada pela inclusão, ganho pela conversão, perdido pela data
      *>   da etapa), e percorre as interações de cada prospecto para o
      *>   tempo por etapa.
       1300-apurar-prospectos section.
       1300.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to prs-cd-prospecto
            start prospecto-arq key is greater than or equal prs-cd-prospecto
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                read prospecto-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         perform 1310-localizar-vendedor
                         if   ws-fun-atual not = zeros
                              perform 1320-somar-prospecto
                              perform 1400-apurar-tempo-etapas
                         end-if
                end-read
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-localizar-vendedor section.
       1310.
            move zeros                               to ws-fun-atual
            perform varying ws-fun-idx from 1 by 1
                    until ws-fun-idx > ws-fun-qtd
                       or ws-fun-atual not = zeros
                if   ws-fun-cd-vendedor(ws-fun-idx) = prs-cd-vendedor
                     move ws-fun-idx                  to ws-fun-atual
                end-if
            end-perform
            if   ws-fun-atual = zeros
            and  ws-fun-qtd < 50
                 move prs-cd-vendedor                 to vnd-cd-vendedor
                 perform 1210-incluir-vendedor
                 move ws-fun-qtd                      to ws-fun-atual
            end-if
            .

       1310-exit.
            exit.

      *>===================================================================================
       1320-somar-prospecto section.
       1320.
            evaluate true
                when prs-etapa-lead
                     add 1                            to ws-fun-qtd-lead(ws-fun-atual)
                when prs-etapa-contato
                     add 1                            to ws-fun-qtd-contato(ws-fun-atual)
                when prs-etapa-proposta
                     add 1                            to ws-fun-qtd-proposta(ws-fun-atual)
                when prs-etapa-negociacao
                     add 1                            to ws-fun-qtd-negociacao(ws-fun-atual)
                when prs-etapa-ganho
                     if   prs-data-conversao (1:6) = ws-ano-mes
                          add 1                       to ws-fun-ganhos-mes(ws-fun-atual)
                     end-if
                when prs-etapa-perdido
                     if   prs-data-etapa (1:6) = ws-ano-mes
                          add 1                       to ws-fun-perdidos-mes(ws-fun-atual)
                     end-if
            end-evaluate
            if   prs-data-inclusao (1:6) = ws-ano-mes
                 add 1                                to ws-fun-entradas-mes(ws-fun-atual)
            end-if
            .

       1320-exit.
            exit.

      *>===================================================================================
      *>   1400-apurar-tempo-etapas: cada mudança de etapa registrada
      *>   (pin-etapa-nova preenchida) encerra a passagem pela etapa
      *>   anterior; os dias desde a entrada nela somam na etapa (1 a 4).
       1400-apurar-tempo-etapas section.
       1400.
            move prs-data-inclusao                   to ws-data-entrada-etapa
            move "N"                                 to ws-ind-fim-interacao
            move prs-cd-prospecto                    to pin-cd-prospecto
            move zeros                               to pin-sequencia
            start prospecto-interacao-arq key is greater than or equal pin-chave
                invalid key
                     set ws-interacao-eof             to true
            end-start
            perform until ws-interacao-eof
                read prospecto-interacao-arq next record
                    at end
                         set ws-interacao-eof          to true
                    not at end
                         if   pin-cd-prospecto not = prs-cd-prospecto
                              set ws-interacao-eof      to true
                         else
                              if   pin-etapa-nova not = zeros
                              and  pin-etapa-anterior >= 1
                              and  pin-etapa-anterior <= 4
                                   perform 1410-somar-passagem
                              end-if
                         end-if
                end-read
            end-perform
            .

       1400-exit.
            exit.

      *>===================================================================================
       1410-somar-passagem section.
       1410.
            move pin-etapa-anterior                  to ws-etapa-idx
            move zeros                               to ws-dias-na-etapa
            if   ws-data-entrada-etapa not = zeros
            and  pin-data >= ws-data-entrada-etapa
                 compute ws-dias-na-etapa =
                         function integer-of-date(pin-data)
                       - function integer-of-date(ws-data-entrada-etapa)
            end-if
            add ws-dias-na-etapa                     to ws-fun-dias-soma(ws-fun-atual, ws-etapa-idx)
            add 1                                    to ws-fun-dias-qtd(ws-fun-atual, ws-etapa-idx)
            move pin-data                            to ws-data-entrada-etapa
            .

       1410-exit.
            exit.

      *>===================================================================================
       1500-calcular-indicadores section.
       1500.
            perform varying ws-fun-idx from 1 by 1
                    until ws-fun-idx > ws-fun-qtd
                if   ws-fun-ganhos-mes(ws-fun-idx) + ws-fun-perdidos-mes(ws-fun-idx) > 0
                     compute ws-fun-taxa-conversao(ws-fun-idx) rounded =
                             ws-fun-ganhos-mes(ws-fun-idx) * 100
                           / (ws-fun-ganhos-mes(ws-fun-idx) + ws-fun-perdidos-mes(ws-fun-idx))
                end-if
                if   ws-fun-dias-qtd(ws-fun-idx, 1) > 0
                     compute ws-fun-media-lead(ws-fun-idx) rounded =
                             ws-fun-dias-soma(ws-fun-idx, 1) / ws-fun-dias-qtd(ws-fun-idx, 1)
                end-if
                if   ws-fun-dias-qtd(ws-fun-idx, 2) > 0
                     compute ws-fun-media-contato(ws-fun-idx) rounded =
                             ws-fun-dias-soma(ws-fun-idx, 2) / ws-fun-dias-qtd(ws-fun-idx, 2)
                end-if
                if   ws-fun-dias-qtd(ws-fun-idx, 3) > 0
                     compute ws-fun-media-proposta(ws-fun-idx) rounded =
                             ws-fun-dias-soma(ws-fun-idx, 3) / ws-fun-dias-qtd(ws-fun-idx, 3)
                end-if
                if   ws-fun-dias-qtd(ws-fun-idx, 4) > 0
                     compute ws-fun-media-negociacao(ws-fun-idx) rounded =
                             ws-fun-dias-soma(ws-fun-idx, 4) / ws-fun-dias-qtd(ws-fun-idx, 4)
                end-if
            end-perform
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
            close prospecto-arq
            close prospecto-interacao-arq
            close meta-vendedor-arq
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
                        <td colspan=15 class="titulo-relatorio">Funil de Prospecção - :ws-ano-mes</td>
                    </tr>
                    <tr>
                        <td colspan=15>
                            <form name=frmFunil method=get action="RelFunil.exe">
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
                        <td colspan=15>Relatório restrito ao supervisor.</td>
                    </tr>
                     end-exec
                when ws-fun-qtd = 0
                     exec html
                    <tr>
                        <td colspan=15>Nenhum prospecto ou meta para o mês.</td>
                    </tr>
                     end-exec
                when other
                     perform 8000-linhas-funil
            end-evaluate
            exec html
                </table>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-funil section.
       8000.
            exec html
                    <tr>
                        <td class=titulocampo colspan=2>&nbsp;</td>
                        <td class=titulocampo colspan=4>Em aberto hoje</td>
                        <td class=titulocampo colspan=5>Movimento do mês</td>
                        <td class=titulocampo colspan=4>Dias médios na etapa</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Vendedor</td>
                        <td class=titulocampo>Nome</td>
                        <td class=titulocampo>Lead</td>
                        <td class=titulocampo>Contato</td>
                        <td class=titulocampo>Proposta</td>
                        <td class=titulocampo>Negociação</td>
                        <td class=titulocampo>Entradas</td>
                        <td class=titulocampo>Ganhos</td>
                        <td class=titulocampo>Perdidos</td>
                        <td class=titulocampo>% conversão</td>
                        <td class=titulocampo>Meta clientes</td>
                        <td class=titulocampo>Lead</td>
                        <td class=titulocampo>Contato</td>
                        <td class=titulocampo>Proposta</td>
                        <td class=titulocampo>Negociação</td>
                    </tr>
            end-exec
            perform varying ws-fun-tab-idx from 1 by 1
                    until ws-fun-tab-idx > ws-fun-qtd
                exec html
                    <tr>
                        <td>:ws-fun-cd-vendedor(ws-fun-tab-idx)</td>
                        <td>:ws-fun-nome(ws-fun-tab-idx)</td>
                        <td><div align=center>:ws-fun-qtd-lead(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-qtd-contato(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-qtd-proposta(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-qtd-negociacao(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-entradas-mes(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-ganhos-mes(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-perdidos-mes(ws-fun-tab-idx)</div></td>
                        <td><div align=right>:ws-fun-taxa-conversao(ws-fun-tab-idx)%</div></td>
                        <td><div align=center>:ws-fun-meta-clientes(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-media-lead(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-media-contato(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-media-proposta(ws-fun-tab-idx)</div></td>
                        <td><div align=center>:ws-fun-media-negociacao(ws-fun-tab-idx)</div></td>
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
