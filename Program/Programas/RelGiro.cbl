      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelGiro.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                       Estoque Parado e Giro do Estoque
      *>            --------------------------------------------------------
      *>
      *>   Relatório do estoque parado (mesmo molde de RelValorizacao.cbl):
      *>   para cada produto com saldo, varre o histórico de
      *>   ESTOQUE-MOV.DAT atrás da última saída (mov-tipo "S") e da
      *>   última entrada e soma as saídas do período (dataIni=/dataFim=
      *>   aaaammdd; vazio assume os últimos 12 meses) para o giro
      *>   (saídas do período / saldo atual) e os dias de cobertura
      *>   (saldo / saída média diária). Lista os produtos sem saída há
      *>   30, 60, 90 ou 180 dias ou mais (diasMin= escolhe a faixa de
      *>   corte, padrão 30), valorados pelo custo médio e abertos pelos
      *>   saldos de PRD-DEPOSITO.DAT, com totais por faixa e por
      *>   depósito. Produto que nunca saiu conta os dias desde a última
      *>   entrada (ou desde a inclusão). Restrito ao supervisor. Chamado
      *>   pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select estoque-mov-arq assign    to "ESTOQUE-MOV.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select prd-deposito-arq assign   to "PRD-DEPOSITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pde-chave
                  file status                is ws-status-prd-deposito.
           select deposito-arq assign       to "DEPOSITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dep-cd-deposito
                  file status                is ws-status-deposito.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  produto-arq.
       copy "PROD.CPY".
       fd  estoque-mov-arq.
       copy "ESTMOV.CPY".
       fd  prd-deposito-arq.
       copy "PRDDEP.CPY".
       fd  deposito-arq.
       copy "DEPOSITO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-estoque-mov                 pic x(02)       value "00".
              88 ws-estoque-mov-ok                                  value "00".
              88 ws-estoque-mov-nao-encontrado                      value "23" "35".
           03 ws-status-prd-deposito                pic x(02)       value "00".
              88 ws-prd-deposito-ok                                 value "00".
              88 ws-prd-deposito-nao-encontrado                     value "23" "35".
           03 ws-status-deposito                    pic x(02)       value "00".
              88 ws-deposito-ok                                     value "00".
              88 ws-deposito-nao-encontrado                         value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-data-inicial                        pic 9(08)       value zeros.
           03 ws-data-final                          pic 9(08)       value zeros.
           03 ws-dias-minimo                         pic 9(03)       value 30.
       01  ws-lixo-unstring                          pic x(200)      value spaces.
       01  ws-form-sessao                            pic 9(10)       value zeros.
       01  ws-perfil-logado                           pic 9(01)       value 1.
       01  ws-ind-acesso-negado                       pic x(01)       value "N".
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.

       01  ws-ind-fim-produto                        pic x(01)       value "N".
          88 ws-produto-eof                                          value "S".
       01  ws-ind-fim-movimento                      pic x(01)       value "N".
          88 ws-movimento-eof                                        value "S".
       01  ws-ind-fim-deposito                       pic x(01)       value "N".
          88 ws-deposito-eof                                         value "S".

       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-dias-periodo                           pic 9(05)       value zeros.

      *>   Apuração do produto corrente na varredura do movimento.
       01  ws-apuracao-produto.
           03 ws-ult-saida                          pic 9(08)       value zeros.
           03 ws-ult-entrada                        pic 9(08)       value zeros.
           03 ws-data-referencia                     pic 9(08)       value zeros.
           03 ws-qtd-saida-periodo                    pic 9(09)       value zeros.
           03 ws-dias-parado                         pic 9(05)       value zeros.
           03 ws-giro                               pic 9(05)v9(02) value zeros.
           03 ws-dias-cobertura                      pic 9(05)       value zeros.
           03 ws-valor-produto                       pic s9(11)v9(02) value zeros.
           03 ws-faixa                              pic 9(01)       value zeros.

      *>   Produtos parados listados (mesma técnica de ws-tab-valorizacao
      *>   em RelValorizacao.cbl: acima da lotação os totais continuam e
      *>   só o detalhamento é cortado). A faixa vai de 1 (30 a 59 dias)
      *>   a 4 (180 dias ou mais); até 5 depósitos com saldo por produto.
       01  ws-tab-parados.
           03 ws-par-linha                           occurs 500 times.
              05 ws-par-cd-produto                    pic 9(05).
              05 ws-par-descricao                     pic x(40).
              05 ws-par-faixa                         pic 9(01).
              05 ws-par-ult-saida                     pic 9(08).
              05 ws-par-ult-entrada                   pic 9(08).
              05 ws-par-dias-parado                   pic 9(05).
              05 ws-par-saldo                         pic s9(07).
              05 ws-par-custo-medio                    pic 9(07)v9(02).
              05 ws-par-valor                         pic s9(11)v9(02).
              05 ws-par-qtd-saida                     pic 9(09).
              05 ws-par-giro                          pic 9(05)v9(02).
              05 ws-par-dias-cobertura                 pic 9(05).
              05 ws-par-qtd-depositos                  pic 9(01).
              05 ws-par-deposito                      occurs 5 times.
                 07 ws-par-cd-deposito                pic 9(03).
                 07 ws-par-saldo-deposito              pic s9(07).
       01  ws-par-qtd                                pic 9(03)       value zeros.
       01  ws-par-tab-idx                             pic 9(03)       value zeros.
       01  ws-par-dep-idx                             pic 9(01)       value zeros.
       01  ws-ind-detalhe-truncado                    pic x(01)       value "N".
          88 ws-detalhe-truncado                                     value "S".

      *>   Totais por faixa de dias parados.
       01  ws-tab-faixas.
           03 ws-fai-linha                           occurs 4 times.
              05 ws-fai-qtd-produtos                  pic 9(05).
              05 ws-fai-valor                         pic s9(13)v9(02).
       01  ws-fai-idx                                pic 9(01)       value zeros.
       01  ws-fai-descricao                           pic x(20)       value spaces.

      *>   Totais por depósito do estoque parado.
       01  ws-tab-depositos.
           03 ws-dep-linha                           occurs 20 times.
              05 ws-dep-r-cd                          pic 9(03).
              05 ws-dep-r-descricao                   pic x(30).
              05 ws-dep-r-saldo                       pic s9(09).
              05 ws-dep-r-valor                       pic s9(13)v9(02).
       01  ws-dep-qtd                                pic 9(02)       value zeros.
       01  ws-dep-idx                                pic 9(02)       value zeros.
       01  ws-dep-achou                              pic x(01)       value "N".
          88 ws-dep-na-tabela                                        value "S".
       01  ws-valor-deposito                          pic s9(11)v9(02) value zeros.

       01  ws-totais-parados.
           03 ws-total-qtd-parados                    pic 9(05)       value zeros.
           03 ws-total-valor-parados                  pic s9(13)v9(02) value zeros.
           03 ws-total-valor-estoque                  pic s9(13)v9(02) value zeros.

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
            open input produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open input produto-arq
            end-if
            open input estoque-mov-arq
            if   ws-estoque-mov-nao-encontrado
                 open output estoque-mov-arq
                 close estoque-mov-arq
                 open input estoque-mov-arq
            end-if
            open input prd-deposito-arq
            if   ws-prd-deposito-nao-encontrado
                 open output prd-deposito-arq
                 close prd-deposito-arq
                 open input prd-deposito-arq
            end-if
            open input deposito-arq
            open input sessao-arq

            perform 1150-obter-parametros
            perform 1160-obter-perfil-logado
            if   ws-perfil-logado not = 3
                 set ws-acesso-negado                to true
            else
                 perform 1200-apurar-estoque-parado
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
      *>   1150-obter-parametros: período do giro (padrão últimos 12
      *>   meses até hoje) e faixa mínima de dias parados (30, 60, 90 ou
      *>   180; outro valor volta para 30).
       1150-obter-parametros section.
       1150.
            move function current-date (1:8)          to ws-data-hoje
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

                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "diasMin=" into ws-lixo-unstring
                                                                     ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor not = spaces
                      move function numval(ws-param-valor) to ws-dias-minimo
                 end-if
            end-if
            move spaces                              to ws-lixo-unstring

            if   ws-dias-minimo not = 30 and not = 60 and not = 90 and not = 180
                 move 30                              to ws-dias-minimo
            end-if
            if   ws-data-final = zeros
                 move ws-data-hoje                    to ws-data-final
            end-if
            if   ws-data-inicial = zeros
                 move function date-of-integer(
                         function integer-of-date(ws-data-final) - 364)
                                                     to ws-data-inicial
            end-if
            if   ws-data-inicial > ws-data-final
                 move ws-data-final                   to ws-data-inicial
            end-if
            compute ws-dias-periodo =
                    function integer-of-date(ws-data-final)
                  - function integer-of-date(ws-data-inicial) + 1
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
       1200-apurar-estoque-parado section.
       1200.
            perform varying ws-fai-idx from 1 by 1
                    until ws-fai-idx > 4
                move zeros                           to ws-fai-qtd-produtos(ws-fai-idx)
                move zeros                           to ws-fai-valor(ws-fai-idx)
            end-perform

            move low-values                          to prd-cd-produto
            start produto-arq key is greater than or equal prd-cd-produto
                invalid key
                     set ws-produto-eof               to true
            end-start

            perform until ws-produto-eof
                read produto-arq next record
                    at end
                         set ws-produto-eof            to true
                    not at end
                         if   prd-saldo-atual > zeros
                              perform 1210-apurar-produto
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1210-apurar-produto: última saída/entrada e saídas do período
      *>   pelo histórico do produto; se parado há pelo menos diasMin,
      *>   entra nos totais e no detalhamento.
       1210-apurar-produto section.
       1210.
            compute ws-valor-produto =
                    prd-saldo-atual * prd-custo-medio
            add ws-valor-produto                     to ws-total-valor-estoque

            perform 1220-varrer-movimento

      *>   Referência do "parado": a última saída; sem saída nenhuma, a
      *>   última entrada; sem movimento, a inclusão do produto.
            evaluate true
                when ws-ult-saida not = zeros
                     move ws-ult-saida                 to ws-data-referencia
                when ws-ult-entrada not = zeros
                     move ws-ult-entrada               to ws-data-referencia
                when prd-data-inclusao not = zeros
                     move prd-data-inclusao            to ws-data-referencia
                when other
                     move ws-data-hoje                 to ws-data-referencia
            end-evaluate
            if   ws-data-referencia >= ws-data-hoje
                 move zeros                           to ws-dias-parado
            else
                 compute ws-dias-parado =
                         function integer-of-date(ws-data-hoje)
                       - function integer-of-date(ws-data-referencia)
            end-if
            if   ws-dias-parado < ws-dias-minimo
                 exit section
            end-if

            evaluate true
                when ws-dias-parado >= 180
                     move 4                           to ws-faixa
                when ws-dias-parado >= 90
                     move 3                           to ws-faixa
                when ws-dias-parado >= 60
                     move 2                           to ws-faixa
                when other
                     move 1                           to ws-faixa
            end-evaluate

      *>   Giro do período = saídas / saldo atual; cobertura = saldo /
      *>   saída média diária do período (sem saída: 99999 = sem giro).
            compute ws-giro rounded =
                    ws-qtd-saida-periodo / prd-saldo-atual
                on size error
                     move 99999.99                    to ws-giro
            end-compute
            if   ws-qtd-saida-periodo = zeros
                 move 99999                           to ws-dias-cobertura
            else
                 compute ws-dias-cobertura rounded =
                         prd-saldo-atual * ws-dias-periodo / ws-qtd-saida-periodo
                     on size error
                          move 99999                  to ws-dias-cobertura
                 end-compute
            end-if

            add 1                                    to ws-total-qtd-parados
            add ws-valor-produto                     to ws-total-valor-parados
            add 1                                    to ws-fai-qtd-produtos(ws-faixa)
            add ws-valor-produto                     to ws-fai-valor(ws-faixa)

            if   ws-par-qtd < 500
                 add  1                               to ws-par-qtd
                 move ws-par-qtd                      to ws-par-tab-idx
                 move prd-cd-produto                  to ws-par-cd-produto(ws-par-tab-idx)
                 move prd-descricao                   to ws-par-descricao(ws-par-tab-idx)
                 move ws-faixa                        to ws-par-faixa(ws-par-tab-idx)
                 move ws-ult-saida                    to ws-par-ult-saida(ws-par-tab-idx)
                 move ws-ult-entrada                  to ws-par-ult-entrada(ws-par-tab-idx)
                 move ws-dias-parado                  to ws-par-dias-parado(ws-par-tab-idx)
                 move prd-saldo-atual                  to ws-par-saldo(ws-par-tab-idx)
                 move prd-custo-medio                  to ws-par-custo-medio(ws-par-tab-idx)
                 move ws-valor-produto                 to ws-par-valor(ws-par-tab-idx)
                 move ws-qtd-saida-periodo             to ws-par-qtd-saida(ws-par-tab-idx)
                 move ws-giro                         to ws-par-giro(ws-par-tab-idx)
                 move ws-dias-cobertura                to ws-par-dias-cobertura(ws-par-tab-idx)
                 move zeros                           to ws-par-qtd-depositos(ws-par-tab-idx)
            else
                 set ws-detalhe-truncado              to true
                 move zeros                           to ws-par-tab-idx
            end-if

            perform 1230-abrir-depositos
            .

       1210-exit.
            exit.

      *>===================================================================================
      *>   1220-varrer-movimento: percorre ESTOQUE-MOV.DAT do produto
      *>   (chave produto+sequência) guardando a última saída, a última
      *>   entrada e a quantidade que saiu dentro do período.
       1220-varrer-movimento section.
       1220.
            move zeros                               to ws-ult-saida
            move zeros                               to ws-ult-entrada
            move zeros                               to ws-qtd-saida-periodo
            move "N"                                 to ws-ind-fim-movimento
            move prd-cd-produto                      to mov-cd-produto
            move zeros                               to mov-sequencia
            start estoque-mov-arq key is greater than or equal mov-chave
                invalid key
                     exit section
            end-start

            perform until ws-movimento-eof
                read estoque-mov-arq next record
                    at end
                         set ws-movimento-eof          to true
                    not at end
                         if   mov-cd-produto not = prd-cd-produto
                              set ws-movimento-eof     to true
                         else
                              evaluate true
                                  when mov-saida
                                       if   mov-data > ws-ult-saida
                                            move mov-data      to ws-ult-saida
                                       end-if
                                       if   mov-data >= ws-data-inicial
                                       and  mov-data <= ws-data-final
                                            add mov-quantidade to ws-qtd-saida-periodo
                                       end-if
                                  when mov-entrada
                                       if   mov-data > ws-ult-entrada
                                            move mov-data      to ws-ult-entrada
                                       end-if
                                  when other
                                       continue
                              end-evaluate
                         end-if
                end-read
            end-perform
            .

       1220-exit.
            exit.

      *>===================================================================================
      *>   1230-abrir-depositos: saldos do produto por depósito
      *>   (PRD-DEPOSITO.DAT), guardados na linha do detalhamento e
      *>   somados nos totais por depósito, valorados pelo custo médio.
       1230-abrir-depositos section.
       1230.
            move "N"                                 to ws-ind-fim-deposito
            move prd-cd-produto                      to pde-cd-produto
            move zeros                               to pde-cd-deposito
            start prd-deposito-arq key is greater than or equal pde-chave
                invalid key
                     exit section
            end-start

            perform until ws-deposito-eof
                read prd-deposito-arq next record
                    at end
                         set ws-deposito-eof           to true
                    not at end
                         if   pde-cd-produto not = prd-cd-produto
                              set ws-deposito-eof      to true
                         else
                              if   pde-saldo not = zeros
                                   perform 1240-acumular-deposito
                              end-if
                         end-if
                end-read
            end-perform
            .

       1230-exit.
            exit.

      *>===================================================================================
       1240-acumular-deposito section.
       1240.
            if   ws-par-tab-idx > zeros
            and  ws-par-qtd-depositos(ws-par-tab-idx) < 5
                 add 1                                to ws-par-qtd-depositos(ws-par-tab-idx)
                 move ws-par-qtd-depositos(ws-par-tab-idx) to ws-par-dep-idx
                 move pde-cd-deposito                 to ws-par-cd-deposito(ws-par-tab-idx, ws-par-dep-idx)
                 move pde-saldo                       to ws-par-saldo-deposito(ws-par-tab-idx, ws-par-dep-idx)
            end-if

            compute ws-valor-deposito =
                    pde-saldo * prd-custo-medio
            move "N"                                 to ws-dep-achou
            perform varying ws-dep-idx from 1 by 1
                    until ws-dep-idx > ws-dep-qtd
                    or ws-dep-na-tabela
                if   ws-dep-r-cd(ws-dep-idx) = pde-cd-deposito
                     move "S"                         to ws-dep-achou
                end-if
            end-perform
            if   ws-dep-na-tabela
                 subtract 1                           from ws-dep-idx
            else
                 if   ws-dep-qtd >= 20
                      exit section
                 end-if
                 add 1                                to ws-dep-qtd
                 move ws-dep-qtd                      to ws-dep-idx
                 move pde-cd-deposito                 to ws-dep-r-cd(ws-dep-idx)
                 move zeros                           to ws-dep-r-saldo(ws-dep-idx)
                 move zeros                           to ws-dep-r-valor(ws-dep-idx)
                 move pde-cd-deposito                 to dep-cd-deposito
                 read deposito-arq
                     key is dep-cd-deposito
                     invalid key
                          move "(deposito nao cadastrado)" to ws-dep-r-descricao(ws-dep-idx)
                     not invalid key
                          move dep-descricao           to ws-dep-r-descricao(ws-dep-idx)
                 end-read
            end-if
            add pde-saldo                            to ws-dep-r-saldo(ws-dep-idx)
            add ws-valor-deposito                    to ws-dep-r-valor(ws-dep-idx)
            .

       1240-exit.
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
            close produto-arq
            close estoque-mov-arq
            close prd-deposito-arq
            close deposito-arq
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
                        <td colspan=11 class="titulo-relatorio">Estoque parado há :ws-dias-minimo dias ou mais - giro de :ws-data-inicial a :ws-data-final</td>
                    </tr>
                    <tr>
                        <td colspan=11>
                            <form name=frmGiro method=get action="RelGiro.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Giro de (AAAAMMDD): <input name=dataIni size=8 maxlength=8 value=":ws-data-inicial" class="campo">
                            Até: <input name=dataFim size=8 maxlength=8 value=":ws-data-final" class="campo">
                            Sem saída há: <select name=diasMin class="campo">
                                <option value="30">30 dias ou mais</option>
                                <option value="60">60 dias ou mais</option>
                                <option value="90">90 dias ou mais</option>
                                <option value="180">180 dias ou mais</option>
                            </select>
                            <button>Apurar</button>
                            </form>
                            <script>document.all.diasMin.value = ":ws-dias-minimo";</script>
                        </td>
                    </tr>
            end-exec
            evaluate true
                when ws-acesso-negado
                     exec html
                    <tr>
                        <td colspan=11>Relatório restrito ao supervisor.</td>
                    </tr>
                     end-exec
                when ws-total-qtd-parados = 0
                     exec html
                    <tr>
                        <td colspan=11>Nenhum produto com saldo parado na faixa escolhida.</td>
                    </tr>
                     end-exec
                when other
                     perform 8000-totais-faixa
                     perform 8000-totais-deposito
                     perform 8000-detalhe-parados
            end-evaluate
            if   ws-detalhe-truncado
                 exec html
                    <tr>
                        <td colspan=11>Lista truncada: o detalhamento mostra só os primeiros produtos; os totais cobrem o estoque inteiro.</td>
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
       8000-totais-faixa section.
       8000.
            exec html
                    <tr>
                        <td colspan=11 class="titulo-relatorio">Totais por faixa de dias sem saída</td>
                    </tr>
                    <tr>
                        <td class=titulocampo colspan=5>Faixa</td>
                        <td class=titulocampo colspan=3>Produtos</td>
                        <td class=titulocampo colspan=3>Valor (custo médio)</td>
                    </tr>
            end-exec
            perform varying ws-fai-idx from 1 by 1
                    until ws-fai-idx > 4
                perform 8000-descricao-faixa
                exec html
                    <tr>
                        <td colspan=5>:ws-fai-descricao</td>
                        <td colspan=3><div align=right>:ws-fai-qtd-produtos(ws-fai-idx)</div></td>
                        <td colspan=3><div align=right>:ws-fai-valor(ws-fai-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            exec html
                    <tr>
                        <td colspan=5 class=titulocampo>Total parado</td>
                        <td colspan=3><div align=right>:ws-total-qtd-parados</div></td>
                        <td colspan=3><div align=right>:ws-total-valor-parados</div></td>
                    </tr>
                    <tr>
                        <td colspan=8 class=titulocampo>Estoque total com saldo (para comparação)</td>
                        <td colspan=3><div align=right>:ws-total-valor-estoque</div></td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-descricao-faixa section.
       8000.
            evaluate ws-fai-idx
                when 1
                     move "30 a 59 dias"              to ws-fai-descricao
                when 2
                     move "60 a 89 dias"              to ws-fai-descricao
                when 3
                     move "90 a 179 dias"             to ws-fai-descricao
                when other
                     move "180 dias ou mais"          to ws-fai-descricao
            end-evaluate
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-totais-deposito section.
       8000.
            exec html
                    <tr>
                        <td colspan=11 class="titulo-relatorio">Estoque parado por depósito</td>
                    </tr>
                    <tr>
                        <td class=titulocampo colspan=5>Depósito</td>
                        <td class=titulocampo colspan=3>Saldo</td>
                        <td class=titulocampo colspan=3>Valor (custo médio)</td>
                    </tr>
            end-exec
            perform varying ws-dep-idx from 1 by 1
                    until ws-dep-idx > ws-dep-qtd
                exec html
                    <tr>
                        <td colspan=5>:ws-dep-r-cd(ws-dep-idx) - :ws-dep-r-descricao(ws-dep-idx)</td>
                        <td colspan=3><div align=right>:ws-dep-r-saldo(ws-dep-idx)</div></td>
                        <td colspan=3><div align=right>:ws-dep-r-valor(ws-dep-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
      *>   8000-detalhe-parados: detalhamento da faixa mais parada para a
      *>   menos parada (uma passada da tabela por faixa).
       8000-detalhe-parados section.
       8000.
            exec html
                    <tr>
                        <td class=titulocampo>Produto</td>
                        <td class=titulocampo>Descrição</td>
                        <td class=titulocampo>Últ. saída</td>
                        <td class=titulocampo>Últ. entrada</td>
                        <td class=titulocampo>Dias parado</td>
                        <td class=titulocampo>Saldo</td>
                        <td class=titulocampo>Custo Médio</td>
                        <td class=titulocampo>Valor</td>
                        <td class=titulocampo>Saídas período</td>
                        <td class=titulocampo>Giro / Cobertura (dias)</td>
                        <td class=titulocampo>Por depósito</td>
                    </tr>
            end-exec
            perform varying ws-fai-idx from 4 by -1
                    until ws-fai-idx < 1
                if   ws-fai-qtd-produtos(ws-fai-idx) > zeros
                     perform 8000-descricao-faixa
                     exec html
                    <tr>
                        <td colspan=11 class=titulocampo>Sem saída há :ws-fai-descricao</td>
                    </tr>
                     end-exec
                     perform varying ws-par-tab-idx from 1 by 1
                             until ws-par-tab-idx > ws-par-qtd
                         if   ws-par-faixa(ws-par-tab-idx) = ws-fai-idx
                              perform 8000-linha-parado
                         end-if
                     end-perform
                end-if
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linha-parado section.
       8000.
            exec html
                    <tr>
                        <td>:ws-par-cd-produto(ws-par-tab-idx)</td>
                        <td>:ws-par-descricao(ws-par-tab-idx)</td>
                        <td>:ws-par-ult-saida(ws-par-tab-idx)</td>
                        <td>:ws-par-ult-entrada(ws-par-tab-idx)</td>
                        <td><div align=right>:ws-par-dias-parado(ws-par-tab-idx)</div></td>
                        <td><div align=right>:ws-par-saldo(ws-par-tab-idx)</div></td>
                        <td><div align=right>:ws-par-custo-medio(ws-par-tab-idx)</div></td>
                        <td><div align=right>:ws-par-valor(ws-par-tab-idx)</div></td>
                        <td><div align=right>:ws-par-qtd-saida(ws-par-tab-idx)</div></td>
            end-exec
            if   ws-par-qtd-saida(ws-par-tab-idx) = zeros
                 exec html
                        <td><div align=center>sem giro</div></td>
                 end-exec
            else
                 exec html
                        <td><div align=right>:ws-par-giro(ws-par-tab-idx) / :ws-par-dias-cobertura(ws-par-tab-idx)</div></td>
                 end-exec
            end-if
            exec html
                        <td>
            end-exec
            perform varying ws-par-dep-idx from 1 by 1
                    until ws-par-dep-idx > ws-par-qtd-depositos(ws-par-tab-idx)
                exec html
                            :ws-par-cd-deposito(ws-par-tab-idx, ws-par-dep-idx): :ws-par-saldo-deposito(ws-par-tab-idx, ws-par-dep-idx)<br>
                end-exec
            end-perform
            exec html
                        </td>
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
