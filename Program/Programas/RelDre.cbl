      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelDre.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                        DRE Gerencial (resultado do mês)
      *>            --------------------------------------------------------
      *>
      *>   Demonstração de resultado gerencial numa página (mesmo molde
      *>   de RelMargem.cbl), para o mês de anoMes= (aaaamm; vazio
      *>   assume o mês corrente) comparado com o mês anterior e com o
      *>   mesmo mês do ano anterior. Cada arquivo é lido uma vez e cada
      *>   registro cai na coluna do seu mês:
      *>     - vendas, frete e IPI: faturas emitidas (FATURA.DAT, data de
      *>       emissão); o ICMS e o IPI saem como impostos sobre vendas;
      *>     - descontos concedidos: preço de lista menos preço cobrado
      *>       dos itens dos pedidos fechados no mês (a venda aparece a
      *>       preço de lista e o desconto é deduzido);
      *>     - devoluções: notas de crédito emitidas (NOTA-CREDITO.DAT);
      *>     - CMV: saídas de pedido e de pendência ("PED "/"PEN ") em
      *>       ESTOQUE-MOV.DAT ao custo do movimento, menos o que voltou
      *>       ao estoque por devolução, cancelamento ou entrega recusada
      *>       ("DEV "/"CAN "/"REC ");
      *>     - comissões: fechamentos de COMISSAO-FECH.DAT do mês, menos
      *>       os estornos;
      *>     - perdas: parcelas baixadas como incobráveis no mês (mesma
      *>       conta de RelPerdas.cbl);
      *>     - despesas: parcelas de despesa de PAGAR.DAT (origem D/F)
      *>       pela competência, uma linha por conta do plano.
      *>   Mês sem registro em FECHAMENTO-MES.DAT sai como PROVISÓRIO -
      *>   só o mês fechado por FechamentoMes.cbl é definitivo. Restrito
      *>   ao supervisor. Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select fatura-arq assign         to "FATURA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
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
           select nota-credito-arq assign   to "NOTA-CREDITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ncr-cd-nota
                  file status                is ws-status-nota-credito.
           select estoque-mov-arq assign    to "ESTOQUE-MOV.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select comissao-fech-arq assign  to "COMISSAO-FECH.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cfe-chave
                  file status                is ws-status-comissao-fech.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select pagar-arq assign          to "PAGAR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pag-chave
                  file status                is ws-status-pagar.
           select plano-contas-arq assign   to "PLANO-CONTAS.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pct-cd-conta
                  file status                is ws-status-plano-contas.
           select fechamento-mes-arq assign to "FECHAMENTO-MES.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fme-ano-mes
                  file status                is ws-status-fechamento-mes.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       file section.
       fd  fatura-arq.
       copy "FATURA.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".
       fd  nota-credito-arq.
       copy "NOTACRED.CPY".
       fd  estoque-mov-arq.
       copy "ESTMOV.CPY".
       fd  comissao-fech-arq.
       copy "COMFECH.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".
       fd  pagar-arq.
       copy "PAGAR.CPY".
       fd  plano-contas-arq.
       copy "PLCONTA.CPY".
       fd  fechamento-mes-arq.
       copy "FECHMES.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-fatura                      pic x(02)       value "00".
              88 ws-fatura-ok                                       value "00".
              88 ws-fatura-nao-encontrado                           value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-nota-credito                 pic x(02)       value "00".
              88 ws-nota-credito-ok                                 value "00".
              88 ws-nota-credito-nao-encontrado                     value "23" "35".
           03 ws-status-estoque-mov                 pic x(02)       value "00".
              88 ws-estoque-mov-ok                                  value "00".
              88 ws-estoque-mov-nao-encontrado                      value "23" "35".
           03 ws-status-comissao-fech                pic x(02)       value "00".
              88 ws-comissao-fech-ok                                value "00".
              88 ws-comissao-fech-nao-encontrado                    value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
           03 ws-status-pagar                       pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".
           03 ws-status-plano-contas                 pic x(02)       value "00".
              88 ws-plano-contas-ok                                 value "00".
              88 ws-plano-contas-nao-encontrado                     value "23" "35".
           03 ws-status-fechamento-mes               pic x(02)       value "00".
              88 ws-fechamento-mes-ok                               value "00".
              88 ws-fechamento-mes-nao-encontrado                   value "23" "35".
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
          88 ws-item-eof                                             value "S".

      *>   As três colunas do demonstrativo: 1 = mês pedido, 2 = mês
      *>   anterior, 3 = mesmo mês do ano anterior.
       01  ws-tab-colunas.
           03 ws-col-linha                           occurs 3 times.
              05 ws-col-ano-mes                       pic 9(06).
              05 ws-col-fechado                       pic x(01).
                 88 ws-col-mes-fechado                              value "S".
              05 ws-col-valores.
                 07 ws-col-vendas-lista               pic s9(13)v9(02).
                 07 ws-col-frete                      pic s9(13)v9(02).
                 07 ws-col-ipi                        pic s9(13)v9(02).
                 07 ws-col-receita-bruta              pic s9(13)v9(02).
                 07 ws-col-descontos                  pic s9(13)v9(02).
                 07 ws-col-devolucoes                 pic s9(13)v9(02).
                 07 ws-col-impostos                   pic s9(13)v9(02).
                 07 ws-col-receita-liquida            pic s9(13)v9(02).
                 07 ws-col-cmv                        pic s9(13)v9(02).
                 07 ws-col-lucro-bruto                pic s9(13)v9(02).
                 07 ws-col-comissoes                  pic s9(13)v9(02).
                 07 ws-col-perdas                     pic s9(13)v9(02).
                 07 ws-col-despesas                   pic s9(13)v9(02).
                 07 ws-col-resultado                  pic s9(13)v9(02).
       01  ws-col-idx                                pic 9(01)       value zeros.
       01  ws-col-achada                             pic 9(01)       value zeros.
       01  ws-ano-mes-registro                        pic 9(06)       value zeros.
       01  ws-ano-mes-calculo                         pic 9(06)       value zeros.

      *>   Despesas por conta do plano (mesma técnica de acumulação de
      *>   ws-tab-vendedores em RelPerdas.cbl), com os três meses.
       01  ws-tab-contas.
           03 ws-cta-linha                           occurs 200 times.
              05 ws-cta-cd-conta                      pic x(12).
              05 ws-cta-descricao                     pic x(40).
              05 ws-cta-valor                         pic s9(13)v9(02) occurs 3 times.
       01  ws-cta-qtd                                pic 9(03)       value zeros.
       01  ws-cta-idx                                pic 9(03)       value zeros.
       01  ws-ind-achou                              pic x(01)       value "N".
          88 ws-achou-na-tabela                                      value "S".
       01  ws-ind-contas-truncado                     pic x(01)       value "N".
          88 ws-contas-truncado                                      value "S".

       01  ws-valor-calculo                           pic s9(13)v9(02) value zeros.

      *>   Linha montada para a tela (rótulo e os três valores).
       01  ws-linha-dre.
           03 ws-lin-rotulo                          pic x(60)       value spaces.
           03 ws-lin-classe                          pic x(10)       value spaces.
           03 ws-lin-valor                           pic s9(13)v9(02) occurs 3 times.
       01  ws-situacao-coluna                         pic x(11)       occurs 3 times.

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
            open input fatura-arq
            if   ws-fatura-nao-encontrado
                 open output fatura-arq
                 close fatura-arq
                 open input fatura-arq
            end-if
            open input pedido-arq
            open input pedido-item-arq
            open input nota-credito-arq
            open input estoque-mov-arq
            open input comissao-fech-arq
            open input receber-arq
            open input pagar-arq
            open input plano-contas-arq
            open input fechamento-mes-arq
            open input sessao-arq

            perform 1150-obter-parametros
            perform 1160-obter-perfil-logado
            if   ws-perfil-logado not = 3
                 set ws-acesso-negado                to true
            else
                 perform 1170-preparar-colunas
                 perform 1200-apurar-faturas
                 perform 1300-apurar-descontos
                 perform 1400-apurar-devolucoes
                 perform 1500-apurar-cmv
                 perform 1600-apurar-comissoes
                 perform 1700-apurar-perdas
                 perform 1800-apurar-despesas
                 perform 1900-totalizar-colunas
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
      *>   1170-preparar-colunas: meses das três colunas e se cada um já
      *>   foi fechado por FechamentoMes.cbl.
       1170-preparar-colunas section.
       1170.
            move ws-ano-mes                          to ws-col-ano-mes(1)
            move ws-ano-mes                          to ws-ano-mes-calculo
            if   ws-ano-mes-calculo(5:2) = "01"
                 subtract 89                         from ws-ano-mes-calculo
            else
                 subtract 1                          from ws-ano-mes-calculo
            end-if
            move ws-ano-mes-calculo                   to ws-col-ano-mes(2)
            compute ws-col-ano-mes(3) = ws-ano-mes - 100

            perform varying ws-col-idx from 1 by 1
                    until ws-col-idx > 3
                move zeros                           to ws-col-valores(ws-col-idx)
                move "N"                             to ws-col-fechado(ws-col-idx)
                move "PROVISÓRIO"                    to ws-situacao-coluna(ws-col-idx)
                move ws-col-ano-mes(ws-col-idx)       to fme-ano-mes
                read fechamento-mes-arq
                    key is fme-ano-mes
                    invalid key
                         continue
                    not invalid key
                         move "S"                     to ws-col-fechado(ws-col-idx)
                         move "Fechado"               to ws-situacao-coluna(ws-col-idx)
                end-read
            end-perform
            .

       1170-exit.
            exit.

      *>===================================================================================
      *>   1190-localizar-coluna: coluna do mês ws-ano-mes-registro, ou
      *>   zero quando o registro não cai em nenhum dos três meses.
       1190-localizar-coluna section.
       1190.
            move zeros                               to ws-col-achada
            perform varying ws-col-idx from 1 by 1
                    until ws-col-idx > 3
                    or ws-col-achada not = zeros
                if   ws-col-ano-mes(ws-col-idx) = ws-ano-mes-registro
                     move ws-col-idx                  to ws-col-achada
                end-if
            end-perform
            .

       1190-exit.
            exit.

      *>===================================================================================
       1200-apurar-faturas section.
       1200.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to fat-cd-fatura
            start fatura-arq key is greater than or equal fat-cd-fatura
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read fatura-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   fat-emitida
                              move fat-data-emissao(1:6) to ws-ano-mes-registro
                              perform 1190-localizar-coluna
                              if   ws-col-achada not = zeros
                                   move ws-col-achada  to ws-col-idx
                                   add fat-valor-produtos to ws-col-vendas-lista(ws-col-idx)
                                   add fat-valor-frete    to ws-col-frete(ws-col-idx)
                                   add fat-valor-ipi      to ws-col-ipi(ws-col-idx)
                                   compute ws-col-impostos(ws-col-idx) =
                                           ws-col-impostos(ws-col-idx)
                                         + fat-valor-icms + fat-valor-ipi
                              end-if
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   1300-apurar-descontos: preço de lista menos preço cobrado dos
      *>   itens dos pedidos fechados no mês; o desconto volta para a
      *>   venda (a preço de lista) e sai na linha de dedução.
       1300-apurar-descontos section.
       1300.
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
                              move ped-data(1:6)       to ws-ano-mes-registro
                              perform 1190-localizar-coluna
                              if   ws-col-achada not = zeros
                                   perform 1310-somar-descontos-pedido
                              end-if
                         end-if
                end-read
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-somar-descontos-pedido section.
       1310.
            move ws-col-achada                       to ws-col-idx
            move "N"                                 to ws-ind-fim-item
            move ped-cd-pedido                       to pit-cd-pedido
            move zeros                               to pit-sequencia
            start pedido-item-arq key is greater than or equal pit-chave
                invalid key
                     exit section
            end-start
            perform until ws-item-eof
                read pedido-item-arq next record
                    at end
                         set ws-item-eof               to true
                    not at end
                         if   pit-cd-pedido not = ped-cd-pedido
                              set ws-item-eof          to true
                         else
                              if   pit-preco-lista > pit-preco-unitario
                                   compute ws-valor-calculo =
                                           (pit-preco-lista - pit-preco-unitario)
                                         * pit-quantidade
                                   add ws-valor-calculo to ws-col-descontos(ws-col-idx)
                                   add ws-valor-calculo to ws-col-vendas-lista(ws-col-idx)
                              end-if
                         end-if
                end-read
            end-perform
            .

       1310-exit.
            exit.

      *>===================================================================================
       1400-apurar-devolucoes section.
       1400.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to ncr-cd-nota
            start nota-credito-arq key is greater than or equal ncr-cd-nota
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read nota-credito-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   not ncr-cancelada
                              move ncr-data-emissao(1:6) to ws-ano-mes-registro
                              perform 1190-localizar-coluna
                              if   ws-col-achada not = zeros
                                   move ws-col-achada  to ws-col-idx
                                   add ncr-valor        to ws-col-devolucoes(ws-col-idx)
                              end-if
                         end-if
                end-read
            end-perform
            .

       1400-exit.
            exit.

      *>===================================================================================
      *>   1500-apurar-cmv: saídas de venda menos os retornos ao estoque,
      *>   ao custo gravado no próprio movimento. A leitura segue a chave
      *>   alternativa mov-data, do mês do ano anterior até o mês corrente.
       1500-apurar-cmv section.
       1500.
            move "N"                                 to ws-ind-fim-varredura
            compute mov-data = ws-col-ano-mes(3) * 100 + 1
            start estoque-mov-arq key is greater than or equal mov-data
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read estoque-mov-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         move mov-data(1:6)            to ws-ano-mes-registro
                         if   ws-ano-mes-registro > ws-col-ano-mes(1)
                              set ws-varredura-eof      to true
                         else
                              perform 1190-localizar-coluna
                              if   ws-col-achada not = zeros
                                   move ws-col-achada       to ws-col-idx
                                   compute ws-valor-calculo =
                                           mov-quantidade * mov-custo-unitario
                                   evaluate true
                                       when mov-saida
                                        and (mov-documento(1:4) = "PED "
                                         or  mov-documento(1:4) = "PEN ")
                                            add ws-valor-calculo to ws-col-cmv(ws-col-idx)
                                       when mov-entrada
                                        and (mov-documento(1:4) = "DEV "
                                         or  mov-documento(1:4) = "CAN "
                                         or  mov-documento(1:4) = "REC ")
                                            subtract ws-valor-calculo from ws-col-cmv(ws-col-idx)
                                       when other
                                            continue
                                   end-evaluate
                              end-if
                         end-if
                end-read
            end-perform
            .

       1500-exit.
            exit.

      *>===================================================================================
       1600-apurar-comissoes section.
       1600.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to cfe-chave
            start comissao-fech-arq key is greater than or equal cfe-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read comissao-fech-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         move cfe-ano-mes              to ws-ano-mes-registro
                         perform 1190-localizar-coluna
                         if   ws-col-achada not = zeros
                              move ws-col-achada       to ws-col-idx
                              if   cfe-estorno
                                   subtract cfe-valor-comissao from ws-col-comissoes(ws-col-idx)
                              else
                                   add cfe-valor-comissao to ws-col-comissoes(ws-col-idx)
                              end-if
                         end-if
                end-read
            end-perform
            .

       1600-exit.
            exit.

      *>===================================================================================
       1700-apurar-perdas section.
       1700.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to rec-chave
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read receber-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   rec-perda
                              move rec-data-baixa(1:6) to ws-ano-mes-registro
                              perform 1190-localizar-coluna
                              if   ws-col-achada not = zeros
                                   move ws-col-achada  to ws-col-idx
                                   compute ws-col-perdas(ws-col-idx) =
                                           ws-col-perdas(ws-col-idx)
                                         + rec-valor - rec-valor-pago
                              end-if
                         end-if
                end-read
            end-perform
            .

       1700-exit.
            exit.

      *>===================================================================================
      *>   1800-apurar-despesas: parcelas de despesa pela competência,
      *>   acumuladas por conta do plano.
       1800-apurar-despesas section.
       1800.
            move "N"                                 to ws-ind-fim-varredura
            move low-values                          to pag-chave
            start pagar-arq key is greater than or equal pag-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start

            perform until ws-varredura-eof
                read pagar-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   pag-eh-despesa
                         and  not pag-cancelada
                              move pag-competencia     to ws-ano-mes-registro
                              perform 1190-localizar-coluna
                              if   ws-col-achada not = zeros
                                   move ws-col-achada  to ws-col-idx
                                   add pag-valor        to ws-col-despesas(ws-col-idx)
                                   perform 1810-acumular-conta
                              end-if
                         end-if
                end-read
            end-perform
            .

       1800-exit.
            exit.

      *>===================================================================================
       1810-acumular-conta section.
       1810.
            move "N"                                 to ws-ind-achou
            perform varying ws-cta-idx from 1 by 1
                    until ws-cta-idx > ws-cta-qtd
                    or ws-achou-na-tabela
                if   ws-cta-cd-conta(ws-cta-idx) = pag-cd-conta
                     move "S"                         to ws-ind-achou
                end-if
            end-perform
            if   ws-achou-na-tabela
                 subtract 1                           from ws-cta-idx
            else
                 if   ws-cta-qtd >= 200
                      set ws-contas-truncado           to true
                      exit section
                 end-if
                 add 1                                to ws-cta-qtd
                 move ws-cta-qtd                      to ws-cta-idx
                 move pag-cd-conta                    to ws-cta-cd-conta(ws-cta-idx)
                 move zeros                           to ws-cta-valor(ws-cta-idx, 1)
                 move zeros                           to ws-cta-valor(ws-cta-idx, 2)
                 move zeros                           to ws-cta-valor(ws-cta-idx, 3)
                 move pag-cd-conta                    to pct-cd-conta
                 read plano-contas-arq
                     key is pct-cd-conta
                     invalid key
                          move "(conta fora do plano)" to ws-cta-descricao(ws-cta-idx)
                     not invalid key
                          move pct-descricao           to ws-cta-descricao(ws-cta-idx)
                 end-read
            end-if
            add pag-valor                            to ws-cta-valor(ws-cta-idx, ws-col-idx)
            .

       1810-exit.
            exit.

      *>===================================================================================
       1900-totalizar-colunas section.
       1900.
            perform varying ws-col-idx from 1 by 1
                    until ws-col-idx > 3
                compute ws-col-receita-bruta(ws-col-idx) =
                        ws-col-vendas-lista(ws-col-idx)
                      + ws-col-frete(ws-col-idx)
                      + ws-col-ipi(ws-col-idx)
                compute ws-col-receita-liquida(ws-col-idx) =
                        ws-col-receita-bruta(ws-col-idx)
                      - ws-col-descontos(ws-col-idx)
                      - ws-col-devolucoes(ws-col-idx)
                      - ws-col-impostos(ws-col-idx)
                compute ws-col-lucro-bruto(ws-col-idx) =
                        ws-col-receita-liquida(ws-col-idx)
                      - ws-col-cmv(ws-col-idx)
                compute ws-col-resultado(ws-col-idx) =
                        ws-col-lucro-bruto(ws-col-idx)
                      - ws-col-comissoes(ws-col-idx)
                      - ws-col-perdas(ws-col-idx)
                      - ws-col-despesas(ws-col-idx)
            end-perform
            .

       1900-exit.
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
            close fatura-arq
            close pedido-arq
            close pedido-item-arq
            close nota-credito-arq
            close estoque-mov-arq
            close comissao-fech-arq
            close receber-arq
            close pagar-arq
            close plano-contas-arq
            close fechamento-mes-arq
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
                        <td colspan=4 class="titulo-relatorio">DRE gerencial de :ws-ano-mes</td>
                    </tr>
                    <tr>
                        <td colspan=4>
                            <form name=frmDre method=get action="RelDre.exe">
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
                        <td colspan=4>Relatório restrito ao supervisor.</td>
                    </tr>
                 end-exec
            else
                 perform 8000-demonstrativo
            end-if
            exec html
                </table>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-demonstrativo section.
       8000.
            exec html
                    <tr>
                        <td class=titulocampo>&nbsp;</td>
                        <td class=titulocampo><div align=right>:ws-col-ano-mes(1)</div></td>
                        <td class=titulocampo><div align=right>:ws-col-ano-mes(2) (mês anterior)</div></td>
                        <td class=titulocampo><div align=right>:ws-col-ano-mes(3) (ano anterior)</div></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Situação do período</td>
                        <td><div align=right>:ws-situacao-coluna(1)</div></td>
                        <td><div align=right>:ws-situacao-coluna(2)</div></td>
                        <td><div align=right>:ws-situacao-coluna(3)</div></td>
                    </tr>
            end-exec

            move "linha"                             to ws-lin-classe
            move "(+) Vendas de produtos a preço de lista" to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-vendas-lista(ws-col-idx)  to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores
            move "(+) Frete cobrado"                 to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-frete(ws-col-idx)         to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores
            move "(+) IPI faturado"                  to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-ipi(ws-col-idx)           to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            move "subtotal"                          to ws-lin-classe
            move "= Receita bruta"                   to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-receita-bruta(ws-col-idx) to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            move "linha"                             to ws-lin-classe
            move "(-) Descontos concedidos"          to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-descontos(ws-col-idx)     to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores
            move "(-) Devoluções (notas de crédito)" to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-devolucoes(ws-col-idx)    to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores
            move "(-) Impostos sobre vendas (ICMS e IPI)" to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-impostos(ws-col-idx)      to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            move "subtotal"                          to ws-lin-classe
            move "= Receita líquida"                 to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-receita-liquida(ws-col-idx) to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            move "linha"                             to ws-lin-classe
            move "(-) Custo das mercadorias vendidas" to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-cmv(ws-col-idx)           to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            move "subtotal"                          to ws-lin-classe
            move "= Lucro bruto"                     to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-lucro-bruto(ws-col-idx)   to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            move "linha"                             to ws-lin-classe
            move "(-) Comissões de vendedores"       to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-comissoes(ws-col-idx)     to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores
            move "(-) Perdas com incobráveis"        to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-perdas(ws-col-idx)        to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            move "(-) Despesas operacionais"         to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-despesas(ws-col-idx)      to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores
            move "conta"                             to ws-lin-classe
            perform varying ws-cta-idx from 1 by 1
                    until ws-cta-idx > ws-cta-qtd
                move spaces                          to ws-lin-rotulo
                string "      " ws-cta-cd-conta(ws-cta-idx) " "
                       ws-cta-descricao(ws-cta-idx)
                       delimited by size into ws-lin-rotulo
                perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                    move ws-cta-valor(ws-cta-idx, ws-col-idx) to ws-lin-valor(ws-col-idx)
                end-perform
                perform 8000-linha-valores
            end-perform

            move "total"                             to ws-lin-classe
            move "= Resultado do período"            to ws-lin-rotulo
            perform varying ws-col-idx from 1 by 1 until ws-col-idx > 3
                move ws-col-resultado(ws-col-idx)     to ws-lin-valor(ws-col-idx)
            end-perform
            perform 8000-linha-valores

            if   not ws-col-mes-fechado(1)
                 exec html
                    <tr>
                        <td colspan=4>:ws-ano-mes ainda não foi fechado (FechamentoMes): valores PROVISÓRIOS, podem mudar até o fechamento.</td>
                    </tr>
                 end-exec
            end-if
            if   ws-contas-truncado
                 exec html
                    <tr>
                        <td colspan=4>Lista de contas truncada: o total de despesas operacionais cobre todas as contas.</td>
                    </tr>
                 end-exec
            end-if
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linha-valores section.
       8000.
            exec html
                    <tr class=":ws-lin-classe">
                        <td>:ws-lin-rotulo</td>
                        <td><div align=right>:ws-lin-valor(1)</div></td>
                        <td><div align=right>:ws-lin-valor(2)</div></td>
                        <td><div align=right>:ws-lin-valor(3)</div></td>
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
                  .subtotal {
                     font-weight: bold;
                  }
                  .total {
                     font-weight: bold;
                     background: #DDDDDD;
                  }
                  .conta {
                     font-size: 11px;
                  }
               </style>
            end-exec
            .

       8000-exit.
            exit.
