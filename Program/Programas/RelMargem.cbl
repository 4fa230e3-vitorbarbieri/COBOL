      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RelMargem.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                        Rentabilidade (margem bruta)
      *>            --------------------------------------------------------
      *>
      *>   Relatório de margem bruta do período (mesmo molde de
      *>   RelPerdas.cbl): pedidos Fechados (não orçamento) com data
      *>   dentro de dataIni=/dataFim= (aaaammdd; vazio assume o mês
      *>   corrente). Por pedido:
      *>     - receita = itens a preço cobrado (pit-valor-total, já com o
      *>       desconto negociado; o desconto sobre o preço de lista sai
      *>       em coluna própria); o frete fica fora da margem;
      *>     - CMV = custo carimbado nas saídas de ESTOQUE-MOV.DAT com o
      *>       documento "PED nnnnnnn" (mov-custo-unitario); item ainda
      *>       sem saída (pendência) ou kit (a baixa sai dos componentes)
      *>       é custeado pelo custo médio atual;
      *>     - devoluções = DEVOLUCAO.DAT dos itens (a nota de crédito é
      *>       o mesmo valor, não soma de novo), com o custo da mercadoria
      *>       que voltou abatido do CMV;
      *>     - perdas = parcelas do pedido baixadas como incobráveis
      *>       (rec-perda), pelo saldo não recebido.
      *>   Margem = receita - devoluções - CMV - perdas, totalizada por
      *>   cliente, por vendedor e por produto (perda é do pedido, não do
      *>   produto). O cliente abre seus pedidos (cdCliente=). Restrito
      *>   ao supervisor. Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
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
           select estoque-mov-arq assign    to "ESTOQUE-MOV.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select prd-composicao-arq assign to "PRD-COMPOSICAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is kit-chave
                  file status                is ws-status-prd-composicao.
           select devolucao-arq assign      to "DEVOLUCAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dev-chave
                  file status                is ws-status-devolucao.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
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
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".
       fd  estoque-mov-arq.
       copy "ESTMOV.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  prd-composicao-arq.
       copy "PRDKIT.CPY".
       fd  devolucao-arq.
       copy "DEVOL.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".
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
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-estoque-mov                 pic x(02)       value "00".
              88 ws-estoque-mov-ok                                  value "00".
              88 ws-estoque-mov-nao-encontrado                      value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-prd-composicao               pic x(02)       value "00".
              88 ws-prd-composicao-ok                               value "00".
              88 ws-prd-composicao-nao-encontrado                   value "23" "35".
           03 ws-status-devolucao                   pic x(02)       value "00".
              88 ws-devolucao-ok                                    value "00".
              88 ws-devolucao-nao-encontrado                        value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
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
           03 ws-data-inicial                        pic 9(08)       value zeros.
           03 ws-data-final                          pic 9(08)       value zeros.
           03 ws-cd-cliente-filtro                    pic 9(05)       value zeros.
       01  ws-lixo-unstring                          pic x(200)      value spaces.
       01  ws-form-sessao                            pic 9(10)       value zeros.
       01  ws-perfil-logado                           pic 9(01)       value 1.
       01  ws-ind-acesso-negado                       pic x(01)       value "N".
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.

       01  ws-ind-fim-pedido                         pic x(01)       value "N".
          88 ws-pedido-eof                                           value "S".
       01  ws-ind-fim-item                           pic x(01)       value "N".
          88 ws-item-eof                                             value "S".
       01  ws-ind-fim-movimento                      pic x(01)       value "N".
          88 ws-movimento-eof                                        value "S".
       01  ws-ind-fim-componente                      pic x(01)       value "N".
          88 ws-componente-eof                                       value "S".
       01  ws-ind-fim-receber                        pic x(01)       value "N".
          88 ws-receber-eof                                          value "S".
       01  ws-ind-apuracao-parcial                    pic x(01)       value "N".
          88 ws-apuracao-parcial                                     value "S".

      *>   Pedidos do período, na ordem da chave (a varredura de
      *>   PEDIDO.DAT já vem ordenada - é o que permite a busca binária
      *>   do pedido de cada movimento de estoque em 1235).
       01  ws-tab-pedidos.
           03 ws-mpd-linha                           occurs 2000 times.
              05 ws-mpd-cd-pedido                     pic 9(07).
              05 ws-mpd-cd-cliente                    pic 9(05).
              05 ws-mpd-cd-vendedor                   pic 9(05).
              05 ws-mpd-data                          pic 9(08).
              05 ws-mpd-item-inicial                   pic 9(04).
              05 ws-mpd-qtd-itens                      pic 9(04).
              05 ws-mpd-receita                       pic s9(11)v9(02).
              05 ws-mpd-desconto                      pic s9(11)v9(02).
              05 ws-mpd-custo                         pic s9(11)v9(02).
              05 ws-mpd-devolucao                     pic s9(11)v9(02).
              05 ws-mpd-perda                         pic s9(11)v9(02).
              05 ws-mpd-margem                        pic s9(11)v9(02).
       01  ws-mpd-qtd                                pic 9(04)       value zeros.
       01  ws-mpd-idx                                pic 9(04)       value zeros.

      *>   Itens dos pedidos do período, com o custo das saídas de
      *>   estoque achadas para o item.
       01  ws-tab-itens.
           03 ws-mit-linha                           occurs 6000 times.
              05 ws-mit-sequencia                     pic 9(05).
              05 ws-mit-cd-produto                    pic 9(05).
              05 ws-mit-quantidade                    pic 9(05).
              05 ws-mit-valor                         pic 9(09)v9(02).
              05 ws-mit-desconto                      pic 9(09)v9(02).
              05 ws-mit-mov-qtd                       pic 9(07).
              05 ws-mit-mov-valor                     pic 9(11)v9(02).
       01  ws-mit-qtd                                pic 9(04)       value zeros.
       01  ws-mit-idx                                pic 9(04)       value zeros.
       01  ws-mit-fim                                pic 9(04)       value zeros.

      *>   Busca binária do pedido do movimento.
       01  ws-busca-pedido.
           03 ws-bsc-inicio                         pic 9(04)       value zeros.
           03 ws-bsc-fim                            pic 9(04)       value zeros.
           03 ws-bsc-meio                           pic 9(04)       value zeros.
           03 ws-bsc-cd-pedido                       pic 9(07)       value zeros.
           03 ws-bsc-achou                          pic x(01)       value "N".
              88 ws-bsc-pedido-achado                               value "S".

      *>   Custo e devolução do item corrente.
       01  ws-custo-unitario                          pic 9(07)v9(04) value zeros.
       01  ws-custo-item                              pic s9(11)v9(02) value zeros.
       01  ws-custo-devolvido                          pic s9(11)v9(02) value zeros.
       01  ws-devolucao-item                           pic s9(11)v9(02) value zeros.
       01  ws-custo-medio-componente                    pic 9(07)v9(02) value zeros.
       01  ws-ind-tem-componente                       pic x(01)       value "N".
          88 ws-item-eh-kit                                          value "S".

      *>   Totais por dimensão (mesma técnica de ws-tab-vendedores em
      *>   RelPerdas.cbl). A mesma linha serve a cliente, vendedor e
      *>   produto; a perda só chega em cliente e vendedor.
       01  ws-tab-clientes.
           03 ws-mcl-linha                           occurs 500 times.
              05 ws-mcl-cd                            pic 9(05).
              05 ws-mcl-nome                          pic x(40).
              05 ws-mcl-qtd-pedidos                   pic 9(05).
              05 ws-mcl-valores.
                 07 ws-mcl-receita                    pic s9(11)v9(02).
                 07 ws-mcl-desconto                   pic s9(11)v9(02).
                 07 ws-mcl-custo                      pic s9(11)v9(02).
                 07 ws-mcl-devolucao                  pic s9(11)v9(02).
                 07 ws-mcl-perda                      pic s9(11)v9(02).
                 07 ws-mcl-margem                     pic s9(11)v9(02).
              05 ws-mcl-margem-perc                   pic s9(05)v9(02).
       01  ws-mcl-qtd                                pic 9(03)       value zeros.
       01  ws-mcl-idx                                pic 9(03)       value zeros.
       01  ws-tab-vendedores.
           03 ws-mvd-linha                           occurs 50 times.
              05 ws-mvd-cd                            pic 9(05).
              05 ws-mvd-nome                          pic x(40).
              05 ws-mvd-qtd-pedidos                   pic 9(05).
              05 ws-mvd-valores.
                 07 ws-mvd-receita                    pic s9(11)v9(02).
                 07 ws-mvd-desconto                   pic s9(11)v9(02).
                 07 ws-mvd-custo                      pic s9(11)v9(02).
                 07 ws-mvd-devolucao                  pic s9(11)v9(02).
                 07 ws-mvd-perda                      pic s9(11)v9(02).
                 07 ws-mvd-margem                     pic s9(11)v9(02).
              05 ws-mvd-margem-perc                   pic s9(05)v9(02).
       01  ws-mvd-qtd                                pic 9(03)       value zeros.
       01  ws-mvd-idx                                pic 9(03)       value zeros.
       01  ws-tab-produtos.
           03 ws-mpr-linha                           occurs 1000 times.
              05 ws-mpr-cd                            pic 9(05).
              05 ws-mpr-nome                          pic x(40).
              05 ws-mpr-quantidade                    pic 9(09).
              05 ws-mpr-valores.
                 07 ws-mpr-receita                    pic s9(11)v9(02).
                 07 ws-mpr-desconto                   pic s9(11)v9(02).
                 07 ws-mpr-custo                      pic s9(11)v9(02).
                 07 ws-mpr-devolucao                  pic s9(11)v9(02).
                 07 ws-mpr-margem                     pic s9(11)v9(02).
              05 ws-mpr-margem-perc                   pic s9(05)v9(02).
       01  ws-mpr-qtd                                pic 9(04)       value zeros.
       01  ws-mpr-idx                                pic 9(04)       value zeros.
       01  ws-ind-achou                              pic x(01)       value "N".
          88 ws-achou-na-tabela                                      value "S".
       01  ws-ind-detalhe-truncado                    pic x(01)       value "N".
          88 ws-detalhe-truncado                                     value "S".

       01  ws-totais-margem.
           03 ws-tot-qtd-pedidos                     pic 9(05)       value zeros.
           03 ws-tot-receita                         pic s9(13)v9(02) value zeros.
           03 ws-tot-desconto                        pic s9(13)v9(02) value zeros.
           03 ws-tot-custo                           pic s9(13)v9(02) value zeros.
           03 ws-tot-devolucao                       pic s9(13)v9(02) value zeros.
           03 ws-tot-perda                           pic s9(13)v9(02) value zeros.
           03 ws-tot-margem                          pic s9(13)v9(02) value zeros.
           03 ws-tot-margem-perc                      pic s9(05)v9(02) value zeros.

      *>   Cálculo do percentual de margem (sobre a receita líquida de
      *>   devoluções).
       01  ws-base-percentual                          pic s9(13)v9(02) value zeros.
       01  ws-margem-calculo                          pic s9(13)v9(02) value zeros.
       01  ws-margem-perc-calculo                      pic s9(05)v9(02) value zeros.

       01  ws-nm-cliente-filtro                       pic x(40)       value spaces.

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
            open input pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                 close pedido-arq
                 open input pedido-arq
            end-if
            open input pedido-item-arq
            if   ws-pedido-item-nao-encontrado
                 open output pedido-item-arq
                 close pedido-item-arq
                 open input pedido-item-arq
            end-if
            open input estoque-mov-arq
            if   ws-estoque-mov-nao-encontrado
                 open output estoque-mov-arq
                 close estoque-mov-arq
                 open input estoque-mov-arq
            end-if
            open input produto-arq
            open input prd-composicao-arq
            open input devolucao-arq
            open input receber-arq
            open input cliente-arq
            open input vendedor-arq
            open input sessao-arq

            perform 1150-obter-parametros
            perform 1160-obter-perfil-logado
            if   ws-perfil-logado not = 3
                 set ws-acesso-negado                to true
            else
                 perform 1200-apurar-pedidos
                 perform 1230-custear-movimentos
                 perform 1240-fechar-pedidos
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       1150-obter-parametros section.
       1150.
            move zeros                               to ws-data-inicial
            move zeros                               to ws-data-final
            move zeros                               to ws-cd-cliente-filtro
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
                 unstring ws-query-string delimited by "cdCliente=" into ws-lixo-unstring
                                                                       ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor not = spaces
                      move function numval(ws-param-valor) to ws-cd-cliente-filtro
                 end-if
            end-if
            move spaces                              to ws-lixo-unstring

            if   ws-data-inicial = zeros
                 move function current-date (1:6)      to ws-data-inicial (1:6)
                 move 01                              to ws-data-inicial (7:2)
            end-if
            if   ws-data-final = zeros
                 move function current-date (1:6)      to ws-data-final (1:6)
                 move 31                              to ws-data-final (7:2)
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
      *>   1200-apurar-pedidos: pedidos Fechados do período com os seus
      *>   itens (receita e desconto sobre o preço de lista).
       1200-apurar-pedidos section.
       1200.
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
                         and  ped-data >= ws-data-inicial
                         and  ped-data <= ws-data-final
                              perform 1210-guardar-pedido
                         end-if
                end-read
            end-perform
            .

       1200-exit.
            exit.

      *>===================================================================================
       1210-guardar-pedido section.
       1210.
            if   ws-mpd-qtd >= 2000
                 set ws-apuracao-parcial              to true
                 exit section
            end-if
            add 1                                    to ws-mpd-qtd
            move ws-mpd-qtd                          to ws-mpd-idx
            move ped-cd-pedido                       to ws-mpd-cd-pedido(ws-mpd-idx)
            move ped-cd-cliente                      to ws-mpd-cd-cliente(ws-mpd-idx)
            move ped-cd-vendedor                     to ws-mpd-cd-vendedor(ws-mpd-idx)
            move ped-data                            to ws-mpd-data(ws-mpd-idx)
            compute ws-mpd-item-inicial(ws-mpd-idx) = ws-mit-qtd + 1
            move zeros                               to ws-mpd-qtd-itens(ws-mpd-idx)
            move zeros                               to ws-mpd-receita(ws-mpd-idx)
            move zeros                               to ws-mpd-desconto(ws-mpd-idx)
            move zeros                               to ws-mpd-custo(ws-mpd-idx)
            move zeros                               to ws-mpd-devolucao(ws-mpd-idx)
            move zeros                               to ws-mpd-perda(ws-mpd-idx)
            move zeros                               to ws-mpd-margem(ws-mpd-idx)

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
                              perform 1220-guardar-item
                         end-if
                end-read
            end-perform
            .

       1210-exit.
            exit.

      *>===================================================================================
       1220-guardar-item section.
       1220.
            if   ws-mit-qtd >= 6000
                 set ws-apuracao-parcial              to true
                 exit section
            end-if
            add 1                                    to ws-mit-qtd
            move ws-mit-qtd                          to ws-mit-idx
            add 1                                    to ws-mpd-qtd-itens(ws-mpd-idx)
            move pit-sequencia                       to ws-mit-sequencia(ws-mit-idx)
            move pit-cd-produto                      to ws-mit-cd-produto(ws-mit-idx)
            move pit-quantidade                      to ws-mit-quantidade(ws-mit-idx)
            move pit-valor-total                     to ws-mit-valor(ws-mit-idx)
            move zeros                               to ws-mit-desconto(ws-mit-idx)
      *>   Item bonificado sai a preço zero por definição - não é desconto
      *>   concedido; o custo dele pesa na margem pelo movimento de saída.
            if   pit-preco-lista > pit-preco-unitario
            and  not pit-item-bonificacao
                 compute ws-mit-desconto(ws-mit-idx) =
                         (pit-preco-lista - pit-preco-unitario) * pit-quantidade
            end-if
            move zeros                               to ws-mit-mov-qtd(ws-mit-idx)
            move zeros                               to ws-mit-mov-valor(ws-mit-idx)
            add ws-mit-valor(ws-mit-idx)              to ws-mpd-receita(ws-mpd-idx)
            add ws-mit-desconto(ws-mit-idx)           to ws-mpd-desconto(ws-mpd-idx)
            .

       1220-exit.
            exit.

      *>===================================================================================
      *>   1230-custear-movimentos: uma passada em ESTOQUE-MOV.DAT pelas
      *>   saídas com documento "PED nnnnnnn" de pedido do período,
      *>   somando quantidade e custo no item do mesmo produto. Saída
      *>   anterior ao início do período não pode ser de pedido dele.
       1230-custear-movimentos section.
       1230.
            if   ws-mpd-qtd = zeros
                 exit section
            end-if
            move ws-data-inicial                     to mov-data
            start estoque-mov-arq key is greater than or equal mov-data
                invalid key
                     set ws-movimento-eof             to true
            end-start

            perform until ws-movimento-eof
                read estoque-mov-arq next record
                    at end
                         set ws-movimento-eof          to true
                    not at end
                         if   mov-saida
                         and  mov-data >= ws-data-inicial
                         and  mov-documento (1:4) = "PED "
                         and  mov-documento (5:7) is numeric
                              move mov-documento (5:7)  to ws-bsc-cd-pedido
                              perform 1235-localizar-pedido
                              if   ws-bsc-pedido-achado
                                   perform 1236-somar-saida-item
                              end-if
                         end-if
                end-read
            end-perform
            .

       1230-exit.
            exit.

      *>===================================================================================
      *>   1235-localizar-pedido: busca binária de ws-bsc-cd-pedido na
      *>   tabela de pedidos (ordenada pela chave); achado, deixa o
      *>   índice em ws-mpd-idx.
       1235-localizar-pedido section.
       1235.
            move "N"                                 to ws-bsc-achou
            move 1                                   to ws-bsc-inicio
            move ws-mpd-qtd                          to ws-bsc-fim
            perform until ws-bsc-pedido-achado
                    or ws-bsc-inicio > ws-bsc-fim
                compute ws-bsc-meio = (ws-bsc-inicio + ws-bsc-fim) / 2
                evaluate true
                    when ws-mpd-cd-pedido(ws-bsc-meio) = ws-bsc-cd-pedido
                         move "S"                     to ws-bsc-achou
                         move ws-bsc-meio             to ws-mpd-idx
                    when ws-mpd-cd-pedido(ws-bsc-meio) < ws-bsc-cd-pedido
                         compute ws-bsc-inicio = ws-bsc-meio + 1
                    when other
                         if   ws-bsc-meio = 1
                              move zeros               to ws-bsc-fim
                         else
                              compute ws-bsc-fim = ws-bsc-meio - 1
                         end-if
                end-evaluate
            end-perform
            .

       1235-exit.
            exit.

      *>===================================================================================
      *>   1236-somar-saida-item: soma a saída no item do pedido com o
      *>   mesmo produto (componente de kit não é item: fica para o
      *>   custeio do kit pelo custo médio, 1246).
       1236-somar-saida-item section.
       1236.
            compute ws-mit-fim = ws-mpd-item-inicial(ws-mpd-idx)
                               + ws-mpd-qtd-itens(ws-mpd-idx) - 1
            perform varying ws-mit-idx from ws-mpd-item-inicial(ws-mpd-idx) by 1
                    until ws-mit-idx > ws-mit-fim
                if   ws-mit-cd-produto(ws-mit-idx) = mov-cd-produto
                     add mov-quantidade               to ws-mit-mov-qtd(ws-mit-idx)
                     compute ws-mit-mov-valor(ws-mit-idx) =
                             ws-mit-mov-valor(ws-mit-idx)
                           + mov-quantidade * mov-custo-unitario
                     move ws-mit-fim                  to ws-mit-idx
                end-if
            end-perform
            .

       1236-exit.
            exit.

      *>===================================================================================
      *>   1240-fechar-pedidos: custo, devoluções e perdas de cada
      *>   pedido, a margem, e os totais por cliente, vendedor e produto.
       1240-fechar-pedidos section.
       1240.
            perform varying ws-mpd-idx from 1 by 1
                    until ws-mpd-idx > ws-mpd-qtd
                compute ws-mit-fim = ws-mpd-item-inicial(ws-mpd-idx)
                                   + ws-mpd-qtd-itens(ws-mpd-idx) - 1
                perform varying ws-mit-idx from ws-mpd-item-inicial(ws-mpd-idx) by 1
                        until ws-mit-idx > ws-mit-fim
                    perform 1245-custear-item
                end-perform
                perform 1250-somar-perdas
                compute ws-mpd-margem(ws-mpd-idx) =
                        ws-mpd-receita(ws-mpd-idx)
                      - ws-mpd-devolucao(ws-mpd-idx)
                      - ws-mpd-custo(ws-mpd-idx)
                      - ws-mpd-perda(ws-mpd-idx)
                perform 1260-acumular-cliente
                perform 1270-acumular-vendedor

                add 1                                to ws-tot-qtd-pedidos
                add ws-mpd-receita(ws-mpd-idx)         to ws-tot-receita
                add ws-mpd-desconto(ws-mpd-idx)        to ws-tot-desconto
                add ws-mpd-custo(ws-mpd-idx)           to ws-tot-custo
                add ws-mpd-devolucao(ws-mpd-idx)       to ws-tot-devolucao
                add ws-mpd-perda(ws-mpd-idx)           to ws-tot-perda
                add ws-mpd-margem(ws-mpd-idx)          to ws-tot-margem
            end-perform

            move ws-tot-receita                      to ws-base-percentual
            subtract ws-tot-devolucao                 from ws-base-percentual
            move ws-tot-margem                       to ws-margem-calculo
            perform 1290-calcular-percentual
            move ws-margem-perc-calculo               to ws-tot-margem-perc

            perform varying ws-mcl-idx from 1 by 1
                    until ws-mcl-idx > ws-mcl-qtd
                compute ws-base-percentual =
                        ws-mcl-receita(ws-mcl-idx) - ws-mcl-devolucao(ws-mcl-idx)
                move ws-mcl-margem(ws-mcl-idx)        to ws-margem-calculo
                perform 1290-calcular-percentual
                move ws-margem-perc-calculo           to ws-mcl-margem-perc(ws-mcl-idx)
            end-perform
            perform varying ws-mvd-idx from 1 by 1
                    until ws-mvd-idx > ws-mvd-qtd
                compute ws-base-percentual =
                        ws-mvd-receita(ws-mvd-idx) - ws-mvd-devolucao(ws-mvd-idx)
                move ws-mvd-margem(ws-mvd-idx)        to ws-margem-calculo
                perform 1290-calcular-percentual
                move ws-margem-perc-calculo           to ws-mvd-margem-perc(ws-mvd-idx)
            end-perform
            perform varying ws-mpr-idx from 1 by 1
                    until ws-mpr-idx > ws-mpr-qtd
                compute ws-base-percentual =
                        ws-mpr-receita(ws-mpr-idx) - ws-mpr-devolucao(ws-mpr-idx)
                move ws-mpr-margem(ws-mpr-idx)        to ws-margem-calculo
                perform 1290-calcular-percentual
                move ws-margem-perc-calculo           to ws-mpr-margem-perc(ws-mpr-idx)
            end-perform
            .

       1240-exit.
            exit.

      *>===================================================================================
      *>   1245-custear-item: custo unitário pelas saídas achadas (média
      *>   ponderada das saídas do item) ou, sem saída, pelo custo médio
      *>   atual (kit: soma dos componentes); abate o custo e soma o valor
      *>   do que voltou em devolução.
       1245-custear-item section.
       1245.
            if   ws-mit-mov-qtd(ws-mit-idx) > zeros
                 compute ws-custo-unitario rounded =
                         ws-mit-mov-valor(ws-mit-idx) / ws-mit-mov-qtd(ws-mit-idx)
            else
                 perform 1246-custo-medio-atual
            end-if
            compute ws-custo-item rounded =
                    ws-mit-quantidade(ws-mit-idx) * ws-custo-unitario

            move zeros                               to ws-devolucao-item
            move zeros                               to ws-custo-devolvido
            move ws-mpd-cd-pedido(ws-mpd-idx)         to dev-cd-pedido
            move ws-mit-sequencia(ws-mit-idx)         to dev-sequencia
            read devolucao-arq
                key is dev-chave
                invalid key
                     continue
                not invalid key
                     move dev-valor-devolvido          to ws-devolucao-item
                     compute ws-custo-devolvido rounded =
                             dev-qtd-devolvida * ws-custo-unitario
            end-read
            if   ws-custo-devolvido > ws-custo-item
                 move ws-custo-item                   to ws-custo-devolvido
            end-if
            subtract ws-custo-devolvido               from ws-custo-item

            add ws-custo-item                        to ws-mpd-custo(ws-mpd-idx)
            add ws-devolucao-item                    to ws-mpd-devolucao(ws-mpd-idx)
            perform 1280-acumular-produto
            .

       1245-exit.
            exit.

      *>===================================================================================
       1246-custo-medio-atual section.
       1246.
            move zeros                               to ws-custo-unitario
            move "N"                                 to ws-ind-tem-componente
            move "N"                                 to ws-ind-fim-componente
            move ws-mit-cd-produto(ws-mit-idx)        to kit-cd-produto-kit
            move zeros                               to kit-cd-componente
            start prd-composicao-arq key is greater than or equal kit-chave
                invalid key
                     set ws-componente-eof            to true
            end-start
            perform until ws-componente-eof
                read prd-composicao-arq next record
                    at end
                         set ws-componente-eof         to true
                    not at end
                         if   kit-cd-produto-kit not = ws-mit-cd-produto(ws-mit-idx)
                              set ws-componente-eof    to true
                         else
                              move "S"                 to ws-ind-tem-componente
                              move zeros               to ws-custo-medio-componente
                              move kit-cd-componente   to prd-cd-produto
                              read produto-arq
                                  key is prd-cd-produto
                                  invalid key
                                       continue
                                  not invalid key
                                       move prd-custo-medio to ws-custo-medio-componente
                              end-read
                              compute ws-custo-unitario =
                                      ws-custo-unitario
                                    + kit-quantidade * ws-custo-medio-componente
                         end-if
                end-read
            end-perform
            if   not ws-item-eh-kit
                 move ws-mit-cd-produto(ws-mit-idx)   to prd-cd-produto
                 read produto-arq
                     key is prd-cd-produto
                     invalid key
                          continue
                     not invalid key
                          move prd-custo-medio         to ws-custo-unitario
                 end-read
            end-if
            .

       1246-exit.
            exit.

      *>===================================================================================
      *>   1250-somar-perdas: parcelas do pedido baixadas por perda, pelo
      *>   que deixou de ser recebido (mesma conta de RelPerdas.cbl).
       1250-somar-perdas section.
       1250.
            move "N"                                 to ws-ind-fim-receber
            move ws-mpd-cd-pedido(ws-mpd-idx)         to rec-cd-pedido
            move zeros                               to rec-parcela
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     exit section
            end-start
            perform until ws-receber-eof
                read receber-arq next record
                    at end
                         set ws-receber-eof            to true
                    not at end
                         if   rec-cd-pedido not = ws-mpd-cd-pedido(ws-mpd-idx)
                              set ws-receber-eof       to true
                         else
                              if   rec-perda
                                   compute ws-mpd-perda(ws-mpd-idx) =
                                           ws-mpd-perda(ws-mpd-idx)
                                         + rec-valor - rec-valor-pago
                              end-if
                         end-if
                end-read
            end-perform
            .

       1250-exit.
            exit.

      *>===================================================================================
       1260-acumular-cliente section.
       1260.
            move "N"                                 to ws-ind-achou
            perform varying ws-mcl-idx from 1 by 1
                    until ws-mcl-idx > ws-mcl-qtd
                    or ws-achou-na-tabela
                if   ws-mcl-cd(ws-mcl-idx) = ws-mpd-cd-cliente(ws-mpd-idx)
                     move "S"                         to ws-ind-achou
                end-if
            end-perform
            if   ws-achou-na-tabela
                 subtract 1                           from ws-mcl-idx
            else
                 if   ws-mcl-qtd >= 500
                      set ws-detalhe-truncado          to true
                      exit section
                 end-if
                 add 1                                to ws-mcl-qtd
                 move ws-mcl-qtd                      to ws-mcl-idx
                 move ws-mpd-cd-cliente(ws-mpd-idx)    to ws-mcl-cd(ws-mcl-idx)
                 move zeros                           to ws-mcl-qtd-pedidos(ws-mcl-idx)
                 move zeros                           to ws-mcl-valores(ws-mcl-idx)
                 move ws-mpd-cd-cliente(ws-mpd-idx)    to cli-cd-cliente
                 read cliente-arq
                     key is cli-cd-cliente
                     invalid key
                          move "(cliente nao cadastrado)" to ws-mcl-nome(ws-mcl-idx)
                     not invalid key
                          move cli-razao-social        to ws-mcl-nome(ws-mcl-idx)
                 end-read
            end-if
            add 1                                    to ws-mcl-qtd-pedidos(ws-mcl-idx)
            add ws-mpd-receita(ws-mpd-idx)             to ws-mcl-receita(ws-mcl-idx)
            add ws-mpd-desconto(ws-mpd-idx)            to ws-mcl-desconto(ws-mcl-idx)
            add ws-mpd-custo(ws-mpd-idx)               to ws-mcl-custo(ws-mcl-idx)
            add ws-mpd-devolucao(ws-mpd-idx)           to ws-mcl-devolucao(ws-mcl-idx)
            add ws-mpd-perda(ws-mpd-idx)               to ws-mcl-perda(ws-mcl-idx)
            add ws-mpd-margem(ws-mpd-idx)              to ws-mcl-margem(ws-mcl-idx)
            if   ws-mpd-cd-cliente(ws-mpd-idx) = ws-cd-cliente-filtro
                 move ws-mcl-nome(ws-mcl-idx)          to ws-nm-cliente-filtro
            end-if
            .

       1260-exit.
            exit.

      *>===================================================================================
       1270-acumular-vendedor section.
       1270.
            move "N"                                 to ws-ind-achou
            perform varying ws-mvd-idx from 1 by 1
                    until ws-mvd-idx > ws-mvd-qtd
                    or ws-achou-na-tabela
                if   ws-mvd-cd(ws-mvd-idx) = ws-mpd-cd-vendedor(ws-mpd-idx)
                     move "S"                         to ws-ind-achou
                end-if
            end-perform
            if   ws-achou-na-tabela
                 subtract 1                           from ws-mvd-idx
            else
                 if   ws-mvd-qtd >= 50
                      set ws-detalhe-truncado          to true
                      exit section
                 end-if
                 add 1                                to ws-mvd-qtd
                 move ws-mvd-qtd                      to ws-mvd-idx
                 move ws-mpd-cd-vendedor(ws-mpd-idx)   to ws-mvd-cd(ws-mvd-idx)
                 move zeros                           to ws-mvd-qtd-pedidos(ws-mvd-idx)
                 move zeros                           to ws-mvd-valores(ws-mvd-idx)
                 move ws-mpd-cd-vendedor(ws-mpd-idx)   to vnd-cd-vendedor
                 read vendedor-arq
                     key is vnd-cd-vendedor
                     invalid key
                          move "(vendedor nao cadastrado)" to ws-mvd-nome(ws-mvd-idx)
                     not invalid key
                          move vnd-nome                to ws-mvd-nome(ws-mvd-idx)
                 end-read
            end-if
            add 1                                    to ws-mvd-qtd-pedidos(ws-mvd-idx)
            add ws-mpd-receita(ws-mpd-idx)             to ws-mvd-receita(ws-mvd-idx)
            add ws-mpd-desconto(ws-mpd-idx)            to ws-mvd-desconto(ws-mvd-idx)
            add ws-mpd-custo(ws-mpd-idx)               to ws-mvd-custo(ws-mvd-idx)
            add ws-mpd-devolucao(ws-mpd-idx)           to ws-mvd-devolucao(ws-mvd-idx)
            add ws-mpd-perda(ws-mpd-idx)               to ws-mvd-perda(ws-mvd-idx)
            add ws-mpd-margem(ws-mpd-idx)              to ws-mvd-margem(ws-mvd-idx)
            .

       1270-exit.
            exit.

      *>===================================================================================
      *>   1280-acumular-produto: soma o item corrente (já custeado) no
      *>   produto; a margem do produto não leva perda.
       1280-acumular-produto section.
       1280.
            move "N"                                 to ws-ind-achou
            perform varying ws-mpr-idx from 1 by 1
                    until ws-mpr-idx > ws-mpr-qtd
                    or ws-achou-na-tabela
                if   ws-mpr-cd(ws-mpr-idx) = ws-mit-cd-produto(ws-mit-idx)
                     move "S"                         to ws-ind-achou
                end-if
            end-perform
            if   ws-achou-na-tabela
                 subtract 1                           from ws-mpr-idx
            else
                 if   ws-mpr-qtd >= 1000
                      set ws-detalhe-truncado          to true
                      exit section
                 end-if
                 add 1                                to ws-mpr-qtd
                 move ws-mpr-qtd                      to ws-mpr-idx
                 move ws-mit-cd-produto(ws-mit-idx)    to ws-mpr-cd(ws-mpr-idx)
                 move zeros                           to ws-mpr-quantidade(ws-mpr-idx)
                 move zeros                           to ws-mpr-valores(ws-mpr-idx)
                 move ws-mit-cd-produto(ws-mit-idx)    to prd-cd-produto
                 read produto-arq
                     key is prd-cd-produto
                     invalid key
                          move "(produto nao cadastrado)" to ws-mpr-nome(ws-mpr-idx)
                     not invalid key
                          move prd-descricao           to ws-mpr-nome(ws-mpr-idx)
                 end-read
            end-if
            add ws-mit-quantidade(ws-mit-idx)          to ws-mpr-quantidade(ws-mpr-idx)
            add ws-mit-valor(ws-mit-idx)               to ws-mpr-receita(ws-mpr-idx)
            add ws-mit-desconto(ws-mit-idx)            to ws-mpr-desconto(ws-mpr-idx)
            add ws-custo-item                        to ws-mpr-custo(ws-mpr-idx)
            add ws-devolucao-item                    to ws-mpr-devolucao(ws-mpr-idx)
            compute ws-mpr-margem(ws-mpr-idx) =
                    ws-mpr-margem(ws-mpr-idx)
                  + ws-mit-valor(ws-mit-idx) - ws-devolucao-item - ws-custo-item
            .

       1280-exit.
            exit.

      *>===================================================================================
      *>   1290-calcular-percentual: margem sobre a receita líquida de
      *>   devoluções (ws-base-percentual); base zerada dá zero.
       1290-calcular-percentual section.
       1290.
            move zeros                               to ws-margem-perc-calculo
            if   ws-base-percentual not = zeros
                 compute ws-margem-perc-calculo rounded =
                         ws-margem-calculo * 100 / ws-base-percentual
                     on size error
                          move zeros                  to ws-margem-perc-calculo
                 end-compute
            end-if
            .

       1290-exit.
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
            close pedido-arq
            close pedido-item-arq
            close estoque-mov-arq
            close produto-arq
            close prd-composicao-arq
            close devolucao-arq
            close receber-arq
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
                        <td colspan=10 class="titulo-relatorio">Rentabilidade de :ws-data-inicial a :ws-data-final</td>
                    </tr>
                    <tr>
                        <td colspan=10>
                            <form name=frmMargem method=get action="RelMargem.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            De (AAAAMMDD): <input name=dataIni size=8 maxlength=8 value=":ws-data-inicial" class="campo">
                            Até: <input name=dataFim size=8 maxlength=8 value=":ws-data-final" class="campo">
                            <button>Apurar</button>
                            </form>
                        </td>
                    </tr>
            end-exec
            evaluate true
                when ws-acesso-negado
                     exec html
                    <tr>
                        <td colspan=10>Relatório restrito ao supervisor.</td>
                    </tr>
                     end-exec
                when ws-tot-qtd-pedidos = 0
                     exec html
                    <tr>
                        <td colspan=10>Nenhum pedido fechado no período.</td>
                    </tr>
                     end-exec
                when ws-cd-cliente-filtro not = zeros
                     perform 8000-pedidos-cliente
                when other
                     perform 8000-totais-gerais
                     perform 8000-totais-cliente
                     perform 8000-totais-vendedor
                     perform 8000-totais-produto
            end-evaluate
            if   ws-apuracao-parcial
                 exec html
                    <tr>
                        <td colspan=10>Período grande demais: a apuração cobre só os primeiros pedidos/itens - reduza o período.</td>
                    </tr>
                 end-exec
            end-if
            if   ws-detalhe-truncado
                 exec html
                    <tr>
                        <td colspan=10>Lista truncada: o detalhamento mostra só os primeiros clientes/vendedores/produtos; os totais gerais cobrem o período inteiro.</td>
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
       8000-cabecalho-colunas section.
       8000.
            exec html
                    <tr>
                        <td class=titulocampo>Código</td>
                        <td class=titulocampo>Nome</td>
                        <td class=titulocampo>Qtd</td>
                        <td class=titulocampo>Receita</td>
                        <td class=titulocampo>Descontos</td>
                        <td class=titulocampo>CMV</td>
                        <td class=titulocampo>Devoluções</td>
                        <td class=titulocampo>Perdas</td>
                        <td class=titulocampo>Margem</td>
                        <td class=titulocampo>Margem %</td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-totais-gerais section.
       8000.
            exec html
                    <tr>
                        <td colspan=10 class="titulo-relatorio">Total do período</td>
                    </tr>
            end-exec
            perform 8000-cabecalho-colunas
            exec html
                    <tr>
                        <td colspan=2 class=titulocampo>Total geral (pedidos)</td>
                        <td><div align=right>:ws-tot-qtd-pedidos</div></td>
                        <td><div align=right>:ws-tot-receita</div></td>
                        <td><div align=right>:ws-tot-desconto</div></td>
                        <td><div align=right>:ws-tot-custo</div></td>
                        <td><div align=right>:ws-tot-devolucao</div></td>
                        <td><div align=right>:ws-tot-perda</div></td>
                        <td><div align=right>:ws-tot-margem</div></td>
                        <td><div align=right>:ws-tot-margem-perc</div></td>
                    </tr>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-totais-cliente section.
       8000.
            exec html
                    <tr>
                        <td colspan=10 class="titulo-relatorio">Por cliente (clique para abrir os pedidos)</td>
                    </tr>
            end-exec
            perform 8000-cabecalho-colunas
            perform varying ws-mcl-idx from 1 by 1
                    until ws-mcl-idx > ws-mcl-qtd
                exec html
                    <tr>
                        <td><a href="RelMargem.exe?dataIni=:ws-data-inicial&dataFim=:ws-data-final&cdCliente=:ws-mcl-cd(ws-mcl-idx)&sessao=:ws-form-sessao">:ws-mcl-cd(ws-mcl-idx)</a></td>
                        <td>:ws-mcl-nome(ws-mcl-idx)</td>
                        <td><div align=right>:ws-mcl-qtd-pedidos(ws-mcl-idx)</div></td>
                        <td><div align=right>:ws-mcl-receita(ws-mcl-idx)</div></td>
                        <td><div align=right>:ws-mcl-desconto(ws-mcl-idx)</div></td>
                        <td><div align=right>:ws-mcl-custo(ws-mcl-idx)</div></td>
                        <td><div align=right>:ws-mcl-devolucao(ws-mcl-idx)</div></td>
                        <td><div align=right>:ws-mcl-perda(ws-mcl-idx)</div></td>
                        <td><div align=right>:ws-mcl-margem(ws-mcl-idx)</div></td>
                        <td><div align=right>:ws-mcl-margem-perc(ws-mcl-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-totais-vendedor section.
       8000.
            exec html
                    <tr>
                        <td colspan=10 class="titulo-relatorio">Por vendedor</td>
                    </tr>
            end-exec
            perform 8000-cabecalho-colunas
            perform varying ws-mvd-idx from 1 by 1
                    until ws-mvd-idx > ws-mvd-qtd
                exec html
                    <tr>
                        <td>:ws-mvd-cd(ws-mvd-idx)</td>
                        <td>:ws-mvd-nome(ws-mvd-idx)</td>
                        <td><div align=right>:ws-mvd-qtd-pedidos(ws-mvd-idx)</div></td>
                        <td><div align=right>:ws-mvd-receita(ws-mvd-idx)</div></td>
                        <td><div align=right>:ws-mvd-desconto(ws-mvd-idx)</div></td>
                        <td><div align=right>:ws-mvd-custo(ws-mvd-idx)</div></td>
                        <td><div align=right>:ws-mvd-devolucao(ws-mvd-idx)</div></td>
                        <td><div align=right>:ws-mvd-perda(ws-mvd-idx)</div></td>
                        <td><div align=right>:ws-mvd-margem(ws-mvd-idx)</div></td>
                        <td><div align=right>:ws-mvd-margem-perc(ws-mvd-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-totais-produto section.
       8000.
            exec html
                    <tr>
                        <td colspan=10 class="titulo-relatorio">Por produto (quantidade vendida; perdas não se atribuem a produto)</td>
                    </tr>
            end-exec
            perform 8000-cabecalho-colunas
            perform varying ws-mpr-idx from 1 by 1
                    until ws-mpr-idx > ws-mpr-qtd
                exec html
                    <tr>
                        <td>:ws-mpr-cd(ws-mpr-idx)</td>
                        <td>:ws-mpr-nome(ws-mpr-idx)</td>
                        <td><div align=right>:ws-mpr-quantidade(ws-mpr-idx)</div></td>
                        <td><div align=right>:ws-mpr-receita(ws-mpr-idx)</div></td>
                        <td><div align=right>:ws-mpr-desconto(ws-mpr-idx)</div></td>
                        <td><div align=right>:ws-mpr-custo(ws-mpr-idx)</div></td>
                        <td><div align=right>:ws-mpr-devolucao(ws-mpr-idx)</div></td>
                        <td>&nbsp;</td>
                        <td><div align=right>:ws-mpr-margem(ws-mpr-idx)</div></td>
                        <td><div align=right>:ws-mpr-margem-perc(ws-mpr-idx)</div></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
      *>   8000-pedidos-cliente: abertura do cliente escolhido, pedido a
      *>   pedido, com o percentual calculado na hora.
       8000-pedidos-cliente section.
       8000.
            exec html
                    <tr>
                        <td colspan=10 class="titulo-relatorio">Pedidos do cliente :ws-cd-cliente-filtro - :ws-nm-cliente-filtro</td>
                    </tr>
                    <tr>
                        <td colspan=10><a href="RelMargem.exe?dataIni=:ws-data-inicial&dataFim=:ws-data-final&sessao=:ws-form-sessao">voltar ao resumo</a></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Pedido</td>
                        <td class=titulocampo>Data</td>
                        <td class=titulocampo>Vendedor</td>
                        <td class=titulocampo>Receita</td>
                        <td class=titulocampo>Descontos</td>
                        <td class=titulocampo>CMV</td>
                        <td class=titulocampo>Devoluções</td>
                        <td class=titulocampo>Perdas</td>
                        <td class=titulocampo>Margem</td>
                        <td class=titulocampo>Margem %</td>
                    </tr>
            end-exec
            perform varying ws-mpd-idx from 1 by 1
                    until ws-mpd-idx > ws-mpd-qtd
                if   ws-mpd-cd-cliente(ws-mpd-idx) = ws-cd-cliente-filtro
                     compute ws-base-percentual =
                             ws-mpd-receita(ws-mpd-idx) - ws-mpd-devolucao(ws-mpd-idx)
                     move ws-mpd-margem(ws-mpd-idx)    to ws-margem-calculo
                     perform 1290-calcular-percentual
                     exec html
                    <tr>
                        <td>:ws-mpd-cd-pedido(ws-mpd-idx)</td>
                        <td>:ws-mpd-data(ws-mpd-idx)</td>
                        <td>:ws-mpd-cd-vendedor(ws-mpd-idx)</td>
                        <td><div align=right>:ws-mpd-receita(ws-mpd-idx)</div></td>
                        <td><div align=right>:ws-mpd-desconto(ws-mpd-idx)</div></td>
                        <td><div align=right>:ws-mpd-custo(ws-mpd-idx)</div></td>
                        <td><div align=right>:ws-mpd-devolucao(ws-mpd-idx)</div></td>
                        <td><div align=right>:ws-mpd-perda(ws-mpd-idx)</div></td>
                        <td><div align=right>:ws-mpd-margem(ws-mpd-idx)</div></td>
                        <td><div align=right>:ws-margem-perc-calculo</div></td>
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
