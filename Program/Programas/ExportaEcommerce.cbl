      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. ExportaEcommerce.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                ExportaEcommerce
      *>            --------------------------------------------------------
      *>
      *>   Alimentação do catálogo da loja web (sentido inverso de
      *>   ImportaPedido.cbl, mesmo molde em lote de ExportaContabil.cbl):
      *>   grava em ECOMMERCE-FEED.TXT, delimitado por ";", uma linha P por
      *>   produto ativo com descrição, unidade, EAN (prd-codigo-barras),
      *>   o preço unitário da tabela da categoria Loja Web (PRD-TABELA.DAT,
      *>   mesma resolução de 2502-resolver-preco-lista em Pedido.cbl, sem
      *>   linha vale prd-preco-venda) e o disponível
      *>   (prd-saldo-atual - prd-saldo-reservado, negativo sai zero). O
      *>   registro de controle H traz data, hora, o sequencial da remessa
      *>   (série ECOMFEED em PARAMETRO.DAT) e o modo; o trailer T as
      *>   contagens e a soma do disponível, para o site conferir o
      *>   arquivo antes de aplicar.
      *>   Modo na linha de comando: COMPLETO manda o catálogo inteiro
      *>   (o site substitui tudo); vazio ou INCREMENTAL - o modo da
      *>   cadeia noturna - manda só o que mudou desde a última remessa,
      *>   comparando com o retrato do que foi publicado
      *>   (ECOMMERCE-ENVIADO.DAT): produto novo ou com qualquer dos
      *>   campos alterado sai como P, produto inativado ou excluído sai
      *>   como R (remover do site).
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select produto-arq assign        to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select prd-tabela-arq assign     to "PRD-TABELA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is tab-chave
                  file status                is ws-status-prd-tabela.
           select ecommerce-enviado-arq assign to "ECOMMERCE-ENVIADO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is eco-cd-produto
                  file status                is ws-status-ecommerce-enviado.
           select exporta-arq assign        to "ECOMMERCE-FEED.TXT"
                  organization               is line sequential
                  file status                is ws-status-exporta.

      *>===================================================================================
       data division.
       file section.
       fd  produto-arq.
       copy "PROD.CPY".
       fd  prd-tabela-arq.
       copy "PRDTAB.CPY".
       fd  ecommerce-enviado-arq.
       copy "ECOMENV.CPY".
       fd  exporta-arq.
       01  reg-exporta                              pic x(132).

      *>===================================================================================
       working-storage section.
      *>   Categoria de cliente cujos preços valem na loja web (opção
      *>   Loja Web do combo de Cliente.cbl e de TabelaPreco.cbl) e
      *>   quantidade de referência do preço publicado - o site vende por
      *>   unidade.
       78  ws-categoria-loja-web                      value 7.
       78  ws-qtd-referencia-preco                    value 1.

       01  ws-controle-arquivos.
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-prd-tabela                   pic x(02)       value "00".
              88 ws-prd-tabela-ok                                   value "00".
              88 ws-prd-tabela-nao-encontrado                       value "23" "35".
           03 ws-status-ecommerce-enviado            pic x(02)       value "00".
              88 ws-ecommerce-enviado-ok                            value "00".
              88 ws-ecommerce-enviado-nao-encontrado                value "23" "35".
           03 ws-status-exporta                     pic x(02)       value "00".
              88 ws-exporta-ok                                      value "00".

      *>   Modo da remessa, aceito na linha de comando (COMPLETO ou
      *>   INCREMENTAL; em branco assume INCREMENTAL).
       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-modo-remessa                           pic x(01)       value "I".
          88 ws-modo-completo                                       value "C".
          88 ws-modo-incremental                                    value "I".

       01  ws-data-exportar                          pic 9(08)       value zeros.
       01  ws-hora-exportar                          pic 9(06)       value zeros.

       01  ws-ind-fim-produto                        pic x(01)       value "N".
          88 ws-produto-eof                                         value "S".
       01  ws-ind-fim-enviado                        pic x(01)       value "N".
          88 ws-enviado-eof                                         value "S".
       01  ws-ind-fim-tabela-preco                   pic x(01)       value "N".
          88 ws-tabela-preco-eof                                    value "S".
       01  ws-ind-ja-publicado                       pic x(01)       value "N".
          88 ws-ja-publicado                                        value "S".

      *>   Valores atuais do produto, comparados com o retrato.
       01  ws-preco-web                              pic 9(07)v9(02) value zeros.
       01  ws-saldo-disponivel                        pic s9(07)      value zeros.
       01  ws-qtd-disponivel-web                      pic 9(07)       value zeros.

       01  ws-linha-exporta                          pic x(132)      value spaces.
       01  ws-sequencial-remessa                      pic 9(07)       value zeros.

       01  ws-totais-exportacao.
           03 ws-qtd-lidos                          pic 9(05)       value zeros.
           03 ws-qtd-publicados                      pic 9(05)       value zeros.
           03 ws-qtd-sem-alteracao                   pic 9(05)       value zeros.
           03 ws-qtd-remocoes                        pic 9(05)       value zeros.
           03 ws-soma-disponivel                      pic 9(11)       value zeros.

      *>   Atribuição do sequencial da remessa via PARAMETRO.DAT (CALL
      *>   para ProximoNumero, mesmo padrão de ExportaContabil.cbl).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

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
            accept ws-parametro-linha               from command-line
            move function upper-case(ws-parametro-linha) to ws-parametro-linha
            if   ws-parametro-linha (1:8) = "COMPLETO"
                 set ws-modo-completo                to true
            else
                 set ws-modo-incremental             to true
            end-if
            move function current-date (1:8)          to ws-data-exportar
            move function current-date (9:6)          to ws-hora-exportar

            open input produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open input produto-arq
            end-if
            open input prd-tabela-arq
            if   ws-prd-tabela-nao-encontrado
                 open output prd-tabela-arq
                 close prd-tabela-arq
                 open input prd-tabela-arq
            end-if
            open i-o ecommerce-enviado-arq
            if   ws-ecommerce-enviado-nao-encontrado
                 open output ecommerce-enviado-arq
                 close ecommerce-enviado-arq
                 open i-o ecommerce-enviado-arq
            end-if
            open output exporta-arq
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 2100-gravar-header
            perform 2200-exportar-produtos
            perform 2300-exportar-excluidos
            perform 2400-gravar-trailer
            .

       2000-exit.
            exit.

      *>===================================================================================
       2100-gravar-header section.
       2100.
            move "ECOMFEED"                          to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-sequencial-remessa

            move spaces                              to ws-linha-exporta
            string "H" ";"
                   ws-data-exportar ";"
                   ws-hora-exportar ";"
                   ws-sequencial-remessa ";"
                   ws-modo-remessa
                   delimited by size into ws-linha-exporta
            write reg-exporta                        from ws-linha-exporta
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-exportar-produtos: percorre o cadastro; ativo sai como P
      *>   (no incremental, só se difere do retrato) e atualiza o retrato;
      *>   inativo já publicado sai como R e deixa o retrato.
       2200-exportar-produtos section.
       2200.
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
                         add 1                         to ws-qtd-lidos
                         perform 2210-ler-retrato
                         if   prd-ativo
                              perform 2220-publicar-produto
                         else
                              if   ws-ja-publicado
                                   perform 2290-remover-produto
                              end-if
                         end-if
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
       2210-ler-retrato section.
       2210.
            move "N"                                 to ws-ind-ja-publicado
            move prd-cd-produto                      to eco-cd-produto
            read ecommerce-enviado-arq
                key is eco-cd-produto
                invalid key
                     continue
                not invalid key
                     set ws-ja-publicado              to true
            end-read
            .

       2210-exit.
            exit.

      *>===================================================================================
       2220-publicar-produto section.
       2220.
            perform 2230-resolver-preco-web
            compute ws-saldo-disponivel =
                    prd-saldo-atual - prd-saldo-reservado
            if   ws-saldo-disponivel < zeros
                 move zeros                          to ws-qtd-disponivel-web
            else
                 move ws-saldo-disponivel             to ws-qtd-disponivel-web
            end-if

            if   ws-modo-incremental
            and  ws-ja-publicado
            and  eco-descricao      = prd-descricao
            and  eco-unidade        = prd-unidade
            and  eco-codigo-barras  = prd-codigo-barras
            and  eco-preco          = ws-preco-web
            and  eco-qtd-disponivel = ws-qtd-disponivel-web
                 add 1                               to ws-qtd-sem-alteracao
                 exit section
            end-if

            move spaces                              to ws-linha-exporta
            string "P" ";"
                   prd-cd-produto ";"
                   prd-descricao ";"
                   prd-unidade ";"
                   prd-codigo-barras ";"
                   ws-preco-web ";"
                   ws-qtd-disponivel-web
                   delimited by size into ws-linha-exporta
            write reg-exporta                        from ws-linha-exporta
            add 1                                    to ws-qtd-publicados
            add ws-qtd-disponivel-web                 to ws-soma-disponivel

            move prd-cd-produto                      to eco-cd-produto
            move prd-descricao                       to eco-descricao
            move prd-unidade                         to eco-unidade
            move prd-codigo-barras                   to eco-codigo-barras
            move ws-preco-web                        to eco-preco
            move ws-qtd-disponivel-web                to eco-qtd-disponivel
            move ws-data-exportar                    to eco-data-envio
            move ws-sequencial-remessa                to eco-sequencial-remessa
            if   ws-ja-publicado
                 rewrite reg-ecommerce-enviado
                     invalid key
                          continue
                 end-rewrite
            else
                 write reg-ecommerce-enviado
                     invalid key
                          continue
                 end-write
            end-if
            .

       2220-exit.
            exit.

      *>===================================================================================
      *>   2230-resolver-preco-web: maior faixa da categoria Loja Web que
      *>   cabe na quantidade de referência; sem linha vale o preço de
      *>   venda do cadastro (mesma resolução de 2502-resolver-preco-lista
      *>   em Pedido.cbl).
       2230-resolver-preco-web section.
       2230.
            move prd-preco-venda                     to ws-preco-web
            move "N"                                 to ws-ind-fim-tabela-preco
            move prd-cd-produto                      to tab-cd-produto
            move ws-categoria-loja-web               to tab-categoria
            move spaces                              to tab-unidade
            move zeros                               to tab-qtd-minima
            start prd-tabela-arq key is greater than or equal tab-chave
                invalid key
                     set ws-tabela-preco-eof          to true
            end-start
            perform until ws-tabela-preco-eof
                read prd-tabela-arq next record
                    at end
                         set ws-tabela-preco-eof       to true
                    not at end
                         if   tab-cd-produto not = prd-cd-produto
                         or   tab-categoria not = ws-categoria-loja-web
                         or   tab-unidade not = spaces
                         or   tab-qtd-minima > ws-qtd-referencia-preco
                              set ws-tabela-preco-eof   to true
                         else
                              move tab-preco            to ws-preco-web
                         end-if
                end-read
            end-perform
            .

       2230-exit.
            exit.

      *>===================================================================================
      *>   2290-remover-produto: produto que deixou de estar à venda. A
      *>   carga completa substitui o catálogo do site, então a linha R só
      *>   sai no incremental; o retrato perde o produto nos dois modos.
       2290-remover-produto section.
       2290.
            if   ws-modo-incremental
                 move spaces                          to ws-linha-exporta
                 string "R" ";"
                        eco-cd-produto
                        delimited by size into ws-linha-exporta
                 write reg-exporta                    from ws-linha-exporta
                 add 1                                to ws-qtd-remocoes
            end-if
            delete ecommerce-enviado-arq record
                invalid key
                     continue
            end-delete
            .

       2290-exit.
            exit.

      *>===================================================================================
      *>   2300-exportar-excluidos: produto publicado que não existe mais
      *>   no cadastro também sai do site.
       2300-exportar-excluidos section.
       2300.
            move low-values                          to eco-cd-produto
            start ecommerce-enviado-arq key is greater than or equal eco-cd-produto
                invalid key
                     set ws-enviado-eof               to true
            end-start

            perform until ws-enviado-eof
                read ecommerce-enviado-arq next record
                    at end
                         set ws-enviado-eof            to true
                    not at end
                         move eco-cd-produto            to prd-cd-produto
                         read produto-arq
                             key is prd-cd-produto
                             invalid key
                                  perform 2290-remover-produto
                         end-read
                end-read
            end-perform
            .

       2300-exit.
            exit.

      *>===================================================================================
       2400-gravar-trailer section.
       2400.
            move spaces                              to ws-linha-exporta
            string "T" ";"
                   ws-qtd-publicados ";"
                   ws-qtd-remocoes ";"
                   ws-soma-disponivel
                   delimited by size into ws-linha-exporta
            write reg-exporta                        from ws-linha-exporta
            .

       2400-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Remessa loja web.....: " ws-sequencial-remessa
            display "Modo (C/I)...........: " ws-modo-remessa
            display "Produtos lidos.......: " ws-qtd-lidos
            display "Produtos publicados..: " ws-qtd-publicados
            display "Sem alteracao........: " ws-qtd-sem-alteracao
            display "Remocoes.............: " ws-qtd-remocoes
            close produto-arq
            close prd-tabela-arq
            close ecommerce-enviado-arq
            close exporta-arq
            .

       3000-exit.
            exit.
