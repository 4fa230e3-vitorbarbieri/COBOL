                  access mode                is dynamic
                  record key                 is kit-chave
                  file status                is ws-status-prd-composicao.
           select prd-unidade-arq assign    to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-prd-unidade.

      *>===================================================================================
       data division.
       copy "SESSAO.CPY".
       fd  prd-composicao-arq.
       copy "PRDKIT.CPY".
       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-prd-composicao               pic x(02)       value "00".
              88 ws-prd-composicao-ok                               value "00".
              88 ws-prd-composicao-nao-encontrado                   value "23" "35".
           03 ws-status-prd-unidade                  pic x(02)       value "00".
              88 ws-prd-unidade-ok                                  value "00".
              88 ws-prd-unidade-nao-encontrado                      value "23" "35".

      *>   Operador logado, obtido via SESSAO.DAT a partir do parâmetro
      *>   sessao=nn (gravado por Login.cbl); "SISTEMA" é o padrão quando
              88 ws-opcao-excluir-fornecedor                        value "61".
              88 ws-opcao-incluir-componente                        value "62".
              88 ws-opcao-excluir-componente                        value "63".
              88 ws-opcao-incluir-unidade                           value "64".
              88 ws-opcao-excluir-unidade                           value "65".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
           03 ws-form-situacao                      pic x(01)       value "A".
           03 ws-form-localizacao                    pic x(10)       value spaces.
           03 ws-form-codigo-barras                   pic 9(13)       value zeros.
           03 ws-form-ncm                             pic 9(08)       value zeros.
           03 ws-form-origem                          pic 9(01)       value zeros.
           03 ws-form-peso-bruto                      pic 9(05)v9(03) value zeros.
           03 ws-form-volume                          pic 9(02)v9(04) value zeros.
           03 ws-form-cd-grupo                        pic 9(03)       value zeros.
      *>   Classes da curva ABC (só exibição; carimbadas pelo relatório
      *>   da fila em GeraRelatorios.cbl).
           03 ws-form-classe-abc                      pic x(01)       value spaces.
           03 ws-form-classe-abc-qtd                  pic x(01)       value spaces.
           03 ws-form-texto-pesquisa                 pic x(40)       value spaces.
      *>   Grade de fornecedores do produto (relação PRD-FORNECEDOR.DAT).
           03 ws-form-pfo-cd-fornecedor               pic 9(05)       value zeros.
           03 ws-form-pfo-cd-prod-forn                pic x(15)       value spaces.
           03 ws-form-pfo-ultimo-custo                pic 9(07)v9(02) value zeros.
           03 ws-form-pfo-prazo-dias                  pic 9(03)       value zeros.
           03 ws-form-pfo-unidade-compra              pic x(03)       value spaces.
      *>   Grade de composição do kit (relação PRD-COMPOSICAO.DAT).
           03 ws-form-kit-cd-componente               pic 9(05)       value zeros.
           03 ws-form-kit-quantidade                  pic 9(05)       value zeros.
      *>   Grade de unidades alternativas (relação PRD-UNIDADE.DAT).
           03 ws-form-pun-unidade                     pic x(03)       value spaces.
           03 ws-form-pun-fator                       pic 9(05)       value zeros.
           03 ws-form-pun-codigo-barras               pic 9(13)       value zeros.
           03 ws-form-pun-uso                         pic x(01)       value "A".
      *>   Motivo informado quando o preço de venda muda (vai para o
      *>   histórico de PRD-PRECO.DAT).
           03 ws-form-motivo-preco                    pic x(40)       value spaces.
       01  ws-ean-idx                                 pic 9(02)       value zeros.
       01  ws-ean-digito                              pic 9(01)       value zeros.
       01  ws-ean-dv                                  pic 9(01)       value zeros.
       01  ws-ean-codigo                              pic 9(13)       value zeros.

      *>   Janela de manutenção (CALL para JanelaManutencao).
       01  ws-parametros-manutencao.
           03 ws-jan-operacao                        pic x(01)       value spaces.
           03 ws-jan-origem                          pic x(01)       value spaces.
           03 ws-jan-operador                        pic x(10)       value spaces.
           03 ws-jan-motivo                          pic x(60)       value spaces.
           03 ws-jan-horas-previstas                  pic 9(02)       value zeros.
           03 ws-jan-data-hora-inicio                 pic 9(14)       value zeros.
           03 ws-jan-data-hora-fim-informada           pic 9(14)       value zeros.
           03 ws-jan-cd-janela                       pic 9(07)       value zeros.
           03 ws-jan-ind-ativa                       pic x(01)       value "N".
              88 ws-jan-manutencao-ativa                            value "S".
           03 ws-jan-data-hora-fim-prevista            pic 9(14)       value zeros.
           03 ws-jan-mensagem                        pic x(120)      value spaces.
           03 ws-jan-proxima-inicio                   pic 9(14)       value zeros.
           03 ws-jan-proxima-fim-prevista              pic 9(14)       value zeros.

       01  ws-mensagem-retorno                       pic x(120)      value spaces.
       01  ws-ind-erro                              pic x(01)       value "N".
              05 ws-pfo-r-ultimo-custo                pic 9(07)v9(02).
              05 ws-pfo-r-prazo-dias                  pic 9(03).
              05 ws-pfo-r-margem                      pic s9(07)v9(02).
              05 ws-pfo-r-unidade-compra              pic x(03).
       01  ws-pfo-qtd                                pic 9(03)       value zeros.
       01  ws-pfo-tab-idx                             pic 9(03)       value zeros.
       01  ws-ind-fim-pfo                             pic x(01)       value "N".
       01  ws-ind-fim-kit                             pic x(01)       value "N".
          88 ws-kit-eof                                              value "S".

      *>   Unidades alternativas do produto carregado (2450-carregar-
      *>   unidades, mesma técnica da grade de fornecedores), com o custo
      *>   da embalagem pelo custo médio e o preço pelo preço de venda.
       01  ws-tab-unidades.
           03 ws-pun-linha                           occurs 20 times.
              05 ws-pun-r-unidade                     pic x(03).
              05 ws-pun-r-fator                       pic 9(05).
              05 ws-pun-r-codigo-barras               pic 9(13).
              05 ws-pun-r-uso                         pic x(01).
              05 ws-pun-r-custo                       pic 9(09)v9(02).
              05 ws-pun-r-preco                       pic 9(09)v9(02).
       01  ws-pun-qtd                                pic 9(03)       value zeros.
       01  ws-pun-tab-idx                             pic 9(03)       value zeros.
       01  ws-ind-fim-pun                             pic x(01)       value "N".
          88 ws-pun-eof                                              value "S".

      *>===================================================================================
       procedure division.
       0000-controle section.
                 close prd-composicao-arq
                 open i-o prd-composicao-arq
            end-if

            open i-o prd-unidade-arq
            if   ws-prd-unidade-nao-encontrado
                 open output prd-unidade-arq
                 close prd-unidade-arq
                 open i-o prd-unidade-arq
            end-if
            .

       1100-exit.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-incluir-fornecedor
                      or ws-opcao-excluir-fornecedor
                      or ws-opcao-incluir-componente
                      or ws-opcao-excluir-componente
                      or ws-opcao-incluir-unidade
                      or ws-opcao-excluir-unidade)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-produto
                     perform 1200-obter-campos-formulario
                     perform 2425-excluir-componente
                     perform 2300-carregar-produto
                when ws-opcao-incluir-unidade
                     perform 1200-obter-campos-formulario
                     perform 2450-incluir-unidade
                     perform 2300-carregar-produto
                when ws-opcao-excluir-unidade
                     perform 1200-obter-campos-formulario
                     perform 2455-excluir-unidade
                     perform 2300-carregar-produto
                when ws-opcao-novo
                     perform 2600-novo-produto
                when other
       1160-exit.
            exit.

      *>===================================================================================
      *>   1170-verificar-manutencao: janela de manutenção ativa
      *>   (JanelaManutencao.cbl) deixa a tela só para consulta - as
      *>   gravações são recusadas com o término previsto.
       1170-verificar-manutencao section.
       1170.
            move "V"                                 to ws-jan-operacao
            call "JanelaManutencao" using ws-parametros-manutencao
            .

       1170-exit.
            exit.

      *>===================================================================================
       1200-obter-campos-formulario section.
       1200.
                getfield( ws-form-situacao )
                getfield( ws-form-localizacao )
                getfield( ws-form-codigo-barras )
                getfield( ws-form-ncm )
                getfield( ws-form-origem )
                getfield( ws-form-peso-bruto )
                getfield( ws-form-volume )
                getfield( ws-form-cd-grupo )
                getfield( ws-form-texto-pesquisa )
                getfield( ws-form-pfo-cd-fornecedor )
                getfield( ws-form-pfo-cd-prod-forn )
                getfield( ws-form-pfo-ultimo-custo )
                getfield( ws-form-pfo-prazo-dias )
                getfield( ws-form-pfo-unidade-compra )
                getfield( ws-form-kit-cd-componente )
                getfield( ws-form-kit-quantidade )
                getfield( ws-form-pun-unidade )
                getfield( ws-form-pun-fator )
                getfield( ws-form-pun-codigo-barras )
                getfield( ws-form-pun-uso )
                getfield( ws-form-motivo-preco )
            end-exec
            .
      *>   Código de barras informado precisa ter o dígito verificador
      *>   EAN-13 correto (2160); zeros vale produto sem código.
            if   ws-form-codigo-barras not = zeros
                 move ws-form-codigo-barras            to ws-ean-codigo
                 perform 2160-validar-codigo-barras
                 if   ws-com-erro
                      exit section
                 end-if
            end-if

      *>   Origem da mercadoria segue a tabela da NF-e (0 a 8).
            if   ws-form-origem > 8
                 move "S"                            to ws-ind-erro
                 move "Origem da mercadoria inválida (0 a 8)." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-produto                 to prd-cd-produto
            move "N"                                to ws-ind-cliente-existente
            move zeros                              to ws-preco-anterior
            move ws-form-situacao                    to prd-situacao
            move ws-form-localizacao                  to prd-localizacao
            move ws-form-codigo-barras                 to prd-codigo-barras
            move ws-form-ncm                         to prd-ncm
            move ws-form-origem                      to prd-origem
            move ws-form-peso-bruto                   to prd-peso-bruto
            move ws-form-volume                       to prd-volume
            move ws-form-cd-grupo                     to prd-cd-grupo

      *>   prd-saldo-atual não vem do formulário: só os movimentos de
      *>   estoque (Estoque.cbl e a baixa automática de Pedido.cbl) o
                 move zeros                            to prd-saldo-atual
                 move zeros                            to prd-saldo-reservado
                 move zeros                            to prd-custo-medio
                 move spaces                           to prd-classe-abc
                 move spaces                           to prd-classe-abc-qtd
                 move zeros                            to prd-data-classe-abc
                 move function current-date (1:8)      to prd-data-inclusao
                 move ws-operador-logado                to prd-operador-inclusao
                 write reg-produto
            move zeros                               to ws-ean-soma
            perform varying ws-ean-idx from 1 by 1
                    until ws-ean-idx > 12
                move ws-ean-codigo (ws-ean-idx:1)       to ws-ean-digito
                if   function rem(ws-ean-idx, 2) = 0
                     compute ws-ean-soma =
                             ws-ean-soma + (ws-ean-digito * 3)
            end-perform
            compute ws-ean-dv =
                    function rem(10 - function rem(ws-ean-soma, 10), 10)
            move ws-ean-codigo (13:1)                 to ws-ean-digito
            if   ws-ean-digito not = ws-ean-dv
                 move "S"                            to ws-ind-erro
                 move "Codigo de barras com digito verificador invalido." to ws-mensagem-retorno
                     move prd-situacao                to ws-form-situacao
                     move prd-localizacao              to ws-form-localizacao
                     move prd-codigo-barras             to ws-form-codigo-barras
                     move prd-ncm                     to ws-form-ncm
                     move prd-origem                  to ws-form-origem
                     move prd-peso-bruto               to ws-form-peso-bruto
                     move prd-volume                   to ws-form-volume
                     move prd-cd-grupo                 to ws-form-cd-grupo
                     move prd-classe-abc               to ws-form-classe-abc
                     move prd-classe-abc-qtd           to ws-form-classe-abc-qtd
                     perform 2430-carregar-fornecedores
                     perform 2460-carregar-unidades
                     perform 2440-carregar-componentes
                     move "Produto carregado."        to ws-mensagem-retorno
            end-read
                     exit section
            end-read

      *>   Unidade de compra precisa estar na grade de unidades do
      *>   produto (ou ser a própria unidade de estoque).
            if   ws-form-pfo-unidade-compra = ws-form-unidade
                 move spaces                         to ws-form-pfo-unidade-compra
            end-if
            if   ws-form-pfo-unidade-compra not = spaces
                 move ws-form-cd-produto              to pun-cd-produto
                 move ws-form-pfo-unidade-compra      to pun-unidade
                 read prd-unidade-arq
                     key is pun-chave
                     invalid key
                          move "S"                    to ws-ind-erro
                          move "Unidade de compra nao cadastrada na grade de unidades do produto." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   not pun-vale-compra
                      move "S"                       to ws-ind-erro
                      move "Unidade informada nao e de compra." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

            move ws-form-cd-produto                 to pfo-cd-produto
            move ws-form-pfo-cd-fornecedor           to pfo-cd-fornecedor
            read prd-fornecedor-arq
                     move ws-form-pfo-ultimo-custo     to pfo-ultimo-custo
                     move ws-form-pfo-prazo-dias       to pfo-prazo-entrega-dias
                     move zeros                       to pfo-data-ultima-compra
                     move ws-form-pfo-unidade-compra   to pfo-unidade-compra
                     write reg-prd-fornecedor
                         invalid key
                              move "S"                to ws-ind-erro
                     move ws-form-pfo-cd-prod-forn     to pfo-cd-produto-fornecedor
                     move ws-form-pfo-ultimo-custo     to pfo-ultimo-custo
                     move ws-form-pfo-prazo-dias       to pfo-prazo-entrega-dias
                     move ws-form-pfo-unidade-compra   to pfo-unidade-compra
                     rewrite reg-prd-fornecedor
                         invalid key
                              move "S"                to ws-ind-erro
                 move spaces                          to ws-form-pfo-cd-prod-forn
                 move zeros                           to ws-form-pfo-ultimo-custo
                 move zeros                           to ws-form-pfo-prazo-dias
                 move spaces                          to ws-form-pfo-unidade-compra
            end-if
            .

                              move pfo-cd-produto-fornecedor to ws-pfo-r-cd-prod-forn(ws-pfo-qtd)
                              move pfo-ultimo-custo       to ws-pfo-r-ultimo-custo(ws-pfo-qtd)
                              move pfo-prazo-entrega-dias  to ws-pfo-r-prazo-dias(ws-pfo-qtd)
                              move pfo-unidade-compra     to ws-pfo-r-unidade-compra(ws-pfo-qtd)
                              compute ws-pfo-r-margem(ws-pfo-qtd) =
                                      ws-form-preco-venda - pfo-ultimo-custo
                              move spaces               to ws-pfo-r-razao-social(ws-pfo-qtd)
       2430-exit.
            exit.

      *>===================================================================================
      *>   2450-incluir-unidade: inclui ou altera uma unidade alternativa
      *>   do produto carregado, no mesmo molde de 2400 na grade de
      *>   fornecedores. O fator diz quantas unidades de estoque cabem na
      *>   embalagem; o código de barras próprio (EAN da caixa) passa
      *>   pela mesma conferência do dígito verificador do cadastro e não
      *>   pode estar em outra embalagem.
       2450-incluir-unidade section.
       2450.
            move "N"                                to ws-ind-erro
            if   ws-form-cd-produto = zeros
                 move "S"                            to ws-ind-erro
                 move "Carregue um produto antes de incluir unidade." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-pun-unidade = spaces
            or   ws-form-pun-fator = zeros
                 move "S"                            to ws-ind-erro
                 move "Informe a unidade e o fator de conversao." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-pun-unidade = ws-form-unidade
                 move "S"                            to ws-ind-erro
                 move "A unidade de estoque do cadastro nao entra na grade." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-pun-uso not = "C" and not = "V" and not = "A"
                 move "A"                            to ws-form-pun-uso
            end-if

            if   ws-form-pun-codigo-barras not = zeros
                 move ws-form-pun-codigo-barras        to ws-ean-codigo
                 perform 2160-validar-codigo-barras
                 if   ws-com-erro
                      exit section
                 end-if
                 if   ws-form-pun-codigo-barras = ws-form-codigo-barras
                      move "S"                       to ws-ind-erro
                      move "Codigo de barras igual ao da unidade de estoque." to ws-mensagem-retorno
                      exit section
                 end-if
                 move ws-form-pun-codigo-barras        to pun-codigo-barras
                 read prd-unidade-arq
                     key is pun-codigo-barras
                     invalid key
                          continue
                     not invalid key
                          if   pun-cd-produto not = ws-form-cd-produto
                          or   pun-unidade not = ws-form-pun-unidade
                               move "S"               to ws-ind-erro
                               move "Codigo de barras ja usado em outra embalagem." to ws-mensagem-retorno
                               exit section
                          end-if
                 end-read
            end-if

            move ws-form-cd-produto                 to pun-cd-produto
            move ws-form-pun-unidade                 to pun-unidade
            read prd-unidade-arq
                key is pun-chave
                invalid key
                     move ws-form-cd-produto          to pun-cd-produto
                     move ws-form-pun-unidade          to pun-unidade
                     move ws-form-pun-fator            to pun-fator-conversao
                     move ws-form-pun-codigo-barras     to pun-codigo-barras
                     move ws-form-pun-uso              to pun-uso
                     move function current-date (1:8)  to pun-data-inclusao
                     move ws-operador-logado           to pun-operador-inclusao
                     write reg-prd-unidade
                         invalid key
                              move "S"                to ws-ind-erro
                              move "Erro ao incluir unidade do produto." to ws-mensagem-retorno
                     end-write
                not invalid key
                     move ws-form-pun-fator            to pun-fator-conversao
                     move ws-form-pun-codigo-barras     to pun-codigo-barras
                     move ws-form-pun-uso              to pun-uso
                     rewrite reg-prd-unidade
                         invalid key
                              move "S"                to ws-ind-erro
                              move "Erro ao alterar unidade do produto." to ws-mensagem-retorno
                     end-rewrite
            end-read

            if   not ws-com-erro
                 move "Unidade do produto gravada."    to ws-mensagem-retorno
                 move spaces                          to ws-form-pun-unidade
                 move zeros                           to ws-form-pun-fator
                 move zeros                           to ws-form-pun-codigo-barras
                 move "A"                             to ws-form-pun-uso
            end-if
            .

       2450-exit.
            exit.

      *>===================================================================================
      *>   2455-excluir-unidade: a unidade que ainda é a de compra de um
      *>   fornecedor do produto fica - o pedido de compra sugerido
      *>   deixaria de achar o fator.
       2455-excluir-unidade section.
       2455.
            move ws-form-cd-produto                  to pfo-cd-produto
            move zeros                               to pfo-cd-fornecedor
            move "N"                                 to ws-ind-fim-pfo
            start prd-fornecedor-arq key is greater than or equal pfo-chave
                invalid key
                     set ws-pfo-eof                   to true
            end-start
            perform until ws-pfo-eof
                read prd-fornecedor-arq next record
                    at end
                         set ws-pfo-eof                to true
                    not at end
                         if   pfo-cd-produto not = ws-form-cd-produto
                              set ws-pfo-eof            to true
                         else
                              if   pfo-unidade-compra = ws-form-pun-unidade
                                   move "Unidade em uso como unidade de compra de fornecedor." to ws-mensagem-retorno
                                   exit section
                              end-if
                         end-if
                end-read
            end-perform

            move ws-form-cd-produto                 to pun-cd-produto
            move ws-form-pun-unidade                 to pun-unidade
            read prd-unidade-arq
                key is pun-chave
                invalid key
                     move "Unidade nao encontrada na grade do produto." to ws-mensagem-retorno
                not invalid key
                     delete prd-unidade-arq record
                         invalid key
                              move "Erro ao excluir unidade do produto." to ws-mensagem-retorno
                     end-delete
            end-read
            .

       2455-exit.
            exit.

      *>===================================================================================
      *>   2460-carregar-unidades: varre PRD-UNIDADE.DAT pela chave
      *>   composta do produto corrente e monta a grade, com o custo da
      *>   embalagem pelo custo médio (por unidade de estoque) e o preço
      *>   de venda equivalente, ambos x fator.
       2460-carregar-unidades section.
       2460.
            move zeros                               to ws-pun-qtd
            move "N"                                 to ws-ind-fim-pun
            move ws-form-cd-produto                  to pun-cd-produto
            move spaces                              to pun-unidade
            start prd-unidade-arq key is greater than or equal pun-chave
                invalid key
                     set ws-pun-eof                  to true
            end-start

            perform until ws-pun-eof
                    or ws-pun-qtd >= 20
                read prd-unidade-arq next record
                    at end
                         set ws-pun-eof               to true
                    not at end
                         if   pun-cd-produto not = ws-form-cd-produto
                              set ws-pun-eof           to true
                         else
                              add 1                    to ws-pun-qtd
                              move pun-unidade          to ws-pun-r-unidade(ws-pun-qtd)
                              move pun-fator-conversao   to ws-pun-r-fator(ws-pun-qtd)
                              move pun-codigo-barras     to ws-pun-r-codigo-barras(ws-pun-qtd)
                              move pun-uso              to ws-pun-r-uso(ws-pun-qtd)
                              compute ws-pun-r-custo(ws-pun-qtd) =
                                      prd-custo-medio * pun-fator-conversao
                              compute ws-pun-r-preco(ws-pun-qtd) =
                                      prd-preco-venda * pun-fator-conversao
                         end-if
                end-read
            end-perform
            .

       2460-exit.
            exit.

      *>===================================================================================
      *>   2600-novo-produto: limpa o formulário para inclusão de um novo
      *>   produto (mesma técnica prevista para 2600-novo-cliente).
            move "A"                                 to ws-form-situacao
            move spaces                               to ws-form-localizacao
            move zeros                                to ws-form-codigo-barras
            move zeros                                to ws-form-ncm
            move zeros                                to ws-form-origem
            move zeros                                to ws-form-peso-bruto
            move zeros                                to ws-form-volume
            move zeros                                to ws-form-cd-grupo
            move spaces                               to ws-form-classe-abc
            move spaces                               to ws-form-classe-abc-qtd
            move spaces                              to ws-mensagem-retorno
            .

            close fornecedor-arq
            close sessao-arq
            close prd-composicao-arq
            close prd-unidade-arq
            .

       3000-exit.
                            Localização: <input name=localizacao size=10 maxlength=10 value="" class="campo" title="Endereco fisico no galpao (corredor/prateleira)" tabIndex=7>
                            Cód. barras: <input name=codigoBarras size=13 maxlength=13 value="" class="campo" title="EAN/GTIN-13 (0 = sem codigo)" tabIndex=7></td>
                        <td class=titulocampo>Saldo Atual&nbsp;</td>
                        <td colspan=2><input name=saldoAtual size=8 value=":ws-form-saldo-atual" class="clsDisabled" disabled>
                            Curva ABC: <input name=classeAbc size=1 value=":ws-form-classe-abc" class="clsDisabled" title="Classe pelo faturamento" disabled>
                            <input name=classeAbcQtd size=1 value=":ws-form-classe-abc-qtd" class="clsDisabled" title="Classe pela quantidade vendida" disabled></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>NCM&nbsp;</td>
                        <td><input name=ncm size=8 maxlength=8 value="" class="campo" title="Nomenclatura Comum do Mercosul (0 = regra fiscal geral)" tabIndex=7>
                            Peso bruto (kg): <input name=pesoBruto size=9 maxlength=9 value="" class="campo" title="Peso bruto da unidade com embalagem, para o frete" tabIndex=7>
                            Volume (m³): <input name=volume size=7 maxlength=7 value="" class="campo" title="Volume da unidade embalada, para a carga do veiculo" tabIndex=7>
                            Grupo: <input name=cdGrupo size=3 maxlength=3 value="" class="campo" title="Grupo comercial para campanhas promocionais (0 = sem grupo)" tabIndex=7></td>
                        <td class=titulocampo>Origem&nbsp;</td>
                        <td colspan=2>
                            <select name=origem class="combo" tabIndex=7>
                                <option value="0">0 - Nacional</option>
                                <option value="1">1 - Estrangeira (importação direta)</option>
                                <option value="2">2 - Estrangeira (mercado interno)</option>
                                <option value="3">3 - Nacional, conteúdo importado &gt; 40%</option>
                                <option value="4">4 - Nacional, processo produtivo básico</option>
                                <option value="5">5 - Nacional, conteúdo importado &lt;= 40%</option>
                                <option value="6">6 - Estrangeira sem similar (importação direta)</option>
                                <option value="7">7 - Estrangeira sem similar (mercado interno)</option>
                                <option value="8">8 - Nacional, conteúdo importado &gt; 70%</option>
                            </select>
                        </td>
                    </tr>
                    <tr>
                        <td colspan=6>&nbsp;</td>
                            <input name=pfoCdProdForn size=15 maxlength=15 value="" class="campo" title="Codigo do produto no fornecedor" tabIndex=8>
                            <input name=pfoUltimoCusto size=10 maxlength=10 value="" class="campo" title="Ultimo custo" tabIndex=8>
                            <input name=pfoPrazoDias size=3 maxlength=3 value="" class="campo" title="Prazo de entrega (dias)" tabIndex=8>
                            <input name=pfoUnidadeCompra size=3 maxlength=3 value="" class="campo" title="Unidade de compra do fornecedor (vazio = unidade de estoque)" tabIndex=8>
                            <button class=botao name=BotIncluiForn onclick='IncluirFornecedor();' style="width:80px;" tabindex=8><label>Incluir</label></button>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Último Custo</td>
                                    <td class=titulocampo>Prazo (dias)</td>
                                    <td class=titulocampo>Margem</td>
                                    <td class=titulocampo>Un. Compra</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
            end-exec
                                </tr>
            end-exec
            perform 8000-linhas-componentes
            exec html
                            </table>
                            </fieldset>
                        </td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <fieldset>
                            <legend>Unidades alternativas (conversão para a unidade de estoque)</legend>
                            <input name=punUnidade id=punUnidade size=3 maxlength=3 value="" class="campo" title="Unidade (ex.: CX, FD)" tabIndex=9>
                            <input name=punFator size=5 maxlength=5 value="" class="campo" title="Unidades de estoque por embalagem" tabIndex=9>
                            <input name=punCodigoBarras size=13 maxlength=13 value="" class="campo" title="EAN da embalagem (0 = sem codigo)" tabIndex=9>
                            <select name=punUso class="combo" tabIndex=9>
                                <option value="A">Compra e venda</option>
                                <option value="C">Só compra</option>
                                <option value="V">Só venda</option>
                            </select>
                            <button class=botao name=BotIncluiUnid onclick='IncluirUnidade();' style="width:80px;" tabindex=9><label>Incluir</label></button>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Unidade</td>
                                    <td class=titulocampo>Fator</td>
                                    <td class=titulocampo>Cód. barras</td>
                                    <td class=titulocampo>Uso</td>
                                    <td class=titulocampo>Custo da embalagem</td>
                                    <td class=titulocampo>Preço equivalente</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
            end-exec
            perform 8000-linhas-unidades
            exec html
                            </table>
                            </fieldset>
                        <td><div align=right>:ws-pfo-r-ultimo-custo(ws-pfo-tab-idx)</div></td>
                        <td><div align=center>:ws-pfo-r-prazo-dias(ws-pfo-tab-idx)</div></td>
                        <td><div align=right>:ws-pfo-r-margem(ws-pfo-tab-idx)</div></td>
                        <td><div align=center>:ws-pfo-r-unidade-compra(ws-pfo-tab-idx)</div></td>
                        <td><img title="Excluir" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirFornecedor(:ws-pfo-r-cd-fornecedor(ws-pfo-tab-idx));" src="Icones/busca.gif"></td>
                    </tr>
       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-unidades section.
       8000.
            perform varying ws-pun-tab-idx from 1 by 1
                    until ws-pun-tab-idx > ws-pun-qtd
                exec html
                    <tr>
                        <td><div align=center>:ws-pun-r-unidade(ws-pun-tab-idx)</div></td>
                        <td><div align=right>:ws-pun-r-fator(ws-pun-tab-idx)</div></td>
                        <td>:ws-pun-r-codigo-barras(ws-pun-tab-idx)</td>
                        <td><div align=center>:ws-pun-r-uso(ws-pun-tab-idx)</div></td>
                        <td><div align=right>:ws-pun-r-custo(ws-pun-tab-idx)</div></td>
                        <td><div align=right>:ws-pun-r-preco(ws-pun-tab-idx)</div></td>
                        <td><img title="Excluir" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirUnidade(':ws-pun-r-unidade(ws-pun-tab-idx)');" src="Icones/busca.gif"></td>
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
                        }
                    }

                    function IncluirUnidade() {
                        Submeter("64");
                    }

                    function ExcluirUnidade(unidade) {
                        if (confirm("Confirma a exclusao desta unidade do produto?")) {
                            document.all.punUnidade.value = unidade;
                            Submeter("65");
                        }
                    }

                    function ImprimirEtiqueta() {
                        var cdProduto = document.all.cdProduto.value;
                        if (cdProduto == "" || Number(cdProduto) == 0) {
                        document.all.estoqueMinimo.value       = ":ws-form-estoque-minimo";
                        document.all.localizacao.value         = ":ws-form-localizacao";
                        document.all.codigoBarras.value        = ":ws-form-codigo-barras";
                        document.all.ncm.value                 = ":ws-form-ncm";
                        document.all.origem.value              = ":ws-form-origem";
                        document.all.pesoBruto.value           = ":ws-form-peso-bruto";
                        document.all.volume.value              = ":ws-form-volume";
                        document.all.cdGrupo.value             = ":ws-form-cd-grupo";
                        document.all.situacao.value            = ":ws-form-situacao";
                    }
                </script>
