      *>   preço é resolvido na inclusão de item de Pedido.cbl - é o fim
      *>   da folha de preços de papel desatualizada na pasta do
      *>   atacadista. Chamado pelo menu em "1 - Cadastramentos".
      *>   A linha pode ser de uma unidade de venda alternativa do
      *>   produto (PRD-UNIDADE.DAT, grade de unidades de Produto.cbl):
      *>   preço da caixa e faixa em caixas; em branco vale a unidade de
      *>   estoque.
      *>

      *>===================================================================================
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.
           select prd-unidade-arq assign    to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-prd-unidade.

      *>===================================================================================
       data division.
       copy "PROD.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".
       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
           03 ws-status-prd-unidade                  pic x(02)       value "00".
              88 ws-prd-unidade-ok                                  value "00".
              88 ws-prd-unidade-nao-encontrado                      value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".

       01  ws-form-tabela.
           03 ws-form-cd-produto                    pic 9(05)       value zeros.
           03 ws-form-categoria                     pic 9(01)       value zeros.
           03 ws-form-unidade                       pic x(03)       value spaces.
           03 ws-form-qtd-minima                     pic 9(05)       value zeros.
           03 ws-form-preco                         pic 9(07)v9(02) value zeros.

              05 ws-tab-r-cd-produto                  pic 9(05).
              05 ws-tab-r-descricao                   pic x(40).
              05 ws-tab-r-categoria                   pic 9(01).
              05 ws-tab-r-unidade                     pic x(03).
              05 ws-tab-r-qtd-minima                  pic 9(05).
              05 ws-tab-r-preco                       pic 9(07)v9(02).
       01  ws-tab-qtd                                pic 9(03)       value zeros.
       01  ws-tab-tab-idx                             pic 9(03)       value zeros.

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

      *>===================================================================================
            end-if

            open input sessao-arq

            open input prd-unidade-arq
            if   ws-prd-unidade-nao-encontrado
                 open output prd-unidade-arq
                 close prd-unidade-arq
                 open input prd-unidade-arq
            end-if
            .

       1100-exit.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-excluir)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-linha
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
            exec html
                getfield( ws-form-cd-produto )
                getfield( ws-form-categoria )
                getfield( ws-form-unidade )
                getfield( ws-form-qtd-minima )
                getfield( ws-form-preco )
            end-exec
                     exit section
            end-read

      *>   Unidade alternativa precisa ser de venda na grade de unidades
      *>   do produto; a unidade de estoque é gravada em branco.
            if   ws-form-unidade = prd-unidade
                 move spaces                         to ws-form-unidade
            end-if
            if   ws-form-unidade not = spaces
                 move ws-form-cd-produto              to pun-cd-produto
                 move ws-form-unidade                 to pun-unidade
                 read prd-unidade-arq
                     key is pun-chave
                     invalid key
                          move "Unidade nao cadastrada na grade de unidades do produto." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   not pun-vale-venda
                      move "Unidade informada nao e de venda." to ws-mensagem-retorno
                      exit section
                 end-if
            end-if

            move ws-form-cd-produto                  to tab-cd-produto
            move ws-form-categoria                   to tab-categoria
            move ws-form-unidade                     to tab-unidade
            move ws-form-qtd-minima                  to tab-qtd-minima
            move "N"                                to ws-ind-linha-existente
            read prd-tabela-arq

            move ws-form-cd-produto                  to tab-cd-produto
            move ws-form-categoria                   to tab-categoria
            move ws-form-unidade                     to tab-unidade
            move ws-form-qtd-minima                  to tab-qtd-minima
            move ws-form-preco                       to tab-preco

       2400.
            move ws-form-cd-produto                  to tab-cd-produto
            move ws-form-categoria                   to tab-categoria
            move ws-form-unidade                     to tab-unidade
            move ws-form-qtd-minima                  to tab-qtd-minima
            read prd-tabela-arq
                key is tab-chave
            if   ws-form-cd-produto not = zeros
                 move ws-form-cd-produto              to tab-cd-produto
                 move zeros                           to tab-categoria
                 move spaces                          to tab-unidade
                 move zeros                           to tab-qtd-minima
            else
                 move low-values                      to tab-chave
                              add 1                     to ws-tab-qtd
                              move tab-cd-produto        to ws-tab-r-cd-produto(ws-tab-qtd)
                              move tab-categoria         to ws-tab-r-categoria(ws-tab-qtd)
                              move tab-unidade           to ws-tab-r-unidade(ws-tab-qtd)
                              move tab-qtd-minima        to ws-tab-r-qtd-minima(ws-tab-qtd)
                              move tab-preco             to ws-tab-r-preco(ws-tab-qtd)
                              move spaces               to ws-tab-r-descricao(ws-tab-qtd)
            close prd-tabela-arq
            close produto-arq
            close sessao-arq
            close prd-unidade-arq
            .

       3000-exit.
                                <option value='4'>Bar</option>
                                <option value='5'>Night Club</option>
                                <option value='6'>Tabacaria</option>
                                <option value='7'>Loja Web</option>
                            </select>
                        </td>
                        <td class=titulocampo>Qtd mínima&nbsp;</td>
                    <tr>
                        <td class=titulocampo>Preço&nbsp;</td>
                        <td><input name=preco size=10 maxlength=10 value=":ws-form-preco" class="campo" tabIndex=4></td>
                        <td class=titulocampo>Unidade&nbsp;</td>
                        <td><input name=unidade id=unidade size=3 maxlength=3 value=":ws-form-unidade" class="campo" title="Unidade de venda da linha (vazio = unidade de estoque)" tabIndex=4></td>
                        <td colspan=2>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=5><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
                                    <td class=titulocampo>Produto</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Categoria</td>
                                    <td class=titulocampo>Unidade</td>
                                    <td class=titulocampo>Qtd mínima</td>
                                    <td class=titulocampo>Preço</td>
                                    <td class=titulocampo>&nbsp;</td>
                        <td>:ws-tab-r-cd-produto(ws-tab-tab-idx)</td>
                        <td>:ws-tab-r-descricao(ws-tab-tab-idx)</td>
                        <td><div align=center>:ws-tab-r-categoria(ws-tab-tab-idx)</div></td>
                        <td><div align=center>:ws-tab-r-unidade(ws-tab-tab-idx)</div></td>
                        <td><div align=right>:ws-tab-r-qtd-minima(ws-tab-tab-idx)</div></td>
                        <td><div align=right>:ws-tab-r-preco(ws-tab-tab-idx)</div></td>
                        <td><img title="Excluir" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirLinha(:ws-tab-r-cd-produto(ws-tab-tab-idx),:ws-tab-r-categoria(ws-tab-tab-idx),':ws-tab-r-unidade(ws-tab-tab-idx)',:ws-tab-r-qtd-minima(ws-tab-tab-idx));" src="Icones/busca.gif"></td>
                    </tr>
                end-exec
            end-perform
                        Submeter("10");
                    }

                    function ExcluirLinha(cdProduto, categoria, unidade, qtdMinima) {
                        if (confirm("Confirma a exclusao desta linha de preco?")) {
                            document.all.cdProduto.value = cdProduto;
                            document.all.categoria.value = categoria;
                            document.all.unidade.value = unidade;
                            document.all.qtdMinima.value = qtdMinima;
                            Submeter("40");
                        }
