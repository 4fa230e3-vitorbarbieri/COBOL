      *>   corrente), com totais agrupados por vendedor e por categoria de
      *>   cliente (mesmos rótulos de 2100-descricao-categoria em
      *>   RelClientes.cbl) e o detalhamento dos pedidos de cada vendedor.
      *>   empresa= na URL restringe aos pedidos de um estabelecimento
      *>   (EMPRESA.CPY; pedido sem código é da matriz); zero ou ausente
      *>   apura o consolidado de todos.
      *>   Chamado pelo menu em "3 - Relatórios".
      *>

          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.
      *>   Estabelecimento filtrado (empresa=; zero = consolidado) e o do
      *>   pedido em leitura (zeros no pedido = matriz).
       01  ws-filtro-empresa                          pic 9(01)       value zeros.
       01  ws-empresa-documento                       pic 9(01)       value zeros.

       01  ws-ind-fim-pedido                         pic x(01)       value "N".
          88 ws-pedido-eof                                          value "S".
       01  ws-vnd-achou                              pic x(01)       value "N".
          88 ws-vnd-na-tabela                                        value "S".

      *>   Totais por categoria de cliente (categorias fixas 1-7 do combo
      *>   de Cliente.cbl; índice 8 acumula "sem categoria").
       01  ws-tab-categorias.
           03 ws-cat-linha                           occurs 8 times.
              05 ws-cat-qtd-pedidos                   pic 9(05).
              05 ws-cat-total-vendas                   pic 9(11)v9(02).
       01  ws-cat-idx                                pic 9(03)       value zeros.
                      move ws-param-valor(1:8)         to ws-data-final
                 end-if

                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "empresa=" into ws-lixo-unstring
                                                                     ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor(1:1) is numeric
                      move ws-param-valor(1:1)         to ws-filtro-empresa
                 end-if

                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "csv=" into ws-lixo-unstring
                                                                    ws-param-resto
            move zeros                                to ws-vnd-qtd
            move zeros                                to ws-total-geral-vendas
            move zeros                                to ws-total-geral-pedidos
            perform varying ws-cat-idx from 1 by 1 until ws-cat-idx > 8
                move zeros                            to ws-cat-qtd-pedidos(ws-cat-idx)
                move zeros                            to ws-cat-total-vendas(ws-cat-idx)
            end-perform
                    at end
                         set ws-pedido-eof             to true
                    not at end
                         move ped-cd-empresa           to ws-empresa-documento
                         if   ws-empresa-documento = zeros
                              move 1                    to ws-empresa-documento
                         end-if
                         if   ped-fechado
                         and  not ped-tipo-orcamento
                         and  ped-data >= ws-data-inicial
                         and  ped-data <= ws-data-final
                         and (ws-filtro-empresa = zeros
                          or  ws-filtro-empresa = ws-empresa-documento)
                              perform 1210-acumular-venda
                         end-if
                end-read
            end-read

            if   ws-categoria-pedido >= 1
            and  ws-categoria-pedido <= 7
                 move ws-categoria-pedido              to ws-cat-idx
            else
                 move 8                               to ws-cat-idx
            end-if
            add 1                                    to ws-cat-qtd-pedidos(ws-cat-idx)
            add ped-valor-total                      to ws-cat-total-vendas(ws-cat-idx)
                when 4 move "Bar"                       to ws-ds-categoria-atual
                when 5 move "Night Club"                to ws-ds-categoria-atual
                when 6 move "Tabacaria"                 to ws-ds-categoria-atual
                when 7 move "Loja Web"                  to ws-ds-categoria-atual
                when other
                       move "Sem categoria"             to ws-ds-categoria-atual
            end-evaluate
                    <tr>
                        <td colspan=4 class="titulo-relatorio">Vendas de :ws-data-inicial a :ws-data-final</td>
                    </tr>
            end-exec
            if   ws-filtro-empresa = zeros
                 exec html
                    <tr>
                        <td colspan=4>Consolidado de todos os estabelecimentos</td>
                    </tr>
                 end-exec
            else
                 exec html
                    <tr>
                        <td colspan=4>Estabelecimento :ws-filtro-empresa</td>
                    </tr>
                 end-exec
            end-if
            exec html
                    <tr>
                        <td colspan=4>
                            <form name=frmVendas method=get action="RelVendas.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            De (AAAAMMDD): <input name=dataIni size=8 maxlength=8 value=":ws-data-inicial" class="campo">
                            Até: <input name=dataFim size=8 maxlength=8 value=":ws-data-final" class="campo">
                            Estabelecimento (0 = consolidado): <input name=empresa size=1 maxlength=1 value=":ws-filtro-empresa" class="campo">
                            <button>Apurar</button>
                            </form>
                            <a href="RelVendas.exe?dataIni=:ws-data-inicial&dataFim=:ws-data-final&empresa=:ws-filtro-empresa&csv=1&sessao=:ws-form-sessao">Gerar arquivo CSV</a>
                        </td>
                    </tr>
            end-exec
                        <td class=titulocampo>Total</td>
                    </tr>
            end-exec
            perform varying ws-cat-idx from 1 by 1 until ws-cat-idx > 8
                if   ws-cat-qtd-pedidos(ws-cat-idx) > 0
                     if   ws-cat-idx <= 7
                          move ws-cat-idx               to ws-categoria-atual
                     else
                          move zero                    to ws-categoria-atual
