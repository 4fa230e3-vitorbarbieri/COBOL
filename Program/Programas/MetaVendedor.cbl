      *>   a meta do vendedor+mês informados; a grade lista as metas do
      *>   mês com o nome do vendedor resolvido em VENDEDOR.DAT. O
      *>   acompanhamento fica no painel do menú e em RelMetas.cbl -
      *>   aposenta a grade de quadro branco da gerência. A verba mensal
      *>   de bonificação (a custo) é informada aqui junto com a meta; o
      *>   consumo é lançado pelo fechamento dos pedidos (Pedido.cbl) e
      *>   só é exibido. Chamado pelo menu em "1 - Cadastramentos".
      *>

      *>===================================================================================
           03 ws-form-ano-mes                        pic x(06)       value spaces.
           03 ws-form-valor-meta                     pic 9(11)v9(02) value zeros.
           03 ws-form-meta-clientes                   pic 9(05)       value zeros.
           03 ws-form-verba-bonificacao               pic 9(09)v9(02) value zeros.

       01  ws-ano-mes-grade                          pic 9(06)       value zeros.
       01  ws-ind-meta-existente                     pic x(01)       value "N".
              05 ws-met-ano-mes                       pic 9(06).
              05 ws-met-valor-meta                    pic 9(11)v9(02).
              05 ws-met-meta-clientes                 pic 9(05).
              05 ws-met-verba-bonificacao              pic 9(09)v9(02).
              05 ws-met-bonificacao-utilizada          pic 9(09)v9(02).
       01  ws-met-qtd                                pic 9(03)       value zeros.
       01  ws-met-tab-idx                             pic 9(03)       value zeros.

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
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-perfil-logado not = 3
                 and not ws-opcao-abrir-tela
                     move "Metas de venda restritas ao supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-excluir)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-meta
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
                getfield( ws-form-ano-mes )
                getfield( ws-form-valor-meta )
                getfield( ws-form-meta-clientes )
                getfield( ws-form-verba-bonificacao )
            end-exec
            .

                 exit section
            end-if
            if   ws-form-valor-meta = zeros
            and  ws-form-verba-bonificacao = zeros
                 move "Informe o valor da meta ou a verba de bonificacao." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-ano-mes                     to met-ano-mes
            move ws-form-valor-meta                  to met-valor-meta
            move ws-form-meta-clientes                to met-meta-clientes-novos
            move ws-form-verba-bonificacao            to met-verba-bonificacao
      *>   O consumo da verba é do fechamento dos pedidos - a tela não
      *>   mexe no que já foi utilizado.
            if   not ws-meta-existente
                 move zeros                          to met-bonificacao-utilizada
            end-if

            if   ws-meta-existente
                 rewrite reg-meta-vendedor
                         move met-ano-mes              to ws-met-ano-mes(ws-met-qtd)
                         move met-valor-meta            to ws-met-valor-meta(ws-met-qtd)
                         move met-meta-clientes-novos    to ws-met-meta-clientes(ws-met-qtd)
                         move met-verba-bonificacao      to ws-met-verba-bonificacao(ws-met-qtd)
                         move met-bonificacao-utilizada  to ws-met-bonificacao-utilizada(ws-met-qtd)
                         move spaces                   to ws-met-nome(ws-met-qtd)
                         move met-cd-vendedor           to vnd-cd-vendedor
                         read vendedor-arq
                    <tr>
                        <td class=titulocampo>Clientes novos&nbsp;</td>
                        <td><input name=metaClientes size=5 maxlength=5 value=":ws-form-meta-clientes" class="campo" title="Meta de clientes novos (opcional)" tabIndex=4></td>
                        <td class=titulocampo>Verba bonificação&nbsp;</td>
                        <td><input name=verbaBonificacao size=11 maxlength=11 value=":ws-form-verba-bonificacao" class="campo" title="Verba mensal de bonificacao, a custo (opcional)" tabIndex=5></td>
                        <td colspan=2>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=6><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
                                    <td class=titulocampo>Mês</td>
                                    <td class=titulocampo>Meta</td>
                                    <td class=titulocampo>Clientes novos</td>
                                    <td class=titulocampo>Verba bonif.</td>
                                    <td class=titulocampo>Bonif. utilizada</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                        <td><div align=center>:ws-met-ano-mes(ws-met-tab-idx)</div></td>
                        <td><div align=right>:ws-met-valor-meta(ws-met-tab-idx)</div></td>
                        <td><div align=center>:ws-met-meta-clientes(ws-met-tab-idx)</div></td>
                        <td><div align=right>:ws-met-verba-bonificacao(ws-met-tab-idx)</div></td>
                        <td><div align=right>:ws-met-bonificacao-utilizada(ws-met-tab-idx)</div></td>
                        <td><img title="Excluir" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirMeta(:ws-met-cd-vendedor(ws-met-tab-idx),:ws-met-ano-mes(ws-met-tab-idx));" src="Icones/busca.gif"></td>
                    </tr>
