      *>   depósito do código informado; a grade lista o cadastro
      *>   inteiro. O depósito 1 é a loja (padrão das movimentações
      *>   automáticas); os saldos por depósito aparecem em Estoque.cbl.
      *>   Cada depósito pertence a um estabelecimento (EMPRESA.CPY); sem
      *>   código informado vale o da sessão.
      *>   Chamado pelo menu em "1 - Cadastramentos".
      *>

              88 ws-sessao-nao-encontrado                           value "23" "35".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-empresa-logada                          pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-form-cd-deposito                    pic 9(03)       value zeros.
           03 ws-form-descricao                     pic x(30)       value spaces.
           03 ws-form-situacao                      pic x(01)       value "A".
           03 ws-form-cd-empresa                     pic 9(01)       value zeros.

       01  ws-ind-deposito-existente                 pic x(01)       value "N".
          88 ws-deposito-existente                                  value "S".
              05 ws-dep-cd                           pic 9(03).
              05 ws-dep-descricao                    pic x(30).
              05 ws-dep-situacao                     pic x(01).
              05 ws-dep-cd-empresa                   pic 9(01).
       01  ws-dep-qtd                                pic 9(03)       value zeros.
       01  ws-dep-tab-idx                             pic 9(03)       value zeros.

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
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-deposito
                     continue
                not invalid key
                     move ses-cd-operador             to ws-operador-logado
                     if   ses-cd-empresa > zeros
                          move ses-cd-empresa          to ws-empresa-logada
                     end-if
            end-read
            .

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
                getfield( ws-form-cd-deposito )
                getfield( ws-form-descricao )
                getfield( ws-form-situacao )
                getfield( ws-form-cd-empresa )
            end-exec
            .

            move ws-form-cd-deposito                 to dep-cd-deposito
            move ws-form-descricao                   to dep-descricao
            move ws-form-situacao                    to dep-situacao
            if   ws-form-cd-empresa = zeros
                 move ws-empresa-logada               to ws-form-cd-empresa
            end-if
            move ws-form-cd-empresa                  to dep-cd-empresa

            if   ws-deposito-existente
                 rewrite reg-deposito
                         move dep-cd-deposito           to ws-dep-cd(ws-dep-qtd)
                         move dep-descricao             to ws-dep-descricao(ws-dep-qtd)
                         move dep-situacao              to ws-dep-situacao(ws-dep-qtd)
                         move dep-cd-empresa            to ws-dep-cd-empresa(ws-dep-qtd)
                         if   dep-cd-empresa = zeros
                              move 1                    to ws-dep-cd-empresa(ws-dep-qtd)
                         end-if
                end-read
            end-perform
            .
                    </tr>
                    <tr>
                        <td class=titulocampo>Descrição&nbsp;</td>
                        <td colspan=3><input name=descricao size=30 maxlength=30 value=":ws-form-descricao" class="campo" tabIndex=3></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Estabelecimento&nbsp;</td>
                        <td colspan=2><input name=cdEmpresa size=1 maxlength=1 value=":ws-form-cd-empresa" class="campo" tabIndex=4></td>
                        <td>
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=5><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
            end-exec
                                    <td class=titulocampo>Código</td>
                                    <td class=titulocampo>Descrição</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Estabelecimento</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-depositos
                        <td>:ws-dep-cd(ws-dep-tab-idx)</td>
                        <td>:ws-dep-descricao(ws-dep-tab-idx)</td>
                        <td><div align=center>:ws-dep-situacao(ws-dep-tab-idx)</div></td>
                        <td><div align=center>:ws-dep-cd-empresa(ws-dep-tab-idx)</div></td>
                    </tr>
                end-exec
            end-perform
