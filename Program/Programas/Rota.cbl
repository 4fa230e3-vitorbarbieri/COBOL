           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-salvar                                    value "10".
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-excluir                                   value "40".

       01  ws-form-rota.
           03 ws-form-cep-inicial                    pic x(08)       value spaces.
           03 ws-form-cep-final                      pic x(08)       value spaces.
           03 ws-form-situacao                      pic x(01)       value "A".
      *>   Tabela de frete da rota: faixas de peso (limite em kg e valor
      *>   por kg), frete mínimo e valor do pedido com frete grátis. Os
      *>   campos da tela vêm um a um pelo getfield e a REDEFINES dá a
      *>   visão em tabela para validar e mover para rot-frete-faixa.
           03 ws-form-faixas.
              05 ws-form-faixa-peso-1                pic 9(06)       value zeros.
              05 ws-form-faixa-valor-1               pic 9(03)v9(02) value zeros.
              05 ws-form-faixa-peso-2                pic 9(06)       value zeros.
              05 ws-form-faixa-valor-2               pic 9(03)v9(02) value zeros.
              05 ws-form-faixa-peso-3                pic 9(06)       value zeros.
              05 ws-form-faixa-valor-3               pic 9(03)v9(02) value zeros.
              05 ws-form-faixa-peso-4                pic 9(06)       value zeros.
              05 ws-form-faixa-valor-4               pic 9(03)v9(02) value zeros.
              05 ws-form-faixa-peso-5                pic 9(06)       value zeros.
              05 ws-form-faixa-valor-5               pic 9(03)v9(02) value zeros.
           03 ws-form-tab-faixas redefines ws-form-faixas.
              05 ws-form-faixa                       occurs 5 times.
                 07 ws-form-faixa-peso               pic 9(06).
                 07 ws-form-faixa-valor              pic 9(03)v9(02).
           03 ws-form-frete-minimo                   pic 9(07)v9(02) value zeros.
           03 ws-form-frete-isento-acima              pic 9(09)v9(02) value zeros.

       01  ws-faixa-idx                               pic 9(01)       value zeros.
       01  ws-peso-faixa-anterior                     pic 9(06)       value zeros.
       01  ws-ind-faixa-encerrada                     pic x(01)       value "N".
          88 ws-faixa-encerrada                                     value "S".

       01  ws-ind-rota-existente                     pic x(01)       value "N".
          88 ws-rota-existente                                      value "S".
              05 ws-rot-cep-inicial                   pic 9(08).
              05 ws-rot-cep-final                     pic 9(08).
              05 ws-rot-situacao                     pic x(01).
              05 ws-rot-frete-minimo                  pic 9(07)v9(02).
              05 ws-rot-frete-isento-acima             pic 9(09)v9(02).
       01  ws-rot-qtd                                pic 9(03)       value zeros.
       01  ws-rot-tab-idx                             pic 9(03)       value zeros.

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
                 and (ws-opcao-salvar or ws-opcao-excluir)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-rota
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2300-carregar-rota
                when ws-opcao-excluir
                     perform 1200-obter-campos-formulario
                     perform 2400-excluir-rota
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
                getfield( ws-form-cep-inicial )
                getfield( ws-form-cep-final )
                getfield( ws-form-situacao )
                getfield( ws-form-faixa-peso-1 )
                getfield( ws-form-faixa-valor-1 )
                getfield( ws-form-faixa-peso-2 )
                getfield( ws-form-faixa-valor-2 )
                getfield( ws-form-faixa-peso-3 )
                getfield( ws-form-faixa-valor-3 )
                getfield( ws-form-faixa-peso-4 )
                getfield( ws-form-faixa-valor-4 )
                getfield( ws-form-faixa-peso-5 )
                getfield( ws-form-faixa-valor-5 )
                getfield( ws-form-frete-minimo )
                getfield( ws-form-frete-isento-acima )
            end-exec
            .

                 exit section
            end-if

      *>   Faixas de frete: preenchidas do início, limites de peso em
      *>   ordem crescente e cada faixa com valor por kg; depois da
      *>   primeira faixa vazia as demais têm de estar vazias.
            move zeros                               to ws-peso-faixa-anterior
            move "N"                                 to ws-ind-faixa-encerrada
            perform varying ws-faixa-idx from 1 by 1
                    until ws-faixa-idx > 5
                if   ws-form-faixa-peso(ws-faixa-idx) = zeros
                     if   ws-form-faixa-valor(ws-faixa-idx) not = zeros
                          move "Faixa de frete com valor por kg e sem limite de peso." to ws-mensagem-retorno
                          exit section
                     end-if
                     set ws-faixa-encerrada           to true
                else
                     if   ws-faixa-encerrada
                          move "Preencha as faixas de frete em sequencia, sem pular faixa." to ws-mensagem-retorno
                          exit section
                     end-if
                     if   ws-form-faixa-peso(ws-faixa-idx) <= ws-peso-faixa-anterior
                          move "Limites de peso das faixas de frete devem ser crescentes." to ws-mensagem-retorno
                          exit section
                     end-if
                     if   ws-form-faixa-valor(ws-faixa-idx) = zeros
                          move "Informe o valor por kg de cada faixa de frete." to ws-mensagem-retorno
                          exit section
                     end-if
                     move ws-form-faixa-peso(ws-faixa-idx) to ws-peso-faixa-anterior
                end-if
            end-perform

            move ws-form-cd-rota                     to rot-cd-rota
            move "N"                                to ws-ind-rota-existente
            read rota-arq
            move ws-form-cep-inicial                  to rot-cep-inicial
            move ws-form-cep-final                    to rot-cep-final
            move ws-form-situacao                    to rot-situacao
            perform varying ws-faixa-idx from 1 by 1
                    until ws-faixa-idx > 5
                move ws-form-faixa-peso(ws-faixa-idx)  to rot-faixa-peso-ate(ws-faixa-idx)
                move ws-form-faixa-valor(ws-faixa-idx) to rot-faixa-valor-kg(ws-faixa-idx)
            end-perform
            move ws-form-frete-minimo                 to rot-frete-minimo
            move ws-form-frete-isento-acima            to rot-frete-isento-acima

            if   ws-rota-existente
                 rewrite reg-rota
       2100-exit.
            exit.

      *>===================================================================================
      *>   2300-carregar-rota: traz a rota escolhida na grade para o
      *>   formulário, com a tabela de frete, para alteração.
       2300-carregar-rota section.
       2300.
            move ws-form-cd-rota                     to rot-cd-rota
            read rota-arq
                key is rot-cd-rota
                invalid key
                     move "Rota nao encontrada."      to ws-mensagem-retorno
                     exit section
            end-read
            move rot-descricao                       to ws-form-descricao
            move rot-cep-inicial                      to ws-form-cep-inicial
            move rot-cep-final                        to ws-form-cep-final
            move rot-situacao                        to ws-form-situacao
            perform varying ws-faixa-idx from 1 by 1
                    until ws-faixa-idx > 5
                move rot-faixa-peso-ate(ws-faixa-idx)  to ws-form-faixa-peso(ws-faixa-idx)
                move rot-faixa-valor-kg(ws-faixa-idx)  to ws-form-faixa-valor(ws-faixa-idx)
            end-perform
            move rot-frete-minimo                     to ws-form-frete-minimo
            move rot-frete-isento-acima                to ws-form-frete-isento-acima
            move "Rota carregada."                   to ws-mensagem-retorno
            .

       2300-exit.
            exit.

      *>===================================================================================
       2400-excluir-rota section.
       2400.
                         move rot-cep-inicial            to ws-rot-cep-inicial(ws-rot-qtd)
                         move rot-cep-final              to ws-rot-cep-final(ws-rot-qtd)
                         move rot-situacao              to ws-rot-situacao(ws-rot-qtd)
                         move rot-frete-minimo           to ws-rot-frete-minimo(ws-rot-qtd)
                         move rot-frete-isento-acima      to ws-rot-frete-isento-acima(ws-rot-qtd)
                end-read
            end-perform
            .
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=6><label>&nbsp;<U>S</U>alvar&nbsp;</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Frete&nbsp;</td>
                        <td colspan=5>
                            Mínimo: <input name=freteMinimo size=10 maxlength=10 value=":ws-form-frete-minimo" class="campo" title="Frete minimo por pedido" tabIndex=5>
                            Grátis a partir de: <input name=freteIsentoAcima size=12 maxlength=12 value=":ws-form-frete-isento-acima" class="campo" title="Valor de mercadorias do pedido com frete gratis (0 = sem isencao)" tabIndex=5>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Faixas de peso&nbsp;</td>
                        <td colspan=5>
                            até <input name=faixaPeso1 size=6 maxlength=6 value=":ws-form-faixa-peso-1" class="campo" title="Limite da faixa em kg" tabIndex=5> kg
                            <input name=faixaValor1 size=6 maxlength=6 value=":ws-form-faixa-valor-1" class="campo" title="Valor por kg" tabIndex=5> /kg &nbsp;
                            até <input name=faixaPeso2 size=6 maxlength=6 value=":ws-form-faixa-peso-2" class="campo" title="Limite da faixa em kg (0 = nao usada)" tabIndex=5> kg
                            <input name=faixaValor2 size=6 maxlength=6 value=":ws-form-faixa-valor-2" class="campo" title="Valor por kg" tabIndex=5> /kg &nbsp;
                            até <input name=faixaPeso3 size=6 maxlength=6 value=":ws-form-faixa-peso-3" class="campo" title="Limite da faixa em kg (0 = nao usada)" tabIndex=5> kg
                            <input name=faixaValor3 size=6 maxlength=6 value=":ws-form-faixa-valor-3" class="campo" title="Valor por kg" tabIndex=5> /kg &nbsp;
                            até <input name=faixaPeso4 size=6 maxlength=6 value=":ws-form-faixa-peso-4" class="campo" title="Limite da faixa em kg (0 = nao usada)" tabIndex=5> kg
                            <input name=faixaValor4 size=6 maxlength=6 value=":ws-form-faixa-valor-4" class="campo" title="Valor por kg" tabIndex=5> /kg &nbsp;
                            até <input name=faixaPeso5 size=6 maxlength=6 value=":ws-form-faixa-peso-5" class="campo" title="Limite da faixa em kg (0 = nao usada)" tabIndex=5> kg
                            <input name=faixaValor5 size=6 maxlength=6 value=":ws-form-faixa-valor-5" class="campo" title="Valor por kg" tabIndex=5> /kg
                        </td>
                    </tr>
            end-exec
            if   ws-rot-qtd > 0
                 exec html
                                    <td class=titulocampo>CEP inicial</td>
                                    <td class=titulocampo>CEP final</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>Frete mínimo</td>
                                    <td class=titulocampo>Grátis a partir de</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                        <td>:ws-rot-cep-inicial(ws-rot-tab-idx)</td>
                        <td>:ws-rot-cep-final(ws-rot-tab-idx)</td>
                        <td><div align=center>:ws-rot-situacao(ws-rot-tab-idx)</div></td>
                        <td>:ws-rot-frete-minimo(ws-rot-tab-idx)</td>
                        <td>:ws-rot-frete-isento-acima(ws-rot-tab-idx)</td>
                        <td><img title="Carregar" style="cursor:hand; width:16; height:16;"
                                 onClick="CarregarRota(:ws-rot-cd(ws-rot-tab-idx));" src="Icones/check.gif">
                            <img title="Excluir" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirRota(:ws-rot-cd(ws-rot-tab-idx));" src="Icones/busca.gif"></td>
                    </tr>
                end-exec
                        Submeter("10");
                    }

                    function CarregarRota(cdRota) {
                        document.all.cdRota.value = cdRota;
                        Submeter("30");
                    }

                    function ExcluirRota(cdRota) {
                        if (confirm("Confirma a exclusao desta rota?")) {
                            document.all.cdRota.value = cdRota;
