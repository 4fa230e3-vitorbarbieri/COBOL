      *>   dias.
           03 ws-form-qtd-parcelas-pagar              pic 9(02)       value zeros.
           03 ws-form-prazo-pagamento                 pic 9(03)       value zeros.
      *>   Pagamento pelo banco (remessa de RemessaPagar.cbl).
           03 ws-form-forma-pagamento                 pic x(01)       value spaces.
           03 ws-form-banco                          pic 9(03)       value zeros.
           03 ws-form-agencia                        pic 9(05)       value zeros.
           03 ws-form-agencia-dv                      pic x(01)       value spaces.
           03 ws-form-conta-corrente                  pic 9(12)       value zeros.
           03 ws-form-conta-dv                        pic x(01)       value spaces.

      *>   Pesquisa de fornecedores por razão social, CNPJ ou código.
       01  ws-pesquisa-fornecedor.
              88 ws-documento-valido                                value "S".
           03 ws-doc-mensagem                       pic x(40)       value spaces.

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
          88 ws-com-erro                                            value "S".
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
                     perform 2100-gravar-fornecedor
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
                getfield( ws-form-texto-pesquisa )
                getfield( ws-form-qtd-parcelas-pagar )
                getfield( ws-form-prazo-pagamento )
                getfield( ws-form-forma-pagamento )
                getfield( ws-form-banco )
                getfield( ws-form-agencia )
                getfield( ws-form-agencia-dv )
                getfield( ws-form-conta-corrente )
                getfield( ws-form-conta-dv )
            end-exec
            .

                 exit section
            end-if

            if   ws-form-forma-pagamento not = "C"
            and  ws-form-forma-pagamento not = "B"
                 move spaces                          to ws-form-forma-pagamento
            end-if
            if   ws-form-forma-pagamento = "C"
            and (ws-form-banco = zeros
             or  ws-form-agencia = zeros
             or  ws-form-conta-corrente = zeros)
                 move "S"                            to ws-ind-erro
                 move "Crédito em conta exige banco, agência e conta do fornecedor." to ws-mensagem-retorno
                 exit section
            end-if

            move ws-form-cd-fornecedor                 to frn-cd-fornecedor
            move "N"                                to ws-ind-cliente-existente
            read fornecedor-arq
            move ws-form-situacao                    to frn-situacao
            move ws-form-qtd-parcelas-pagar            to frn-qtd-parcelas-pagar
            move ws-form-prazo-pagamento               to frn-prazo-pagamento-dias
            move ws-form-forma-pagamento               to frn-forma-pagamento
            move ws-form-banco                        to frn-banco
            move ws-form-agencia                      to frn-agencia
            move ws-form-agencia-dv                    to frn-agencia-dv
            move ws-form-conta-corrente                to frn-conta-corrente
            move ws-form-conta-dv                      to frn-conta-dv

            if   ws-fornecedor-existente
                 rewrite reg-fornecedor
                     move frn-situacao                to ws-form-situacao
                     move frn-qtd-parcelas-pagar        to ws-form-qtd-parcelas-pagar
                     move frn-prazo-pagamento-dias       to ws-form-prazo-pagamento
                     move frn-forma-pagamento            to ws-form-forma-pagamento
                     move frn-banco                     to ws-form-banco
                     move frn-agencia                   to ws-form-agencia
                     move frn-agencia-dv                 to ws-form-agencia-dv
                     move frn-conta-corrente             to ws-form-conta-corrente
                     move frn-conta-dv                   to ws-form-conta-dv
                     move "Fornecedor carregado."        to ws-mensagem-retorno
            end-read
            .
            move "A"                                 to ws-form-situacao
            move zeros                                to ws-form-qtd-parcelas-pagar
            move zeros                                to ws-form-prazo-pagamento
            move spaces                              to ws-form-forma-pagamento
            move zeros                                to ws-form-banco
            move zeros                                to ws-form-agencia
            move spaces                              to ws-form-agencia-dv
            move zeros                                to ws-form-conta-corrente
            move spaces                              to ws-form-conta-dv
            move spaces                              to ws-mensagem-retorno
            .

                            parcela(s) a cada <input name=prazoPagamento size=3 maxlength=3 value="" class="campo" title="Intervalo de dias (0 = 30 dias)" tabIndex=9> dia(s)
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Pagamento pelo banco&nbsp;</td>
                        <td colspan=2>
                            <select name=formaPagamento class="combo" tabIndex=9>
                                <option value=" ">Fora do banco</option>
                                <option value="C">Crédito em conta</option>
                                <option value="B">Boleto</option>
                            </select>
                        </td>
                        <td class=titulocampo>Banco / Agência / Conta&nbsp;</td>
                        <td colspan=2>
                            <input name=banco size=3 maxlength=3 value="" class="campo" tabIndex=9>
                            <input name=agencia size=5 maxlength=5 value="" class="campo" tabIndex=9>-<input name=agenciaDv size=1 maxlength=1 value="" class="campo" tabIndex=9>
                            <input name=contaCorrente size=12 maxlength=12 value="" class="campo" tabIndex=9>-<input name=contaDv size=1 maxlength=1 value="" class="campo" tabIndex=9>
                        </td>
                    </tr>
                    <tr>
                        <td colspan=6>&nbsp;</td>
                    </tr>
                        document.all.situacao.value            = ":ws-form-situacao";
                        document.all.qtdParcelasPagar.value   = ":ws-form-qtd-parcelas-pagar";
                        document.all.prazoPagamento.value     = ":ws-form-prazo-pagamento";
                        document.all.formaPagamento.value     = ":ws-form-forma-pagamento";
                        document.all.banco.value              = ":ws-form-banco";
                        document.all.agencia.value            = ":ws-form-agencia";
                        document.all.agenciaDv.value          = ":ws-form-agencia-dv";
                        document.all.contaCorrente.value      = ":ws-form-conta-corrente";
                        document.all.contaDv.value            = ":ws-form-conta-dv";
                    }
                </script>
            end-exec.
