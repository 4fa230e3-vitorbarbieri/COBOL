                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-estoque-mov.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pde-chave
                  file status                is ws-status-prd-deposito.
           select prd-unidade-arq assign    to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-prd-unidade.

      *>===================================================================================
       data division.
       copy "DEPOSITO.CPY".
       fd  prd-deposito-arq.
       copy "PRDDEP.CPY".
       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-prd-deposito                 pic x(02)       value "00".
              88 ws-prd-deposito-ok                                 value "00".
              88 ws-prd-deposito-nao-encontrado                     value "23" "35".
           03 ws-status-prd-unidade                 pic x(02)       value "00".
              88 ws-prd-unidade-ok                                  value "00".
              88 ws-prd-unidade-nao-encontrado                      value "23" "35".

      *>   Bloqueio de período: mês corrente já fechado por
      *>   FechamentoMes.cbl não aceita lançamento de movimento (mesma
           03 ws-form-mov-tipo                      pic x(01)       value "E".
           03 ws-form-mov-quantidade                 pic 9(05)       value zeros.
           03 ws-form-mov-documento                  pic x(12)       value spaces.
      *>   Embalagem em que a quantidade foi contada (branco = unidade
      *>   de estoque); o movimento é sempre gravado na unidade de
      *>   estoque (quantidade x pun-fator-conversao).
           03 ws-form-mov-unidade                    pic x(03)       value spaces.
      *>   Bipagem: código de barras lido pelo leitor no lugar do código
      *>   do produto (zero = digitação normal).
           03 ws-form-codigo-barras                   pic 9(13)       value zeros.
       01  ws-form-saldo-reservado                    pic s9(07)      value zeros.
       01  ws-form-saldo-disponivel                   pic s9(07)      value zeros.
       01  ws-saldo-disponivel                        pic s9(07)      value zeros.
       01  ws-qtd-mov-estoque                         pic 9(07)       value zeros.
       01  ws-ind-fim-barras                          pic x(01)       value "N".
          88 ws-barras-eof                                           value "S".

           03 ws-dep-cd-deposito                     pic 9(03)       value zeros.
           03 ws-dep-quantidade                      pic s9(07)      value zeros.

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
                 close prd-deposito-arq
                 open input prd-deposito-arq
            end-if
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
            perform 1180-verificar-periodo-fechado
            evaluate true
                when ws-perfil-logado < 2
                 and (ws-opcao-incluir-movimento or ws-opcao-transferir)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-incluir-movimento
                      or ws-opcao-transferir)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-carregar
                     perform 1200-obter-campos-formulario
                     perform 2050-resolver-codigo-barras
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
      *>   1180-verificar-periodo-fechado: mês corrente com registro em
      *>   FECHAMENTO-MES.DAT está trancado (mesma verificação de
                getfield( ws-form-mov-tipo )
                getfield( ws-form-mov-quantidade )
                getfield( ws-form-mov-documento )
                getfield( ws-form-mov-unidade )
                getfield( ws-form-codigo-barras )
                getfield( ws-form-mov-deposito )
                getfield( ws-form-dep-origem )
                         end-if
                end-read
            end-perform

      *>   Código de embalagem (o EAN da caixa não é o da unidade): a
      *>   chave alternada de PRD-UNIDADE.DAT resolve o produto e a
      *>   embalagem de uma vez (mesma busca de Pedido.cbl).
            if   ws-form-cd-produto = zeros
                 move ws-form-codigo-barras           to pun-codigo-barras
                 read prd-unidade-arq
                     key is pun-codigo-barras
                     invalid key
                          continue
                     not invalid key
                          move pun-cd-produto          to ws-form-cd-produto
                          move pun-unidade             to ws-form-mov-unidade
                 end-read
            end-if
            if   ws-form-cd-produto = zeros
                 move "Codigo de barras nao cadastrado." to ws-mensagem-retorno
            end-if
                     exit section
            end-read

      *>   Quantidade contada em embalagem vira unidade de estoque.
            if   ws-form-mov-unidade = prd-unidade
                 move spaces                          to ws-form-mov-unidade
            end-if
            move ws-form-mov-quantidade               to ws-qtd-mov-estoque
            if   ws-form-mov-unidade not = spaces
                 move ws-form-cd-produto              to pun-cd-produto
                 move ws-form-mov-unidade             to pun-unidade
                 read prd-unidade-arq
                     key is pun-chave
                     invalid key
                          move "S"                   to ws-ind-erro
                          move "Unidade nao cadastrada para o produto." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   pun-fator-conversao > 1
                      compute ws-qtd-mov-estoque =
                              ws-form-mov-quantidade * pun-fator-conversao
                 end-if
            end-if
            if   ws-qtd-mov-estoque > 99999
                 move "S"                            to ws-ind-erro
                 move "Quantidade convertida excede o limite do movimento." to ws-mensagem-retorno
                 exit section
            end-if

            compute ws-saldo-disponivel =
                    prd-saldo-atual - prd-saldo-reservado
            if   ws-form-mov-tipo = "S"
            and  ws-qtd-mov-estoque > ws-saldo-disponivel
                 move "S"                            to ws-ind-erro
                 string "Saldo disponivel insuficiente (disponivel: "
                        ws-saldo-disponivel
            end-if

            if   ws-form-mov-tipo = "S"
                 subtract ws-qtd-mov-estoque          from prd-saldo-atual
            else
                 add ws-qtd-mov-estoque               to prd-saldo-atual
            end-if
            rewrite reg-produto
                invalid key
            move ws-form-cd-produto                 to mov-cd-produto
            move ws-proxima-sequencia-mov             to mov-sequencia
            move ws-form-mov-tipo                    to mov-tipo
            move ws-qtd-mov-estoque                  to mov-quantidade
            move function current-date (1:8)          to mov-data
            move ws-form-mov-documento               to mov-documento
            move ws-operador-logado                  to mov-operador
                 move ws-form-mov-deposito             to ws-dep-cd-deposito
                 if   ws-form-mov-tipo = "S"
                      compute ws-dep-quantidade =
                              0 - ws-qtd-mov-estoque
                 else
                      move ws-qtd-mov-estoque          to ws-dep-quantidade
                 end-if
                 call "AtualizaDeposito" using ws-parametros-atualiza-deposito
                 move "Movimento gravado."            to ws-mensagem-retorno
                 move zeros                           to ws-form-mov-quantidade
                 move spaces                          to ws-form-mov-documento
                 move spaces                          to ws-form-mov-unidade
            end-if
            .

            close fechamento-mes-arq
            close deposito-arq
            close prd-deposito-arq
            close prd-unidade-arq
            .

       3000-exit.
                                <option value="S">Saída</option>
                            </select>
                            <input name=movQuantidade size=5 maxlength=5 value="" class="campo" title="Quantidade" tabIndex=4>
                            Un.: <input name=movUnidade size=3 maxlength=3 value=":ws-form-mov-unidade" class="campo" title="Embalagem da quantidade (em branco = unidade de estoque)" tabIndex=4>
                            <input name=movDocumento size=12 maxlength=12 value="" class="campo" title="Documento" tabIndex=5>
                            Dep.: <input name=movDeposito size=3 maxlength=3 value="1" class="campo" title="Deposito do lancamento (1 = loja)" tabIndex=5>
                            <button class=botao name=BotIncluirMov onclick='IncluirMovimento();' style="width:110px;" tabindex=6><label>Lançar</label></button>
