      *>   trabalhando; o worker GeraRelatorios.cbl produz a saída no
      *>   spool (SPOOL-REL-nnnnnnn.TXT) e esta tela lista cada pedido
      *>   com a situação e o link para abrir o resultado quando pronto.
      *>   As prévias das rotinas em lote rodadas em modo de simulação
      *>   (GravaSimulacao.cbl) entram na mesma fila, já concluídas, e
      *>   aparecem aqui para o supervisor revisar.
      *>   Chamado pelo menu em "3 - Relatórios".
      *>

              05 ws-fil-solicitacao                   pic 9(14).
              05 ws-fil-arquivo                       pic x(30).
              05 ws-fil-pronto                        pic x(01).
              05 ws-fil-csv                           pic x(30).
       01  ws-fil-qtd                                pic 9(03)       value zeros.
       01  ws-fil-tab-idx                             pic 9(03)       value zeros.
       01  ws-ind-fim-fila                            pic x(01)       value "N".
          88 ws-fila-eof                                             value "S".

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

      *>   Atribuição do número do pedido de relatório via PARAMETRO.DAT
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Fila de relatorios restrita aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-solicitar)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-solicitar
                     perform 1200-obter-campos-formulario
                     perform 2100-solicitar-relatorio
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
       2100-solicitar-relatorio section.
       2100.
            if   ws-form-tipo not = "V" and not = "C" and not = "A"
                                  and not = "B"
                 move "Informe o tipo do relatorio."  to ws-mensagem-retorno
                 exit section
            end-if
            move rfi-data-hora-solicitacao             to ws-fil-solicitacao(ws-fil-qtd)
            move rfi-arquivo-saida                    to ws-fil-arquivo(ws-fil-qtd)
            move "N"                                 to ws-fil-pronto(ws-fil-qtd)
            move spaces                              to ws-fil-csv(ws-fil-qtd)
            evaluate true
                when rfi-tipo-vendas
                     move "Vendas por periodo"         to ws-fil-tipo(ws-fil-qtd)
                     move "Comissoes do mes"           to ws-fil-tipo(ws-fil-qtd)
                when rfi-tipo-auditoria
                     move "Auditoria de clientes"      to ws-fil-tipo(ws-fil-qtd)
                when rfi-tipo-curva-abc
                     move "Curva ABC"                 to ws-fil-tipo(ws-fil-qtd)
      *>   A curva ABC grava também o CSV ao lado do spool, com o mesmo id.
                     string "CURVA-ABC-" rfi-id ".CSV"
                            delimited by size into ws-fil-csv(ws-fil-qtd)
      *>   Prévia de rotina em lote rodada em simulação: o programa e a
      *>   data de referência vêm nos parâmetros.
                when rfi-tipo-simulacao
                     move "Simulacao de lote"          to ws-fil-tipo(ws-fil-qtd)
                when other
                     move spaces                      to ws-fil-tipo(ws-fil-qtd)
            end-evaluate
                                <option value="V">Vendas por período (dataIni;dataFim)</option>
                                <option value="C">Comissões do mês (anoMes)</option>
                                <option value="A">Auditoria de clientes (cdCliente, 0 = todos)</option>
                                <option value="B">Curva ABC de produtos e clientes (dataIni;dataFim)</option>
                            </select>
                            parâmetros <input name=parametros size=30 maxlength=60 value="" class="campo" title="Parametros conforme o tipo" tabIndex=2>
                            <button class=botao name=BotSolicitar onclick='Solicitar();' style="width:90px;" tabindex=3><label>Solicitar</label></button>
                     exec html
                                        <a href=":ws-fil-arquivo(ws-fil-tab-idx)" target="_blank">abrir</a>
                     end-exec
                     if   ws-fil-csv(ws-fil-tab-idx) not = spaces
                          exec html
                                        <a href=":ws-fil-csv(ws-fil-tab-idx)" target="_blank">csv</a>
                          end-exec
                     end-if
                else
                     exec html
                                        &nbsp;
