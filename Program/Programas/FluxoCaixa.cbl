      *>   Projeção de caixa dia a dia (mesmo molde de relatório de
      *>   RelVendas.cbl): funde as parcelas em aberto de contas a
      *>   receber (RECEBER.DAT, pelo saldo devedor) e de contas a pagar
      *>   (PAGAR.DAT - compras e despesas avulsas/fixas, todas pela
      *>   mesma parcela) no horizonte informado (dias= na URL; vazio assume
      *>   30, teto de 60). Cada vencimento é empurrado para o próximo
      *>   dia útil via DataUtil/FERIADO.DAT, e parcela já vencida entra
      *>   no primeiro dia útil a partir de hoje - é quando o dinheiro
      *>   pode de fato entrar ou sair. Chamado pelo menu em
      *>   "3 - Relatórios". empresa= na URL restringe a projeção às
      *>   parcelas de um estabelecimento (zero ou ausente = consolidado).
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select pagar-arq assign          to "PAGAR.DAT"
                  organization               is indexed
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.
      *>   Estabelecimento filtrado (empresa=; zero = consolidado) e o da
      *>   parcela em leitura (zeros na parcela = matriz).
       01  ws-filtro-empresa                          pic 9(01)       value zeros.
       01  ws-empresa-documento                       pic 9(01)       value zeros.

       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-data-limite                            pic 9(08)       value zeros.
                 if   ws-param-valor(1:3) is numeric
                      move ws-param-valor(1:3)         to ws-horizonte-dias
                 end-if

                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "empresa=" into ws-lixo-unstring
                                                                     ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor(1:1) is numeric
                      move ws-param-valor(1:1)         to ws-filtro-empresa
                 end-if
            end-if
            move spaces                              to ws-lixo-unstring


      *>===================================================================================
      *>   1200-acumular-receber: parcelas em aberto de RECEBER.DAT entram
      *>   como entradas no dia útil efetivo do vencimento. Leitura pela
      *>   chave alternativa rec-data-vencimento até a data limite do
      *>   horizonte (as vencidas caem em hoje, 1400-lancar-no-dia-util).
       1200-acumular-receber section.
       1200.
            move "N"                                 to ws-ind-fim-varredura
            move zeros                               to rec-data-vencimento
            start receber-arq key is greater than or equal rec-data-vencimento
                invalid key
                     set ws-varredura-eof             to true
            end-start
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   rec-data-vencimento > ws-data-limite
                              set ws-varredura-eof      to true
                         else
                              move rec-cd-empresa       to ws-empresa-documento
                              if   ws-empresa-documento = zeros
                                   move 1               to ws-empresa-documento
                              end-if
                              if   rec-aberta
                              and (ws-filtro-empresa = zeros
                               or  ws-filtro-empresa = ws-empresa-documento)
                                   move rec-data-vencimento to ws-data-efetiva
                                   compute ws-valor-lancamento =
                                           rec-valor - rec-valor-pago
                                   perform 1400-lancar-no-dia-util
                                   if   ws-dia-offset >= 0
                                        add ws-valor-lancamento
                                            to ws-flx-entradas(ws-flx-idx)
                                   end-if
                              end-if
                         end-if
                end-read
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         move pag-cd-empresa           to ws-empresa-documento
                         if   ws-empresa-documento = zeros
                              move 1                    to ws-empresa-documento
                         end-if
                         if   pag-aberta
                         and (ws-filtro-empresa = zeros
                          or  ws-filtro-empresa = ws-empresa-documento)
                              move pag-data-vencimento   to ws-data-efetiva
                              move pag-valor             to ws-valor-lancamento
                              perform 1400-lancar-no-dia-util
                            <form name=frmFluxo method=get action="FluxoCaixa.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Horizonte (dias): <input name=dias size=3 maxlength=3 value=":ws-horizonte-dias" class="campo">
                            Estabelecimento (0 = consolidado): <input name=empresa size=1 maxlength=1 value=":ws-filtro-empresa" class="campo">
                            <button>Projetar</button>
                            </form>
                        </td>
                    </tr>
            end-exec
            if   ws-filtro-empresa = zeros
                 exec html
                    <tr>
                        <td colspan=5>Consolidado de todos os estabelecimentos</td>
                    </tr>
                 end-exec
            else
                 exec html
                    <tr>
                        <td colspan=5>Estabelecimento :ws-filtro-empresa</td>
                    </tr>
                 end-exec
            end-if
            if   ws-acesso-negado
                 exec html
                    <tr>
