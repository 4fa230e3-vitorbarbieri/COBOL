      *>   para a gaveta ser conferida contra o sistema antes de o
      *>   operador ir embora. Abatimento de nota de crédito (forma "N",
      *>   Devolucao.cbl) não é dinheiro recebido: sai em coluna própria,
      *>   FORA do total conferível da gaveta. O sinal recebido em
      *>   Adiantamento.cbl (ADIANTAMENTO.DAT) entra na forma em que foi
      *>   pago, e a devolução do saldo ao cliente sai do total em coluna
      *>   própria; o consumo do adiantamento nas parcelas (forma "A")
      *>   já foi dinheiro no dia do sinal e fica FORA do total. O estorno
      *>   do cheque devolvido (Cheque.cbl, pgt-tipo E/X) sai em coluna
      *>   própria, também FORA do total: o cheque já tinha saído da
      *>   gaveta no depósito. Chamado pelo menu em "3 - Relatórios".
      *>   empresa= na URL restringe o boletim a um estabelecimento: o
      *>   recebimento vale pelo estabelecimento da parcela (RECEBER.DAT)
      *>   e o sinal pelo do pedido a que foi lançado (PEDIDO.DAT; sinal
      *>   só contra o cliente é da matriz). Zero ou ausente = consolidado.
      *>

      *>===================================================================================
                  access mode                is dynamic
                  record key                 is pgt-chave
                  file status                is ws-status-rec-pagamento.
           select adiantamento-arq assign   to "ADIANTAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is adt-cd-adiantamento
                  file status                is ws-status-adiantamento.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ped-cd-pedido
                  alternate record key       is ped-cd-cliente with duplicates
                  file status                is ws-status-pedido.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
       file section.
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  adiantamento-arq.
       copy "ADIANT.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".
       fd  pedido-arq.
       copy "PEDIDO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-adiantamento                 pic x(02)       value "00".
              88 ws-adiantamento-ok                                 value "00".
              88 ws-adiantamento-nao-encontrado                     value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
           03 ws-status-pedido                      pic x(02)       value "00".
              88 ws-pedido-ok                                       value "00".
              88 ws-pedido-nao-encontrado                           value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
          88 ws-acesso-negado                                        value "S".
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.
      *>   Estabelecimento filtrado (empresa=; zero = consolidado) e o do
      *>   lançamento em leitura (zeros no documento = matriz).
       01  ws-filtro-empresa                          pic 9(01)       value zeros.
       01  ws-empresa-documento                       pic 9(01)       value zeros.

       01  ws-ind-fim-pagamento                      pic x(01)       value "N".
          88 ws-pagamento-eof                                       value "S".
       01  ws-ind-fim-adiantamento                    pic x(01)       value "N".
          88 ws-adiantamento-eof                                     value "S".

      *>   Totais por operador e forma de pagamento (mesma técnica de
      *>   ws-tab-vendedores em RelVendas.cbl).
              05 ws-opr-r-cheque                      pic 9(11)v9(02).
              05 ws-opr-r-banco                       pic 9(11)v9(02).
              05 ws-opr-r-nota-credito                 pic 9(11)v9(02).
              05 ws-opr-r-adiantamento-usado            pic 9(11)v9(02).
              05 ws-opr-r-devolucao-adiantamento         pic 9(11)v9(02).
              05 ws-opr-r-cheque-devolvido              pic 9(11)v9(02).
              05 ws-opr-r-total                       pic s9(11)v9(02).
       01  ws-opr-qtd                                pic 9(03)       value zeros.
       01  ws-opr-idx                                pic 9(03)       value zeros.
       01  ws-opr-tab-idx                             pic 9(03)       value zeros.
       01  ws-opr-achou                              pic x(01)       value "N".
          88 ws-opr-na-tabela                                        value "S".
       01  ws-opr-operador-busca                       pic x(10)       value spaces.

       01  ws-total-geral-dia                         pic s9(11)v9(02) value zeros.
       01  ws-total-pagamentos-dia                     pic 9(05)       value zeros.

      *>===================================================================================
                 close rec-pagamento-arq
                 open input rec-pagamento-arq
            end-if
            open input adiantamento-arq
            if   ws-adiantamento-nao-encontrado
                 open output adiantamento-arq
                 close adiantamento-arq
                 open input adiantamento-arq
            end-if
            open input receber-arq
            if   ws-receber-nao-encontrado
                 open output receber-arq
                 close receber-arq
                 open input receber-arq
            end-if
            open input pedido-arq
            if   ws-pedido-nao-encontrado
                 open output pedido-arq
                 close pedido-arq
                 open input pedido-arq
            end-if
            open input sessao-arq
            .

                 if   ws-param-valor(1:8) is numeric
                      move ws-param-valor(1:8)         to ws-data-boletim
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

                         end-if
                end-read
            end-perform

            perform 1300-apurar-adiantamentos
            .

       1200-exit.
      *>===================================================================================
       1210-acumular-pagamento section.
       1210.
            if   ws-filtro-empresa not = zeros
                 perform 1220-empresa-do-recebimento
                 if   ws-empresa-documento not = ws-filtro-empresa
                      exit section
                 end-if
            end-if

            move pgt-operador                        to ws-opr-operador-busca
            perform 1250-localizar-operador
            if   not ws-opr-na-tabela
                 exit section
            end-if

      *>   Abatimento de nota de crédito e consumo de adiantamento não
      *>   são dinheiro na gaveta: entram nas colunas próprias e ficam
      *>   fora do total conferível.
            evaluate true
                when pgt-tipo-estorno
                     add pgt-valor to ws-opr-r-cheque-devolvido(ws-opr-idx)
                when pgt-forma-nota-credito
                     add pgt-valor to ws-opr-r-nota-credito(ws-opr-idx)
                when pgt-forma-adiantamento
                     add pgt-valor to ws-opr-r-adiantamento-usado(ws-opr-idx)
                when pgt-forma-dinheiro
                     add pgt-valor to ws-opr-r-dinheiro(ws-opr-idx)
                when pgt-forma-pix
                     add pgt-valor to ws-opr-r-pix(ws-opr-idx)
                when pgt-forma-transferencia
                     add pgt-valor to ws-opr-r-transferencia(ws-opr-idx)
                when pgt-forma-cheque
                     add pgt-valor to ws-opr-r-cheque(ws-opr-idx)
                when other
                     add pgt-valor to ws-opr-r-banco(ws-opr-idx)
            end-evaluate
            if   not pgt-forma-nota-credito
            and  not pgt-forma-adiantamento
            and  not pgt-tipo-estorno
                 add pgt-valor                       to ws-opr-r-total(ws-opr-idx)
                 add pgt-valor                       to ws-total-geral-dia
            end-if
            add 1                                    to ws-total-pagamentos-dia
            .

       1210-exit.
            exit.

      *>===================================================================================
      *>   1220-empresa-do-recebimento: o estabelecimento do recebimento é
      *>   o da parcela paga.
       1220-empresa-do-recebimento section.
       1220.
            move zeros                               to ws-empresa-documento
            move pgt-cd-pedido                       to rec-cd-pedido
            move pgt-parcela                         to rec-parcela
            read receber-arq
                key is rec-chave
                invalid key
                     continue
                not invalid key
                     move rec-cd-empresa              to ws-empresa-documento
            end-read
            if   ws-empresa-documento = zeros
                 move 1                               to ws-empresa-documento
            end-if
            .

       1220-exit.
            exit.

      *>===================================================================================
      *>   1250-localizar-operador: posiciona ws-opr-idx na linha do
      *>   operador em ws-opr-operador-busca, abrindo a linha zerada se
      *>   ele ainda não está na tabela (ws-opr-na-tabela desligado =
      *>   tabela cheia).
       1250-localizar-operador section.
       1250.
            move "N"                                 to ws-opr-achou
            perform varying ws-opr-idx from 1 by 1
                    until ws-opr-idx > ws-opr-qtd
                    or ws-opr-na-tabela
                if   ws-opr-r-operador(ws-opr-idx) = ws-opr-operador-busca
                     move "S"                         to ws-opr-achou
                end-if
            end-perform
                 end-if
                 add 1                                to ws-opr-qtd
                 move ws-opr-qtd                      to ws-opr-idx
                 move ws-opr-operador-busca            to ws-opr-r-operador(ws-opr-idx)
                 move zeros                           to ws-opr-r-dinheiro(ws-opr-idx)
                 move zeros                           to ws-opr-r-pix(ws-opr-idx)
                 move zeros                           to ws-opr-r-transferencia(ws-opr-idx)
                 move zeros                           to ws-opr-r-cheque(ws-opr-idx)
                 move zeros                           to ws-opr-r-banco(ws-opr-idx)
                 move zeros                           to ws-opr-r-nota-credito(ws-opr-idx)
                 move zeros                           to ws-opr-r-adiantamento-usado(ws-opr-idx)
                 move zeros                           to ws-opr-r-devolucao-adiantamento(ws-opr-idx)
                 move zeros                           to ws-opr-r-cheque-devolvido(ws-opr-idx)
                 move zeros                           to ws-opr-r-total(ws-opr-idx)
                 move "S"                             to ws-opr-achou
            end-if
            .

       1250-exit.
            exit.

      *>===================================================================================
      *>   1300-apurar-adiantamentos: varredura de ADIANTAMENTO.DAT - o
      *>   sinal recebido na data entra na forma em que foi pago; a
      *>   devolução do saldo feita na data sai do total do operador
      *>   que devolveu.
       1300-apurar-adiantamentos section.
       1300.
            move low-values                          to adt-cd-adiantamento
            start adiantamento-arq key is greater than or equal adt-cd-adiantamento
                invalid key
                     set ws-adiantamento-eof          to true
            end-start

            perform until ws-adiantamento-eof
                read adiantamento-arq next record
                    at end
                         set ws-adiantamento-eof       to true
                    not at end
                         move 1                        to ws-empresa-documento
                         if   ws-filtro-empresa not = zeros
                              perform 1330-empresa-do-adiantamento
                         end-if
                         if   ws-filtro-empresa = zeros
                         or   ws-filtro-empresa = ws-empresa-documento
                              if   adt-data = ws-data-boletim
                                   perform 1310-acumular-adiantamento
                              end-if
                              if   adt-devolvido
                              and  adt-data-devolucao = ws-data-boletim
                                   perform 1320-acumular-devolucao
                              end-if
                         end-if
                end-read
            end-perform
            .

       1300-exit.
            exit.

      *>===================================================================================
       1310-acumular-adiantamento section.
       1310.
            move adt-operador                        to ws-opr-operador-busca
            perform 1250-localizar-operador
            if   not ws-opr-na-tabela
                 exit section
            end-if
            evaluate true
                when adt-forma-dinheiro
                     add adt-valor to ws-opr-r-dinheiro(ws-opr-idx)
                when adt-forma-pix
                     add adt-valor to ws-opr-r-pix(ws-opr-idx)
                when adt-forma-transferencia
                     add adt-valor to ws-opr-r-transferencia(ws-opr-idx)
                when adt-forma-cheque
                     add adt-valor to ws-opr-r-cheque(ws-opr-idx)
                when other
                     add adt-valor to ws-opr-r-banco(ws-opr-idx)
            end-evaluate
            add adt-valor                            to ws-opr-r-total(ws-opr-idx)
            add adt-valor                            to ws-total-geral-dia
            add 1                                    to ws-total-pagamentos-dia
            .

       1310-exit.
            exit.

      *>===================================================================================
       1320-acumular-devolucao section.
       1320.
            move adt-operador-devolucao               to ws-opr-operador-busca
            perform 1250-localizar-operador
            if   not ws-opr-na-tabela
                 exit section
            end-if
            add adt-valor-devolvido                   to ws-opr-r-devolucao-adiantamento(ws-opr-idx)
            subtract adt-valor-devolvido              from ws-opr-r-total(ws-opr-idx)
            subtract adt-valor-devolvido              from ws-total-geral-dia
            add 1                                    to ws-total-pagamentos-dia
            .

       1320-exit.
            exit.

      *>===================================================================================
      *>   1330-empresa-do-adiantamento: o sinal pertence ao estabelecimento
      *>   do pedido a que foi lançado (o pedido de origem, depois que
      *>   virou crédito); sinal só contra o cliente fica com a matriz.
       1330-empresa-do-adiantamento section.
       1330.
            move zeros                               to ws-empresa-documento
            if   adt-cd-pedido not = zeros
                 move adt-cd-pedido                   to ped-cd-pedido
            else
                 move adt-cd-pedido-origem            to ped-cd-pedido
            end-if
            if   ped-cd-pedido not = zeros
                 read pedido-arq
                     key is ped-cd-pedido
                     invalid key
                          continue
                     not invalid key
                          move ped-cd-empresa         to ws-empresa-documento
                 end-read
            end-if
            if   ws-empresa-documento = zeros
                 move 1                               to ws-empresa-documento
            end-if
            .

       1330-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close rec-pagamento-arq
            close adiantamento-arq
            close receber-arq
            close pedido-arq
            close sessao-arq
            .

                <body bgcolor=#D3D3D3>
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=11 class="titulo-relatorio">Boletim de Caixa de :ws-data-boletim</td>
                    </tr>
                    <tr>
                        <td colspan=11>
                            <form name=frmBoletim method=get action="BoletimCaixa.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Data (AAAAMMDD): <input name=data size=8 maxlength=8 value=":ws-data-boletim" class="campo">
                            Estabelecimento (0 = consolidado): <input name=empresa size=1 maxlength=1 value=":ws-filtro-empresa" class="campo">
                            <button>Apurar</button>
                            </form>
                        </td>
                    </tr>
            end-exec
            if   ws-filtro-empresa = zeros
                 exec html
                    <tr>
                        <td colspan=11>Consolidado de todos os estabelecimentos</td>
                    </tr>
                 end-exec
            else
                 exec html
                    <tr>
                        <td colspan=11>Estabelecimento :ws-filtro-empresa</td>
                    </tr>
                 end-exec
            end-if
            evaluate true
                when ws-acesso-negado
                     exec html
                    <tr>
                        <td colspan=11>Boletim de caixa restrito aos perfis de vendas e supervisor.</td>
                    </tr>
                     end-exec
                when ws-opr-qtd = 0
                     exec html
                    <tr>
                        <td colspan=11>Nenhum recebimento registrado na data.</td>
                    </tr>
                     end-exec
                when other
                        <td class=titulocampo>Cheque</td>
                        <td class=titulocampo>Banco</td>
                        <td class=titulocampo>Nota Créd. (fora do total)</td>
                        <td class=titulocampo>Adiant. usado (fora do total)</td>
                        <td class=titulocampo>Devolução adiant.</td>
                        <td class=titulocampo>Cheque devolvido (fora do total)</td>
                        <td class=titulocampo>Total</td>
                    </tr>
            end-exec
                        <td><div align=right>:ws-opr-r-cheque(ws-opr-tab-idx)</div></td>
                        <td><div align=right>:ws-opr-r-banco(ws-opr-tab-idx)</div></td>
                        <td><div align=right>:ws-opr-r-nota-credito(ws-opr-tab-idx)</div></td>
                        <td><div align=right>:ws-opr-r-adiantamento-usado(ws-opr-tab-idx)</div></td>
                        <td><div align=right>:ws-opr-r-devolucao-adiantamento(ws-opr-tab-idx)</div></td>
                        <td><div align=right>:ws-opr-r-cheque-devolvido(ws-opr-tab-idx)</div></td>
                        <td><div align=right>:ws-opr-r-total(ws-opr-tab-idx)</div></td>
                    </tr>
                end-exec
            exec html
                    <tr>
                        <td class=titulocampo colspan=6>Total geral conferivel (:ws-total-pagamentos-dia lancamentos)</td>
                        <td colspan=4>&nbsp;</td>
                        <td><div align=right>:ws-total-geral-dia</div></td>
                    </tr>
            end-exec
