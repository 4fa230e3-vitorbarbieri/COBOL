      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. BaixaPix.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                    BaixaPix
      *>            --------------------------------------------------------
      *>
      *>   Subprograma da baixa de uma parcela de contas a receber por um
      *>   crédito PIX (mesmo padrão de CALL de CalculaEncargos): o
      *>   chamador informa a parcela, o valor e a data do PIX, o txid da
      *>   cobrança paga (em branco quando o crédito foi identificado à
      *>   mão) e o operador; parcela em zeros é a da cobrança do txid,
      *>   devolvida ao chamador. A gravação é a de 2100-baixar-parcela em
      *>   RetornoBanco.cbl, com forma PIX e pagamento parcial como em
      *>   Receber.cbl:
      *>     - valor menor que o saldo: pagamento parcial, a parcela
      *>       acumula rec-valor-pago e continua Aberta;
      *>     - valor igual ou maior: a parcela é Baixada; o que passar do
      *>       saldo são os encargos por atraso - multa primeiro (até a
      *>       calculada por CalculaEncargos) e o restante como juros, em
      *>       linhas próprias do histórico.
      *>   A cobrança do txid soma o valor recebido e, com a parcela
      *>   quitada, as cobranças Ativas dela passam a Liquidadas.
      *>   Devolve B (baixada), P (parcial) ou R (recusada, com o motivo:
      *>   txid sem cobrança, parcela inexistente ou fora da situação em
      *>   aberto). Chamado por RetornoPix.cbl e por PixPendente.cbl.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select rec-pagamento-arq assign  to "REC-PAGAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pgt-chave
                  file status                is ws-status-rec-pagamento.
           select pix-cobranca-arq assign   to "PIX-COBRANCA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pxc-txid
                  alternate record key       is pxc-chave-parcela with duplicates
                  file status                is ws-status-pix-cobranca.

      *>===================================================================================
       data division.
       file section.
       fd  receber-arq.
       copy "RECEBER.CPY".
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  pix-cobranca-arq.
       copy "PIXCOB.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-pix-cobranca                 pic x(02)       value "00".
              88 ws-pix-cobranca-ok                                 value "00".
              88 ws-pix-cobranca-nao-encontrado                     value "23" "35".

       01  ws-ind-fim-cobranca                       pic x(01)       value "N".
          88 ws-cobranca-eof                                        value "S".
       01  ws-proxima-sequencia-pgt                   pic 9(05)       value zeros.
       01  ws-saldo-devedor                          pic 9(09)v9(02) value zeros.

      *>   Divisão do valor do PIX entre principal (até o saldo da
      *>   parcela) e encargos por atraso (CALL para CalculaEncargos).
       01  ws-parametros-calcula-encargos.
           03 ws-enc-data-vencimento                 pic 9(08)       value zeros.
           03 ws-enc-data-pagamento                  pic 9(08)       value zeros.
           03 ws-enc-valor-base                      pic 9(09)v9(02) value zeros.
           03 ws-enc-dias-atraso                     pic 9(05)       value zeros.
           03 ws-enc-valor-juros                     pic 9(09)v9(02) value zeros.
           03 ws-enc-valor-multa                     pic 9(09)v9(02) value zeros.
       01  ws-valor-principal                         pic 9(09)v9(02) value zeros.
       01  ws-valor-excedente                         pic 9(09)v9(02) value zeros.
       01  ws-valor-multa-paga                        pic 9(09)v9(02) value zeros.
       01  ws-valor-juros-pago                        pic 9(09)v9(02) value zeros.

      *>===================================================================================
       linkage section.
       01  ws-parametros-baixa-pix.
           03 ln-cd-pedido                          pic 9(07).
           03 ln-parcela                            pic 9(02).
           03 ln-valor-pix                          pic 9(09)v9(02).
           03 ln-data-pagamento                      pic 9(08).
           03 ln-txid                               pic x(25).
           03 ln-operador                           pic x(10).
           03 ln-situacao                           pic x(01).
              88 ln-baixa-total                                    value "B".
              88 ln-baixa-parcial                                  value "P".
              88 ln-baixa-recusada                                 value "R".
           03 ln-valor-principal                     pic 9(09)v9(02).
           03 ln-valor-encargos                      pic 9(09)v9(02).
           03 ln-saldo-devedor                       pic 9(09)v9(02).
           03 ln-mensagem                           pic x(60).

      *>===================================================================================
       procedure division using ws-parametros-baixa-pix.

      *>===================================================================================
       0000-controle section.
       0000.
            move zeros                               to ln-valor-principal
            move zeros                               to ln-valor-encargos
            move zeros                               to ln-saldo-devedor
            move spaces                              to ln-mensagem
            set  ln-baixa-recusada                   to true
            perform 1100-abrir-arquivos
            perform 2100-baixar-parcela
            close receber-arq
            close rec-pagamento-arq
            close pix-cobranca-arq
            .
       0000-saida.
           goback.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o receber-arq
            if   ws-receber-nao-encontrado
                 open output receber-arq
                 close receber-arq
                 open i-o receber-arq
            end-if
            open i-o rec-pagamento-arq
            if   ws-rec-pagamento-nao-encontrado
                 open output rec-pagamento-arq
                 close rec-pagamento-arq
                 open i-o rec-pagamento-arq
            end-if
            open i-o pix-cobranca-arq
            if   ws-pix-cobranca-nao-encontrado
                 open output pix-cobranca-arq
                 close pix-cobranca-arq
                 open i-o pix-cobranca-arq
            end-if
            .
       1100-exit.
            exit.

      *>===================================================================================
      *>   2100-baixar-parcela: mesma validação e gravação de
      *>   2100-baixar-parcela em RetornoBanco.cbl, com forma PIX e o
      *>   pagamento parcial de Receber.cbl.
       2100-baixar-parcela section.
       2100.
            if   ln-cd-pedido = zeros
                 perform 2110-localizar-cobranca-txid
                 if   ln-mensagem not = spaces
                      exit section
                 end-if
            end-if
            move ln-cd-pedido                        to rec-cd-pedido
            move ln-parcela                          to rec-parcela
            read receber-arq
                key is rec-chave
                invalid key
                     move "Parcela nao encontrada."   to ln-mensagem
                     exit section
            end-read
            if   not rec-aberta
                 move "Parcela nao esta em aberto."    to ln-mensagem
                 exit section
            end-if
            if   ln-valor-pix = zeros
                 move "Credito PIX sem valor."        to ln-mensagem
                 exit section
            end-if

            if   ln-data-pagamento is not numeric
            or   ln-data-pagamento = zeros
                 move function current-date (1:8)     to ln-data-pagamento
            end-if
            perform 2120-separar-encargos

            add  ws-valor-principal                  to rec-valor-pago
            set  rec-forma-pix                       to true
            if   rec-valor-pago >= rec-valor
                 set  rec-baixada                    to true
                 move ln-data-pagamento               to rec-data-baixa
                 move ln-operador                     to rec-operador-baixa
            end-if
            rewrite reg-receber
                invalid key
                     move "Erro ao baixar a parcela."  to ln-mensagem
                     exit section
            end-rewrite

            perform 2150-gravar-pagamento
            perform 2160-gravar-encargos
            perform 2170-atualizar-cobranca-pix

            compute ln-saldo-devedor = rec-valor - rec-valor-pago
            move ws-valor-principal                  to ln-valor-principal
            compute ln-valor-encargos =
                    ws-valor-multa-paga + ws-valor-juros-pago
            if   rec-baixada
                 set  ln-baixa-total                  to true
                 move "Parcela baixada."              to ln-mensagem
            else
                 set  ln-baixa-parcial                to true
                 move "Pagamento parcial registrado." to ln-mensagem
            end-if
            .
       2100-exit.
            exit.

      *>===================================================================================
      *>   2110-localizar-cobranca-txid: a parcela do crédito é a da
      *>   cobrança do txid (PIX-COBRANCA.DAT), em qualquer situação - a
      *>   Substituída ainda pode ser paga por quem guardou o QR antigo.
       2110-localizar-cobranca-txid section.
       2110.
            if   ln-txid = spaces
                 move "Credito PIX sem txid."         to ln-mensagem
                 exit section
            end-if
            move ln-txid                             to pxc-txid
            read pix-cobranca-arq
                key is pxc-txid
                invalid key
                     move "Txid sem cobranca cadastrada." to ln-mensagem
                not invalid key
                     move pxc-cd-pedido               to ln-cd-pedido
                     move pxc-parcela                 to ln-parcela
            end-read
            .
       2110-exit.
            exit.

      *>===================================================================================
      *>   2120-separar-encargos: o principal é o valor do PIX até o
      *>   saldo da parcela; o que passar dele vira multa (até a multa
      *>   calculada) e juros (mesma divisão de RetornoBanco.cbl).
       2120-separar-encargos section.
       2120.
            compute ws-saldo-devedor = rec-valor - rec-valor-pago
            move zeros                               to ws-valor-excedente
            move zeros                               to ws-valor-multa-paga
            move zeros                               to ws-valor-juros-pago
            if   ln-valor-pix > ws-saldo-devedor
                 move ws-saldo-devedor                to ws-valor-principal
                 compute ws-valor-excedente =
                         ln-valor-pix - ws-saldo-devedor
            else
                 move ln-valor-pix                    to ws-valor-principal
            end-if
            if   ws-valor-excedente = zeros
                 exit section
            end-if

            move rec-data-vencimento                 to ws-enc-data-vencimento
            move ln-data-pagamento                   to ws-enc-data-pagamento
            move ws-valor-principal                  to ws-enc-valor-base
            call "CalculaEncargos" using ws-parametros-calcula-encargos
            if   ws-valor-excedente > ws-enc-valor-multa
                 move ws-enc-valor-multa              to ws-valor-multa-paga
                 compute ws-valor-juros-pago =
                         ws-valor-excedente - ws-valor-multa-paga
            else
                 move ws-valor-excedente              to ws-valor-multa-paga
            end-if
            .
       2120-exit.
            exit.

      *>===================================================================================
      *>   2150-gravar-pagamento: linha do principal no histórico de
      *>   pagamentos da parcela, forma PIX.
       2150-gravar-pagamento section.
       2150.
            perform 2155-obter-proxima-sequencia-pgt
            move rec-cd-pedido                      to pgt-cd-pedido
            move rec-parcela                        to pgt-parcela
            move ws-proxima-sequencia-pgt             to pgt-sequencia
            move ws-valor-principal                  to pgt-valor
            move ln-data-pagamento                   to pgt-data
            move ln-operador                         to pgt-operador
            set  pgt-forma-pix                       to true
            set  pgt-tipo-principal                  to true
            move zeros                               to pgt-extrato-chave
            write reg-rec-pagamento
                invalid key
                     continue
            end-write
            .
       2150-exit.
            exit.

      *>===================================================================================
      *>   2155-obter-proxima-sequencia-pgt: maior pgt-sequencia já gravada
      *>   para a parcela (mesma técnica START/READ PREVIOUS de
      *>   Receber.cbl).
       2155-obter-proxima-sequencia-pgt section.
       2155.
            move zeros                               to ws-proxima-sequencia-pgt
            move rec-cd-pedido                       to pgt-cd-pedido
            move rec-parcela                         to pgt-parcela
            move 99999                                to pgt-sequencia
            start rec-pagamento-arq key is less than or equal pgt-chave
                invalid key
                     continue
                not invalid key
                     read rec-pagamento-arq previous record
                         at end
                              continue
                         not at end
                              if   pgt-cd-pedido = rec-cd-pedido
                              and  pgt-parcela = rec-parcela
                                   move pgt-sequencia  to ws-proxima-sequencia-pgt
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-pgt
            .
       2155-exit.
            exit.

      *>===================================================================================
      *>   2160-gravar-encargos: multa e juros pagos junto com o PIX, cada
      *>   um em sua linha do histórico (pgt-tipo M/J).
       2160-gravar-encargos section.
       2160.
            if   ws-valor-multa-paga > zeros
                 perform 2155-obter-proxima-sequencia-pgt
                 move rec-cd-pedido                  to pgt-cd-pedido
                 move rec-parcela                    to pgt-parcela
                 move ws-proxima-sequencia-pgt         to pgt-sequencia
                 move ws-valor-multa-paga              to pgt-valor
                 move ln-data-pagamento               to pgt-data
                 move ln-operador                     to pgt-operador
                 set  pgt-forma-pix                   to true
                 set  pgt-tipo-multa                  to true
                 move zeros                          to pgt-extrato-chave
                 write reg-rec-pagamento
                     invalid key
                          continue
                 end-write
            end-if
            if   ws-valor-juros-pago > zeros
                 perform 2155-obter-proxima-sequencia-pgt
                 move rec-cd-pedido                  to pgt-cd-pedido
                 move rec-parcela                    to pgt-parcela
                 move ws-proxima-sequencia-pgt         to pgt-sequencia
                 move ws-valor-juros-pago              to pgt-valor
                 move ln-data-pagamento               to pgt-data
                 move ln-operador                     to pgt-operador
                 set  pgt-forma-pix                   to true
                 set  pgt-tipo-juros                  to true
                 move zeros                          to pgt-extrato-chave
                 write reg-rec-pagamento
                     invalid key
                          continue
                 end-write
            end-if
            .
       2160-exit.
            exit.

      *>===================================================================================
      *>   2170-atualizar-cobranca-pix: soma o principal recebido na
      *>   cobrança do txid e, com a parcela quitada, liquida as
      *>   cobranças Ativas dela. Parcela só parcialmente paga mantém a
      *>   cobrança Ativa - a próxima impressão a substitui pelo saldo
      *>   (CobrancaPix.cbl).
       2170-atualizar-cobranca-pix section.
       2170.
            if   ln-txid not = spaces
                 move ln-txid                        to pxc-txid
                 read pix-cobranca-arq
                     key is pxc-txid
                     invalid key
                          continue
                     not invalid key
                          add  ws-valor-principal       to pxc-valor-pago
                          if   rec-baixada
                          and  (pxc-ativa or pxc-substituida)
                               set  pxc-liquidada       to true
                               move ln-data-pagamento    to pxc-data-liquidacao
                          end-if
                          rewrite reg-pix-cobranca
                              invalid key
                                   continue
                          end-rewrite
                 end-read
            end-if
            if   not rec-baixada
                 exit section
            end-if

            move "N"                                 to ws-ind-fim-cobranca
            move rec-cd-pedido                       to pxc-cd-pedido
            move rec-parcela                         to pxc-parcela
            start pix-cobranca-arq key is equal pxc-chave-parcela
                invalid key
                     set ws-cobranca-eof             to true
            end-start
            perform until ws-cobranca-eof
                read pix-cobranca-arq next record
                    at end
                         set ws-cobranca-eof          to true
                    not at end
                         if   pxc-cd-pedido not = rec-cd-pedido
                         or   pxc-parcela not = rec-parcela
                              set ws-cobranca-eof      to true
                         else
                              if   pxc-ativa
                                   set  pxc-liquidada   to true
                                   move ln-data-pagamento to pxc-data-liquidacao
                                   rewrite reg-pix-cobranca
                                       invalid key
                                            continue
                                   end-rewrite
                              end-if
                         end-if
                end-read
            end-perform
            .
       2170-exit.
            exit.
