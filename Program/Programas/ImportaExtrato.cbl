      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. ImportaExtrato.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                  ImportaExtrato
      *>            --------------------------------------------------------
      *>
      *>   Carga em lote do extrato diário da conta bancária, lendo um
      *>   arquivo de texto delimitado (data;tipo;valor;documento;
      *>   histórico - data aaaammdd, tipo C crédito/D débito, valor com
      *>   ponto decimal) e gravando cada lançamento em EXTRATO-BANCO.DAT
      *>   (EXTBANC.CPY), com a mesma técnica de UNSTRING e a mesma
      *>   disciplina de checkpoint/rejeitados de ImportaCep.cbl.
      *>   Cada lançamento gravado já passa pela conciliação automática:
      *>     - crédito: recebimento de REC-PAGAMENTO.DAT em Pix,
      *>       transferência ou banco, na mesma data e pelo mesmo valor -
      *>       uma linha só ou a soma das linhas da mesma parcela no dia
      *>       (principal mais juros/multa);
      *>     - débito: parcela de PAGAR.DAT baixada na mesma data e pelo
      *>       mesmo valor.
      *>   A linha de origem casada fica carimbada com a chave do
      *>   lançamento, para não casar duas vezes. O que não casar fica
      *>   Pendente para a tela de Conciliacao.cbl. Lançamento repetido
      *>   (mesma data, tipo, valor e documento já importados) é
      *>   rejeitado, para a recarga do mesmo arquivo não duplicar.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select importa-arq assign        to "EXTRATO-BANCO.TXT"
                  organization               is line sequential
                  file status                is ws-status-importa.
           select rejeita-arq assign        to "EXTRATO-BANCO_REJ.TXT"
                  organization               is line sequential
                  file status                is ws-status-rejeita.
           select carga-controle-arq assign to "CARGA-CONTROLE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cct-chave
                  file status                is ws-status-carga-controle.
           select extrato-banco-arq assign  to "EXTRATO-BANCO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ebc-chave
                  file status                is ws-status-extrato-banco.
           select rec-pagamento-arq assign  to "REC-PAGAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pgt-chave
                  file status                is ws-status-rec-pagamento.
           select pagar-arq assign          to "PAGAR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pag-chave
                  file status                is ws-status-pagar.

      *>===================================================================================
       data division.
       file section.
       fd  importa-arq.
       01  reg-importa                              pic x(200).

       fd  rejeita-arq.
       01  reg-rejeita                              pic x(220).

       fd  carga-controle-arq.
       copy "CARGACTL.CPY".

       fd  extrato-banco-arq.
       copy "EXTBANC.CPY".

       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".

       fd  pagar-arq.
       copy "PAGAR.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-importa                     pic x(02)       value "00".
              88 ws-importa-ok                                      value "00".
              88 ws-importa-fim-arquivo                             value "10".
           03 ws-status-rejeita                     pic x(02)       value "00".
              88 ws-rejeita-ok                                      value "00".
           03 ws-status-carga-controle               pic x(02)       value "00".
              88 ws-carga-controle-ok                               value "00".
              88 ws-carga-controle-nao-encontrado                   value "23" "35".
           03 ws-status-extrato-banco                pic x(02)       value "00".
              88 ws-extrato-banco-ok                                value "00".
              88 ws-extrato-banco-nao-encontrado                    value "23" "35".
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-pagar                       pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".

       01  ws-ind-fim-importacao                     pic x(01)       value "N".
          88 ws-fim-importacao                                      value "S".

      *>   Campos extraídos de cada linha do arquivo de importação, na
      *>   mesma ordem em que aparecem no extrato (delimitado por ";").
       01  ws-linha-importada.
           03 ws-imp-data                            pic x(08)       value spaces.
           03 ws-imp-tipo                            pic x(01)       value spaces.
           03 ws-imp-valor                           pic x(15)       value spaces.
           03 ws-imp-documento                       pic x(15)       value spaces.
           03 ws-imp-historico                       pic x(40)       value spaces.

       01  ws-valor-lancamento                        pic 9(09)v9(02) value zeros.
       01  ws-proxima-sequencia-extrato                pic 9(05)       value zeros.

       01  ws-ind-varredura                           pic x(01)       value "N".
          88 ws-varredura-eof                                       value "S".
       01  ws-ind-duplicado                           pic x(01)       value "N".
          88 ws-lancamento-duplicado                                value "S".
       01  ws-ind-casou                               pic x(01)       value "N".
          88 ws-lancamento-casou                                    value "S".

      *>   Recebimentos candidatos de uma mesma parcela no dia do
      *>   lançamento (principal e encargos), acumulados na varredura de
      *>   REC-PAGAMENTO.DAT - a chave ordena as linhas da parcela juntas.
       01  ws-grupo-recebimento.
           03 ws-grp-cd-pedido                       pic 9(07)       value zeros.
           03 ws-grp-parcela                         pic 9(02)       value zeros.
           03 ws-grp-valor                           pic 9(11)v9(02) value zeros.
           03 ws-grp-qtd                             pic 9(02)       value zeros.
           03 ws-grp-sequencia                       pic 9(05)       occurs 20 times.
       01  ws-grp-idx                                pic 9(02)       value zeros.

       01  ws-totais-importacao.
           03 ws-total-lidas                        pic 9(05)       value zeros.
           03 ws-total-importadas                   pic 9(05)       value zeros.
           03 ws-total-rejeitadas                   pic 9(05)       value zeros.
           03 ws-total-conciliadas                  pic 9(05)       value zeros.
           03 ws-total-pendentes                    pic 9(05)       value zeros.

      *>   Disciplina comum das cargas (CARGACTL.CPY): checkpoint por
      *>   linha efetivada para reinício sem duplicar, resumo por
      *>   execução e arquivo de rejeitados com o motivo.
       01  ws-linha-absoluta                         pic 9(07)       value zeros.
       01  ws-linha-checkpoint                        pic 9(07)       value zeros.
       01  ws-total-puladas                           pic 9(07)       value zeros.
       01  ws-proxima-sequencia-carga                  pic 9(05)       value zeros.
       01  ws-linha-rejeitada                          pic x(220)      value spaces.
       01  ws-motivo-rej                               pic x(10)       value spaces.
       01  ws-total-carregadas-resumo                  pic 9(07)       value zeros.
       01  ws-total-rejeitadas-resumo                  pic 9(07)       value zeros.

      *>===================================================================================
       procedure division.
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
            .

       0000-saida.
           stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            open input importa-arq
            open i-o extrato-banco-arq
            if   ws-extrato-banco-nao-encontrado
                 open output extrato-banco-arq
                 close extrato-banco-arq
                 open i-o extrato-banco-arq
            end-if
            open i-o rec-pagamento-arq
            if   ws-rec-pagamento-nao-encontrado
                 open output rec-pagamento-arq
                 close rec-pagamento-arq
                 open i-o rec-pagamento-arq
            end-if
            open i-o pagar-arq
            if   ws-pagar-nao-encontrado
                 open output pagar-arq
                 close pagar-arq
                 open i-o pagar-arq
            end-if

            open extend rejeita-arq
            if   not ws-rejeita-ok
                 open output rejeita-arq
            end-if
            open i-o carga-controle-arq
            if   ws-carga-controle-nao-encontrado
                 open output carga-controle-arq
                 close carga-controle-arq
                 open i-o carga-controle-arq
            end-if
            perform 1500-preparar-checkpoint
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform until ws-fim-importacao
                read importa-arq
                    at end
                         move "S"                    to ws-ind-fim-importacao
                    not at end
                         add 1                        to ws-linha-absoluta
                         if   ws-linha-absoluta <= ws-linha-checkpoint
                              add 1                    to ws-total-puladas
                         else
                              add 1                    to ws-total-lidas
                              perform 2100-processar-linha
                              perform 2150-atualizar-checkpoint
                         end-if
                end-read
            end-perform
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2100-processar-linha: parse da linha delimitada por ";" (mesma
      *>   técnica de ImportaCep.cbl), validação, gravação do lançamento
      *>   na próxima sequência do dia e conciliação automática.
       2100-processar-linha section.
       2100.
            move spaces                              to ws-linha-importada
            unstring reg-importa delimited by ";" into ws-imp-data
                                                       ws-imp-tipo
                                                       ws-imp-valor
                                                       ws-imp-documento
                                                       ws-imp-historico
            end-unstring

            if   ws-imp-data not numeric
            or   ws-imp-data = zeros
                 add 1                                to ws-total-rejeitadas
                 move "DATA-INVAL"                    to ws-motivo-rej
                 perform 2950-gravar-rejeitada
                 exit section
            end-if
            if   ws-imp-tipo not = "C" and ws-imp-tipo not = "D"
                 add 1                                to ws-total-rejeitadas
                 move "TIPO-INVAL"                    to ws-motivo-rej
                 perform 2950-gravar-rejeitada
                 exit section
            end-if
      *>   O valor vem com ponto decimal (ex.: 1234.56), então a
      *>   conversão usa numval em vez do teste de classe (mesma técnica
      *>   de ImportaPreco.cbl).
            if   function trim(ws-imp-valor) = spaces
                 add 1                                to ws-total-rejeitadas
                 move "VALOR-INVAL"                   to ws-motivo-rej
                 perform 2950-gravar-rejeitada
                 exit section
            end-if
            compute ws-valor-lancamento = function numval(ws-imp-valor)
            if   ws-valor-lancamento = zeros
                 add 1                                to ws-total-rejeitadas
                 move "VALOR-INVAL"                   to ws-motivo-rej
                 perform 2950-gravar-rejeitada
                 exit section
            end-if

            perform 2200-verificar-duplicado
            if   ws-lancamento-duplicado
                 add 1                                to ws-total-rejeitadas
                 move "DUPLICADO"                     to ws-motivo-rej
                 perform 2950-gravar-rejeitada
                 exit section
            end-if

            perform 2250-obter-proxima-sequencia
            initialize                                reg-extrato-banco
            move ws-imp-data                          to ebc-data
            move ws-proxima-sequencia-extrato          to ebc-sequencia
            move ws-imp-tipo                          to ebc-tipo
            move ws-valor-lancamento                  to ebc-valor
            move ws-imp-documento                     to ebc-documento
            move ws-imp-historico                     to ebc-historico
            set  ebc-pendente                         to true
            set  ebc-sem-origem                       to true
            move zeros                               to ebc-qtd-lancamentos
            move function current-date (1:8)          to ebc-data-importacao
            move zeros                               to ebc-data-conciliacao
            move spaces                              to ebc-operador-conciliacao

            move "N"                                 to ws-ind-casou
            if   ebc-credito
                 perform 2300-casar-recebimento
            else
                 perform 2400-casar-pagamento
            end-if

            write reg-extrato-banco
                invalid key
                     add 1                           to ws-total-rejeitadas
                     move "ERRO-GRAV"                 to ws-motivo-rej
                     perform 2950-gravar-rejeitada
                     exit section
            end-write
            add 1                                    to ws-total-importadas

            if   ws-lancamento-casou
                 add 1                                to ws-total-conciliadas
                 if   ebc-credito
                      perform 2350-marcar-recebimentos
                 else
                      perform 2450-marcar-pagamento
                 end-if
            else
                 add 1                                to ws-total-pendentes
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-verificar-duplicado: lançamento do mesmo dia com o mesmo
      *>   tipo, valor e documento já importado (recarga do arquivo).
      *>   Sem documento não há como distinguir - tarifas repetidas no
      *>   dia são legítimas - e a linha entra.
       2200-verificar-duplicado section.
       2200.
            move "N"                                 to ws-ind-duplicado
            if   ws-imp-documento = spaces
                 exit section
            end-if
            move "N"                                 to ws-ind-varredura
            move ws-imp-data                          to ebc-data
            move zeros                               to ebc-sequencia
            start extrato-banco-arq key is greater than or equal ebc-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-lancamento-duplicado
                read extrato-banco-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   ebc-data not = ws-imp-data
                              set ws-varredura-eof     to true
                         else
                              if   ebc-tipo = ws-imp-tipo
                              and  ebc-valor = ws-valor-lancamento
                              and  ebc-documento = ws-imp-documento
                                   move "S"            to ws-ind-duplicado
                              end-if
                         end-if
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2250-obter-proxima-sequencia: maior ebc-sequencia já gravada
      *>   no dia (mesma técnica START/READ PREVIOUS de
      *>   2155-obter-proxima-sequencia-pgt em Receber.cbl).
       2250-obter-proxima-sequencia section.
       2250.
            move zeros                               to ws-proxima-sequencia-extrato
            move ws-imp-data                          to ebc-data
            move 99999                                to ebc-sequencia
            start extrato-banco-arq key is less than or equal ebc-chave
                invalid key
                     continue
                not invalid key
                     read extrato-banco-arq previous record
                         at end
                              continue
                         not at end
                              if   ebc-data = ws-imp-data
                                   move ebc-sequencia  to ws-proxima-sequencia-extrato
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-extrato
            .

       2250-exit.
            exit.

      *>===================================================================================
      *>   2300-casar-recebimento: procura, entre os recebimentos ainda
      *>   não conciliados em Pix, transferência ou banco na data do
      *>   crédito, uma linha com o mesmo valor - ou, não havendo, as
      *>   linhas de uma mesma parcela no dia cuja soma dá o valor (o
      *>   principal e os juros/multa entram juntos na conta).
       2300-casar-recebimento section.
       2300.
            move zeros                               to ws-grp-cd-pedido
            move zeros                               to ws-grp-parcela
            move zeros                               to ws-grp-valor
            move zeros                               to ws-grp-qtd
            move "N"                                 to ws-ind-varredura
            move low-values                          to pgt-chave
            start rec-pagamento-arq key is greater than or equal pgt-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-lancamento-casou
                read rec-pagamento-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   pgt-cd-pedido not = ws-grp-cd-pedido
                         or   pgt-parcela not = ws-grp-parcela
                              perform 2320-avaliar-grupo
                              if   not ws-lancamento-casou
                                   move pgt-cd-pedido  to ws-grp-cd-pedido
                                   move pgt-parcela    to ws-grp-parcela
                                   move zeros          to ws-grp-valor
                                   move zeros          to ws-grp-qtd
                              end-if
                         end-if
                         if   not ws-lancamento-casou
                         and  pgt-data = ebc-data
                         and  pgt-extrato-chave = zeros
                         and  (pgt-forma-pix or pgt-forma-transferencia
                                             or pgt-forma-banco)
                              if   pgt-valor = ebc-valor
                                   move pgt-cd-pedido  to ws-grp-cd-pedido
                                   move pgt-parcela    to ws-grp-parcela
                                   move pgt-valor      to ws-grp-valor
                                   move 1              to ws-grp-qtd
                                   move pgt-sequencia  to ws-grp-sequencia(1)
                                   move "S"            to ws-ind-casou
                              else
                                   if   ws-grp-qtd < 20
                                        add 1          to ws-grp-qtd
                                        add pgt-valor  to ws-grp-valor
                                        move pgt-sequencia
                                                       to ws-grp-sequencia(ws-grp-qtd)
                                   end-if
                              end-if
                         end-if
                end-read
            end-perform
            if   not ws-lancamento-casou
                 perform 2320-avaliar-grupo
            end-if

            if   ws-lancamento-casou
                 set  ebc-conciliado-automatico        to true
                 set  ebc-origem-receber               to true
                 move ws-grp-cd-pedido                 to ebc-ref-cd-pedido
                 move ws-grp-parcela                   to ebc-ref-parcela
                 move ws-grp-sequencia(1)              to ebc-ref-sequencia
                 move ws-grp-qtd                       to ebc-qtd-lancamentos
                 move function current-date (1:8)      to ebc-data-conciliacao
                 move "AUTOMATICO"                     to ebc-operador-conciliacao
            end-if
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2320-avaliar-grupo: o grupo de mais de uma linha da parcela
      *>   casa quando a soma bate com o crédito.
       2320-avaliar-grupo section.
       2320.
            if   ws-grp-qtd > 1
            and  ws-grp-valor = ebc-valor
                 move "S"                             to ws-ind-casou
            end-if
            .

       2320-exit.
            exit.

      *>===================================================================================
      *>   2350-marcar-recebimentos: carimba a chave do lançamento nas
      *>   linhas de recebimento casadas.
       2350-marcar-recebimentos section.
       2350.
            perform varying ws-grp-idx from 1 by 1
                    until ws-grp-idx > ws-grp-qtd
                move ws-grp-cd-pedido                to pgt-cd-pedido
                move ws-grp-parcela                  to pgt-parcela
                move ws-grp-sequencia(ws-grp-idx)    to pgt-sequencia
                read rec-pagamento-arq
                    key is pgt-chave
                    invalid key
                         continue
                    not invalid key
                         move ebc-chave               to pgt-extrato-chave
                         rewrite reg-rec-pagamento
                             invalid key
                                  continue
                         end-rewrite
                end-read
            end-perform
            .

       2350-exit.
            exit.

      *>===================================================================================
      *>   2400-casar-pagamento: primeira parcela de contas a pagar
      *>   baixada na data do débito, pelo mesmo valor e ainda não
      *>   conciliada.
       2400-casar-pagamento section.
       2400.
            move "N"                                 to ws-ind-varredura
            move low-values                          to pag-chave
            start pagar-arq key is greater than or equal pag-chave
                invalid key
                     set ws-varredura-eof             to true
            end-start
            perform until ws-varredura-eof
                    or ws-lancamento-casou
                read pagar-arq next record
                    at end
                         set ws-varredura-eof          to true
                    not at end
                         if   pag-baixada
                         and  pag-data-baixa = ebc-data
                         and  pag-valor = ebc-valor
                         and  pag-extrato-chave = zeros
                              move "S"                 to ws-ind-casou
                         end-if
                end-read
            end-perform

            if   ws-lancamento-casou
                 set  ebc-conciliado-automatico        to true
                 set  ebc-origem-pagar                 to true
                 move pag-cd-pedido-compra             to ebc-ref-cd-pedido-compra
                 move pag-parcela                      to ebc-ref-parcela-pagar
                 move 1                                to ebc-qtd-lancamentos
                 move function current-date (1:8)      to ebc-data-conciliacao
                 move "AUTOMATICO"                     to ebc-operador-conciliacao
            end-if
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2450-marcar-pagamento: carimba a chave do lançamento na
      *>   parcela de contas a pagar casada.
       2450-marcar-pagamento section.
       2450.
            move ebc-ref-cd-pedido-compra            to pag-cd-pedido-compra
            move ebc-ref-parcela-pagar               to pag-parcela
            read pagar-arq
                key is pag-chave
                invalid key
                     exit section
            end-read
            move ebc-chave                           to pag-extrato-chave
            rewrite reg-pagar
                invalid key
                     continue
            end-rewrite
            .

       2450-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            move ws-total-importadas                 to ws-total-carregadas-resumo
            move ws-total-rejeitadas                 to ws-total-rejeitadas-resumo
            perform 3100-encerrar-carga
            display "Linhas lidas.......: " ws-total-lidas
            display "Lancamentos gravad.: " ws-total-importadas
            display "Conciliados (auto).: " ws-total-conciliadas
            display "Pendentes..........: " ws-total-pendentes
            display "Linhas rejeitadas..: " ws-total-rejeitadas
            display "Linhas puladas.....: " ws-total-puladas
            close importa-arq
            close extrato-banco-arq
            close rec-pagamento-arq
            close pagar-arq
            close rejeita-arq
            close carga-controle-arq
            .

       3000-exit.
            exit.

      *>===================================================================================
      *>   1500-preparar-checkpoint: lê (ou cria) o checkpoint da carga.
      *>   Carga anterior interrompida (Em andamento) retoma depois da
      *>   última linha efetivada; carga concluída recomeça do zero.
       1500-preparar-checkpoint section.
       1500.
            move "EXTRATO"                           to cct-carga
            move zeros                               to cct-sequencia
            read carga-controle-arq
                key is cct-chave
                invalid key
                     move "EXTRATO"                  to cct-carga
                     move zeros                      to cct-sequencia
                     set  cct-em-andamento           to true
                     move zeros                      to cct-ultima-linha
                     move function current-date (1:14) to cct-data-hora
                     move zeros                      to cct-qtd-lidas
                     move zeros                      to cct-qtd-carregadas
                     move zeros                      to cct-qtd-rejeitadas
                     move zeros                      to cct-qtd-puladas
                     write reg-carga-controle
                         invalid key
                              continue
                     end-write
                not invalid key
                     if   cct-em-andamento
                          move cct-ultima-linha       to ws-linha-checkpoint
                          display "Carga interrompida detectada - retomando apos a linha "
                                  ws-linha-checkpoint
                     else
                          move zeros                  to ws-linha-checkpoint
                          set  cct-em-andamento       to true
                          move zeros                  to cct-ultima-linha
                          move function current-date (1:14) to cct-data-hora
                          rewrite reg-carga-controle
                              invalid key
                                   continue
                          end-rewrite
                     end-if
            end-read
            .

       1500-exit.
            exit.

      *>===================================================================================
      *>   2150-atualizar-checkpoint: efetiva a linha corrente no
      *>   checkpoint - um reinício recomeça exatamente daqui.
       2150-atualizar-checkpoint section.
       2150.
            move "EXTRATO"                           to cct-carga
            move zeros                               to cct-sequencia
            read carga-controle-arq
                key is cct-chave
                invalid key
                     exit section
            end-read
            move ws-linha-absoluta                   to cct-ultima-linha
            rewrite reg-carga-controle
                invalid key
                     continue
            end-rewrite
            .

       2150-exit.
            exit.

      *>===================================================================================
      *>   2950-gravar-rejeitada: linha original no arquivo de rejeitados
      *>   com o código do motivo anexado, para a correção e a recarga.
       2950-gravar-rejeitada section.
       2950.
            move spaces                              to ws-linha-rejeitada
            string function trim(reg-importa)
                   ";MOTIVO=" function trim(ws-motivo-rej)
                   delimited by size into ws-linha-rejeitada
            write reg-rejeita                        from ws-linha-rejeitada
            .

       2950-exit.
            exit.

      *>===================================================================================
      *>   3100-encerrar-carga: marca o checkpoint como Concluída e grava
      *>   o resumo da execução na próxima sequência da carga (mesma
      *>   técnica START/READ PREVIOUS das sequências-filho).
       3100-encerrar-carga section.
       3100.
            move "EXTRATO"                           to cct-carga
            move zeros                               to cct-sequencia
            read carga-controle-arq
                key is cct-chave
                invalid key
                     continue
                not invalid key
                     set  cct-concluida               to true
                     move ws-linha-absoluta            to cct-ultima-linha
                     move function current-date (1:14)  to cct-data-hora
                     rewrite reg-carga-controle
                         invalid key
                              continue
                     end-rewrite
            end-read

            move zeros                               to ws-proxima-sequencia-carga
            move "EXTRATO"                           to cct-carga
            move 99999                                to cct-sequencia
            start carga-controle-arq key is less than or equal cct-chave
                invalid key
                     continue
                not invalid key
                     read carga-controle-arq previous record
                         at end
                              continue
                         not at end
                              if   cct-carga = "EXTRATO"
                                   move cct-sequencia  to ws-proxima-sequencia-carga
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-carga

            move "EXTRATO"                           to cct-carga
            move ws-proxima-sequencia-carga            to cct-sequencia
            set  cct-concluida                        to true
            move ws-linha-absoluta                    to cct-ultima-linha
            move function current-date (1:14)          to cct-data-hora
            move ws-total-lidas                       to cct-qtd-lidas
            move ws-total-carregadas-resumo            to cct-qtd-carregadas
            move ws-total-rejeitadas-resumo            to cct-qtd-rejeitadas
            move ws-total-puladas                     to cct-qtd-puladas
            write reg-carga-controle
                invalid key
                     continue
            end-write
            .

       3100-exit.
            exit.
