      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. GeraDespesas.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                  GeraDespesas
      *>            --------------------------------------------------------
      *>
      *>   Geração das despesas fixas do mês (mesmo molde em lote de
      *>   PurgaSessao.cbl), passo da cadeia noturna: cada modelo ativo
      *>   de DESPESA-FIXA.DAT ainda não gerado para a competência
      *>   (aaaamm na linha de comando; vazio assume o mês corrente) vira
      *>   uma parcela em aberto de PAGAR.DAT, origem "F", com número da
      *>   série PEDCOMPRA (mesma de Pagar.cbl e PedidoCompra.cbl;
      *>   PEDCOMP-Fn para o modelo de filial), o estabelecimento do
      *>   modelo, conta do plano, centro de custo e o vencimento no dia
      *>   do modelo
      *>   (limitado ao fim do mês e empurrado para o dia útil). O mês
      *>   gerado é carimbado em dfx-ultima-competencia, então a cadeia
      *>   pode rodar todo dia sem duplicar. Uma competência anterior à
      *>   já gerada não é refeita.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select despesa-fixa-arq assign   to "DESPESA-FIXA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dfx-cd-despesa-fixa
                  file status                is ws-status-despesa-fixa.
           select pagar-arq assign          to "PAGAR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pag-chave
                  file status                is ws-status-pagar.
           select pedido-compra-arq assign  to "PEDIDO-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pdc-cd-pedido-compra
                  file status                is ws-status-pedido-compra.

      *>===================================================================================
       data division.
       file section.
       fd  despesa-fixa-arq.
       copy "DESPFIXA.CPY".
       fd  pagar-arq.
       copy "PAGAR.CPY".
       fd  pedido-compra-arq.
       copy "PEDCOMP.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-despesa-fixa                 pic x(02)       value "00".
              88 ws-despesa-fixa-ok                                 value "00".
              88 ws-despesa-fixa-nao-encontrado                     value "23" "35".
           03 ws-status-pagar                       pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".
           03 ws-status-pedido-compra                pic x(02)       value "00".
              88 ws-pedido-compra-ok                                value "00".
              88 ws-pedido-compra-nao-encontrado                    value "23" "35".

      *>   Competência a gerar, aceita na linha de comando (aaaamm); em
      *>   branco assume o mês corrente (mesma técnica de
      *>   ExportaContabil.cbl).
       01  ws-parametro-linha                        pic x(20)       value spaces.
       01  ws-competencia                            pic 9(06)       value zeros.

       01  ws-ind-fim-despesa                        pic x(01)       value "N".
          88 ws-despesa-eof                                         value "S".

       01  ws-cd-despesa                             pic 9(07)       value zeros.
       01  ws-vencimento                             pic 9(08)       value zeros.

       01  ws-totais-geracao.
           03 ws-total-lidas                        pic 9(05)       value zeros.
           03 ws-total-geradas                       pic 9(05)       value zeros.
           03 ws-total-ja-geradas                    pic 9(05)       value zeros.
           03 ws-total-inativas                      pic 9(05)       value zeros.
           03 ws-total-erros                         pic 9(05)       value zeros.
           03 ws-valor-gerado                        pic 9(13)v9(02) value zeros.

      *>   Atribuição do número da despesa via PARAMETRO.DAT (CALL para
      *>   ProximoNumero, série PEDCOMPRA ou PEDCOMP-Fn como em Pagar.cbl).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>   Parâmetros do utilitário de datas DataUtil (CALL, mesmo padrão
      *>   de Pagar.cbl).
       01  ws-parametros-data-util.
           03 ws-du-data-ano                         pic 9(04)       value zeros.
           03 ws-du-data-mes                         pic 9(02)       value zeros.
           03 ws-du-data-dia                         pic 9(02)       value zeros.
           03 ws-du-ultimo-dia-mes                    pic 9(02)       value zeros.
           03 ws-du-bissexto                         pic x(01)       value spaces.
           03 ws-du-nome-mes                         pic x(09)       value spaces.
           03 ws-du-nome-dia-semana                   pic x(15)       value spaces.
           03 ws-du-dia-util                         pic x(01)       value spaces.
              88 ws-du-data-eh-util                                  value "S".
           03 ws-du-proximo-dia-util                  pic 9(08)       value zeros.
           03 ws-du-dia-util-anterior                 pic 9(08)       value zeros.
           03 ws-du-mensagem-erro                     pic x(40)       value spaces.

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
            accept ws-parametro-linha               from command-line
            if   ws-parametro-linha (1:6) is numeric
            and  ws-parametro-linha (1:6) not = zeros
                 move ws-parametro-linha (1:6)        to ws-competencia
            else
                 move function current-date (1:6)      to ws-competencia
            end-if

            open i-o despesa-fixa-arq
            if   ws-despesa-fixa-nao-encontrado
                 open output despesa-fixa-arq
                 close despesa-fixa-arq
                 open i-o despesa-fixa-arq
            end-if
            open i-o pagar-arq
            if   ws-pagar-nao-encontrado
                 open output pagar-arq
                 close pagar-arq
                 open i-o pagar-arq
            end-if
            open input pedido-compra-arq
            if   ws-pedido-compra-nao-encontrado
                 open output pedido-compra-arq
                 close pedido-compra-arq
                 open input pedido-compra-arq
            end-if
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            move low-values                          to dfx-cd-despesa-fixa
            start despesa-fixa-arq key is greater than or equal dfx-cd-despesa-fixa
                invalid key
                     set ws-despesa-eof              to true
            end-start

            perform until ws-despesa-eof
                read despesa-fixa-arq next record
                    at end
                         set ws-despesa-eof           to true
                    not at end
                         add 1                        to ws-total-lidas
                         evaluate true
                             when not dfx-ativa
                                  add 1               to ws-total-inativas
                             when dfx-ultima-competencia >= ws-competencia
                                  add 1               to ws-total-ja-geradas
                             when other
                                  perform 2100-gerar-parcela
                         end-evaluate
                end-read
            end-perform
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2100-gerar-parcela: uma parcela de PAGAR.DAT para o modelo
      *>   corrente na competência, e o carimbo do mês no modelo.
       2100-gerar-parcela section.
       2100.
            perform 2110-calcular-vencimento
            perform 2120-obter-numero-despesa

            move ws-cd-despesa                       to pag-cd-pedido-compra
            move 1                                   to pag-parcela
            move dfx-cd-fornecedor                   to pag-cd-fornecedor
            move dfx-valor                           to pag-valor
            move ws-vencimento                       to pag-data-vencimento
            set  pag-aberta                          to true
            move zeros                               to pag-data-baixa
            move spaces                              to pag-operador-baixa
            move function current-date (1:8)          to pag-data-inclusao
            move "SISTEMA"                           to pag-operador-inclusao
            move zeros                               to pag-extrato-chave
            set  pag-origem-despesa-fixa             to true
            move dfx-cd-conta                        to pag-cd-conta
            move dfx-cd-centro-custo                 to pag-cd-centro-custo
            move dfx-historico                       to pag-historico
            move ws-competencia                      to pag-competencia
            move dfx-cd-despesa-fixa                 to pag-cd-despesa-fixa
            move "N"                                 to pag-aprovacao
            move zeros                               to pag-data-aprovacao
            move spaces                              to pag-operador-aprovacao
            move spaces                              to pag-codigo-barras
            set  pag-fora-remessa                    to true
            move zeros                               to pag-remessa-numero
            move spaces                              to pag-remessa-ocorrencia
            move zeros                               to pag-valor-abatido
            move zeros                               to pag-cd-nota-debito
            move dfx-cd-empresa                      to pag-cd-empresa
            write reg-pagar
                invalid key
                     add 1                           to ws-total-erros
                     display "ERRO    despesa fixa " dfx-cd-despesa-fixa
                             " - parcela " ws-cd-despesa " nao gravada"
                     exit section
            end-write

            move ws-competencia                      to dfx-ultima-competencia
            rewrite reg-despesa-fixa
                invalid key
                     continue
            end-rewrite
            add 1                                    to ws-total-geradas
            add dfx-valor                            to ws-valor-gerado
            display "GERADA  despesa fixa " dfx-cd-despesa-fixa
                    " -> " ws-cd-despesa " venc " ws-vencimento
                    " " dfx-historico
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2110-calcular-vencimento: dia do modelo na competência,
      *>   limitado ao último dia do mês e empurrado para o próximo dia
      *>   útil (mesma conta de 2310-calcular-vencimento em Pagar.cbl).
       2110-calcular-vencimento section.
       2110.
            move ws-competencia (1:4)                 to ws-du-data-ano
            move ws-competencia (5:2)                 to ws-du-data-mes
            move 01                                  to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            move ws-competencia                      to ws-vencimento (1:6)
            if   dfx-dia-vencimento > ws-du-ultimo-dia-mes
                 move ws-du-ultimo-dia-mes            to ws-vencimento (7:2)
            else
                 move dfx-dia-vencimento              to ws-vencimento (7:2)
            end-if

            move ws-vencimento (1:4)                  to ws-du-data-ano
            move ws-vencimento (5:2)                  to ws-du-data-mes
            move ws-vencimento (7:2)                  to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            if   not ws-du-data-eh-util
            and  ws-du-proximo-dia-util not = zeros
                 move ws-du-proximo-dia-util           to ws-vencimento
            end-if
            .

       2110-exit.
            exit.

      *>===================================================================================
      *>   2120-obter-numero-despesa: próximo número da série PEDCOMPRA
      *>   (mesma técnica de 2305-obter-numero-despesa em Pagar.cbl); o
      *>   modelo de filial usa a série PEDCOMP-Fn dela.
       2120-obter-numero-despesa section.
       2120.
            move high-values                        to pdc-cd-pedido-compra
            start pedido-compra-arq key is less than pdc-cd-pedido-compra
                invalid key
                     move zeros                      to pdc-cd-pedido-compra
                not invalid key
                     read pedido-compra-arq previous record
                         at end
                              move zeros              to pdc-cd-pedido-compra
                     end-read
            end-start
            add 1                                    to pdc-cd-pedido-compra

            move "PEDCOMPRA"                         to ws-seq-serie
            move pdc-cd-pedido-compra                 to ws-seq-numero-semente
            if   dfx-cd-empresa > 1
                 move spaces                          to ws-seq-serie
                 string "PEDCOMP-F" dfx-cd-empresa
                        delimited by size into ws-seq-serie
                 compute ws-seq-numero-semente =
                         dfx-cd-empresa * 1000000 + 1
            end-if
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-cd-despesa
            .

       2120-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Competencia gerada...: " ws-competencia
            display "Modelos lidos........: " ws-total-lidas
            display "Parcelas geradas.....: " ws-total-geradas
            display "Ja geradas no mes....: " ws-total-ja-geradas
            display "Modelos inativos.....: " ws-total-inativas
            display "Erros de gravacao....: " ws-total-erros
            display "Valor gerado.........: " ws-valor-gerado
            close despesa-fixa-arq
            close pagar-arq
            close pedido-compra-arq
            if   ws-total-erros > zeros
                 move 8                              to return-code
            end-if
            .

       3000-exit.
            exit.
