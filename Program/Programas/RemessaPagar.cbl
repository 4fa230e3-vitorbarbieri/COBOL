      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RemessaPagar.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                  RemessaPagar
      *>            --------------------------------------------------------
      *>
      *>   Geração da remessa de pagamento a fornecedores (mesmo molde de
      *>   RemessaBanco.cbl, no sentido do contas a pagar): seleciona as
      *>   parcelas em aberto de PAGAR.DAT aprovadas pelo supervisor em
      *>   Pagar.cbl, ainda não enviadas ao banco e com vencimento no
      *>   intervalo da linha de comando (aaaammdd aaaammdd; sem a data
      *>   final vale só o dia inicial, sem nada vale o dia corrente), e
      *>   grava REMESSA-PAGAR.TXT no layout posicional do banco (registro
      *>   0 de header, 1 por parcela, 9 de trailer). O detalhe leva a
      *>   forma de pagamento do fornecedor: crédito em conta com banco,
      *>   agência e conta de FORNECEDOR.DAT, ou boleto com o código de
      *>   barras da parcela. A parcela enviada fica marcada com o número
      *>   da remessa (série REMPAGAR em PARAMETRO.DAT) até o retorno do
      *>   banco ser processado por RetornoPagar.cbl. Parcela aprovada
      *>   cujo fornecedor perdeu os dados bancários fica de fora e é
      *>   apontada no log. A remessa é de um estabelecimento só - o
      *>   terceiro parâmetro da linha de comando (código de EMPRESA.DAT;
      *>   vazio vale a matriz, que leva também as parcelas com código
      *>   zeros) - e o header traz a conta pagadora dele (banco, agência
      *>   e conta de EMPRESA.DAT); estabelecimento sem conta cadastrada
      *>   não gera remessa.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select pagar-arq assign          to "PAGAR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pag-chave
                  file status                is ws-status-pagar.
           select fornecedor-arq assign     to "FORNECEDOR.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is frn-cd-fornecedor
                  file status                is ws-status-fornecedor.
           select empresa-arq assign        to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-empresa.
           select remessa-arq assign        to "REMESSA-PAGAR.TXT"
                  organization               is line sequential
                  file status                is ws-status-remessa.

      *>===================================================================================
       data division.
       file section.
       fd  pagar-arq.
       copy "PAGAR.CPY".

       fd  fornecedor-arq.
       copy "FORN.CPY".

       fd  empresa-arq.
       copy "EMPRESA.CPY".

       fd  remessa-arq.
       01  reg-remessa                              pic x(150).

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-pagar                       pic x(02)       value "00".
              88 ws-pagar-ok                                        value "00".
              88 ws-pagar-nao-encontrado                            value "23" "35".
           03 ws-status-fornecedor                   pic x(02)       value "00".
              88 ws-fornecedor-ok                                   value "00".
              88 ws-fornecedor-nao-encontrado                       value "23" "35".
           03 ws-status-empresa                     pic x(02)       value "00".
              88 ws-empresa-ok                                      value "00".
              88 ws-empresa-nao-encontrado                          value "23" "35".
           03 ws-status-remessa                     pic x(02)       value "00".
              88 ws-remessa-ok                                      value "00".

      *>   Intervalo de vencimentos e estabelecimento pagador, aceitos na
      *>   linha de comando.
       01  ws-parametro-linha                        pic x(40)       value spaces.
       01  ws-parametro-data-ini                     pic x(08)       value spaces.
       01  ws-parametro-data-fim                     pic x(08)       value spaces.
       01  ws-parametro-empresa                      pic x(08)       value spaces.
       01  ws-data-ini                               pic 9(08)       value zeros.
       01  ws-data-fim                               pic 9(08)       value zeros.
       01  ws-cd-empresa-remessa                     pic 9(01)       value 1.
       01  ws-cd-empresa-parcela                     pic 9(01)       value zeros.
       01  ws-ind-conta-pagadora                     pic x(01)       value "N".
          88 ws-tem-conta-pagadora                                  value "S".

       01  ws-ind-fim-pagar                          pic x(01)       value "N".
          88 ws-pagar-eof                                           value "S".

      *>   Layout posicional dos registros da remessa de pagamento:
      *>   header (tipo 0), detalhe (tipo 1, um por parcela) e trailer
      *>   (tipo 9).
       01  ws-remessa-header.
           03 ws-hdr-tipo                           pic x(01)       value "0".
           03 ws-hdr-literal                        pic x(08)       value "REMPAGAR".
           03 ws-hdr-data-geracao                    pic 9(08)       value zeros.
           03 ws-hdr-sequencial                     pic 9(07)       value zeros.
      *>   Estabelecimento pagador e a conta de débito (EMPRESA.DAT).
           03 ws-hdr-cd-empresa                     pic 9(01)       value zeros.
           03 ws-hdr-cnpj                           pic 9(14)       value zeros.
           03 ws-hdr-banco                          pic 9(03)       value zeros.
           03 ws-hdr-agencia                        pic 9(05)       value zeros.
           03 ws-hdr-agencia-dv                      pic x(01)       value spaces.
           03 ws-hdr-conta-corrente                  pic 9(12)       value zeros.
           03 ws-hdr-conta-dv                        pic x(01)       value spaces.
           03 filler                                pic x(89)       value spaces.

       01  ws-remessa-detalhe.
           03 ws-det-tipo                           pic x(01)       value "1".
           03 ws-det-cd-pedido-compra                pic 9(07)       value zeros.
           03 ws-det-parcela                        pic 9(02)       value zeros.
           03 ws-det-forma-pagamento                 pic x(01)       value spaces.
           03 ws-det-cnpj                           pic 9(14)       value zeros.
           03 ws-det-razao-social                    pic x(30)       value spaces.
           03 ws-det-banco                          pic 9(03)       value zeros.
           03 ws-det-agencia                        pic 9(05)       value zeros.
           03 ws-det-agencia-dv                      pic x(01)       value spaces.
           03 ws-det-conta-corrente                  pic 9(12)       value zeros.
           03 ws-det-conta-dv                        pic x(01)       value spaces.
           03 ws-det-codigo-barras                   pic x(48)       value spaces.
           03 ws-det-data-vencimento                 pic 9(08)       value zeros.
           03 ws-det-valor                          pic 9(11)v9(02) value zeros.
           03 filler                                pic x(04)       value spaces.

       01  ws-remessa-trailer.
           03 ws-trl-tipo                           pic x(01)       value "9".
           03 ws-trl-qtd-pagamentos                  pic 9(06)       value zeros.
           03 ws-trl-valor-total                     pic 9(13)v9(02) value zeros.
           03 filler                                pic x(128)      value spaces.

       01  ws-totais-remessa.
           03 ws-total-parcelas                     pic 9(06)       value zeros.
           03 ws-total-valor                        pic 9(13)v9(02) value zeros.
           03 ws-total-pendentes                    pic 9(06)       value zeros.

      *>   Atribuição do número sequencial da remessa via PARAMETRO.DAT
      *>   (CALL para ProximoNumero, mesmo padrão de RemessaBanco.cbl).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

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
            unstring ws-parametro-linha delimited by all spaces
                into ws-parametro-data-ini
                     ws-parametro-data-fim
                     ws-parametro-empresa
            end-unstring
            if   ws-parametro-data-ini is numeric
            and  ws-parametro-data-ini not = zeros
                 move ws-parametro-data-ini           to ws-data-ini
            else
                 move function current-date (1:8)      to ws-data-ini
            end-if
            if   ws-parametro-data-fim is numeric
            and  ws-parametro-data-fim >= ws-parametro-data-ini
                 move ws-parametro-data-fim           to ws-data-fim
            else
                 move ws-data-ini                     to ws-data-fim
            end-if
            if   ws-parametro-empresa (1:1) is numeric
            and  ws-parametro-empresa (1:1) not = "0"
            and  ws-parametro-empresa (2:) = spaces
                 move ws-parametro-empresa (1:1)       to ws-cd-empresa-remessa
            end-if

            open i-o pagar-arq
            if   ws-pagar-nao-encontrado
                 open output pagar-arq
                 close pagar-arq
                 open i-o pagar-arq
            end-if
            open input fornecedor-arq
            if   ws-fornecedor-nao-encontrado
                 open output fornecedor-arq
                 close fornecedor-arq
                 open input fornecedor-arq
            end-if
            open input empresa-arq
            if   ws-empresa-nao-encontrado
                 open output empresa-arq
                 close empresa-arq
                 open input empresa-arq
            end-if
            open output remessa-arq
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 2050-obter-conta-pagadora
            if   not ws-tem-conta-pagadora
                 display "ERRO    estabelecimento " ws-cd-empresa-remessa
                         " sem conta bancaria em EMPRESA.DAT - remessa nao gerada"
                 move 8                               to return-code
                 exit section
            end-if
            perform 2100-gravar-header
            perform 2200-gravar-detalhes
            perform 2300-gravar-trailer
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2050-obter-conta-pagadora: banco, agência e conta do
      *>   estabelecimento da remessa para o header.
       2050-obter-conta-pagadora section.
       2050.
            move "N"                                 to ws-ind-conta-pagadora
            move ws-cd-empresa-remessa               to emp-cd-empresa
            read empresa-arq
                key is emp-cd-empresa
                invalid key
                     exit section
            end-read
            if   emp-banco = zeros
            or   emp-conta-corrente = zeros
                 exit section
            end-if
            move ws-cd-empresa-remessa               to ws-hdr-cd-empresa
            move emp-cnpj                           to ws-hdr-cnpj
            move emp-banco                          to ws-hdr-banco
            move emp-agencia                        to ws-hdr-agencia
            move emp-agencia-dv                      to ws-hdr-agencia-dv
            move emp-conta-corrente                  to ws-hdr-conta-corrente
            move emp-conta-dv                        to ws-hdr-conta-dv
            set  ws-tem-conta-pagadora               to true
            .

       2050-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-header: registro tipo 0 com a data de geração, o
      *>   número sequencial da remessa (série REMPAGAR de PARAMETRO.DAT)
      *>   e a conta pagadora do estabelecimento (2050).
       2100-gravar-header section.
       2100.
            move "REMPAGAR"                          to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-hdr-sequencial

            move function current-date (1:8)          to ws-hdr-data-geracao
            write reg-remessa                        from ws-remessa-header
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-gravar-detalhes: varredura sequencial de PAGAR.DAT (mesma
      *>   técnica de 2200-gravar-detalhes em RemessaBanco.cbl), só as
      *>   parcelas do estabelecimento da remessa (zeros vale a matriz).
       2200-gravar-detalhes section.
       2200.
            move low-values                          to pag-chave
            start pagar-arq key is greater than or equal pag-chave
                invalid key
                     set ws-pagar-eof                to true
            end-start

            perform until ws-pagar-eof
                read pagar-arq next record
                    at end
                         set ws-pagar-eof             to true
                    not at end
                         if   pag-cd-empresa = zeros
                              move 1                   to ws-cd-empresa-parcela
                         else
                              move pag-cd-empresa      to ws-cd-empresa-parcela
                         end-if
                         if   ws-cd-empresa-parcela = ws-cd-empresa-remessa
                         and  pag-aberta
                         and  pag-aprovada
                         and  not pag-em-remessa
                         and  pag-data-vencimento >= ws-data-ini
                         and  pag-data-vencimento <= ws-data-fim
                              perform 2210-gravar-parcela
                         end-if
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2210-gravar-parcela: monta o detalhe com os dados de pagamento
      *>   do fornecedor e marca a parcela como enviada nesta remessa.
       2210-gravar-parcela section.
       2210.
            move pag-cd-fornecedor                  to frn-cd-fornecedor
            read fornecedor-arq
                key is frn-cd-fornecedor
                invalid key
                     add 1                           to ws-total-pendentes
                     display "PENDENTE parcela " pag-cd-pedido-compra "/" pag-parcela
                             " - fornecedor " pag-cd-fornecedor " nao cadastrado"
                     exit section
            end-read

            move pag-cd-pedido-compra                to ws-det-cd-pedido-compra
            move pag-parcela                        to ws-det-parcela
            move frn-forma-pagamento                 to ws-det-forma-pagamento
            move frn-cnpj                           to ws-det-cnpj
            move frn-razao-social                    to ws-det-razao-social
            move pag-data-vencimento                 to ws-det-data-vencimento
            move pag-valor                          to ws-det-valor
            move zeros                              to ws-det-banco
            move zeros                              to ws-det-agencia
            move spaces                             to ws-det-agencia-dv
            move zeros                              to ws-det-conta-corrente
            move spaces                             to ws-det-conta-dv
            move spaces                             to ws-det-codigo-barras

            evaluate true
                when frn-paga-credito-conta
                 and frn-banco not = zeros
                 and frn-conta-corrente not = zeros
                     move frn-banco                   to ws-det-banco
                     move frn-agencia                 to ws-det-agencia
                     move frn-agencia-dv               to ws-det-agencia-dv
                     move frn-conta-corrente           to ws-det-conta-corrente
                     move frn-conta-dv                 to ws-det-conta-dv
                when frn-paga-boleto
                 and pag-codigo-barras not = spaces
                     move pag-codigo-barras            to ws-det-codigo-barras
                when other
                     add 1                           to ws-total-pendentes
                     display "PENDENTE parcela " pag-cd-pedido-compra "/" pag-parcela
                             " - fornecedor " pag-cd-fornecedor
                             " sem conta ou codigo de barras para o banco"
                     exit section
            end-evaluate

            write reg-remessa                        from ws-remessa-detalhe

            set  pag-em-remessa                      to true
            move ws-hdr-sequencial                   to pag-remessa-numero
            move spaces                              to pag-remessa-ocorrencia
            rewrite reg-pagar
                invalid key
                     display "ERRO    parcela " pag-cd-pedido-compra "/" pag-parcela
                             " enviada mas nao marcada em PAGAR.DAT"
            end-rewrite
            add 1                                    to ws-total-parcelas
            add ws-det-valor                         to ws-total-valor
            .

       2210-exit.
            exit.

      *>===================================================================================
       2300-gravar-trailer section.
       2300.
            move ws-total-parcelas                   to ws-trl-qtd-pagamentos
            move ws-total-valor                      to ws-trl-valor-total
            write reg-remessa                        from ws-remessa-trailer
            .

       2300-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Remessa gerada......: " ws-hdr-sequencial
            display "Estabelecimento.....: " ws-cd-empresa-remessa
            display "Vencimentos.........: " ws-data-ini " a " ws-data-fim
            display "Parcelas na remessa.: " ws-total-parcelas
            display "Valor total.........: " ws-total-valor
            display "Aprovadas pendentes.: " ws-total-pendentes
            close pagar-arq
            close fornecedor-arq
            close empresa-arq
            close remessa-arq
            .

       3000-exit.
            exit.
