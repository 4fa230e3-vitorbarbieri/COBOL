      *>   pesquisa de parcelas por pedido ou cliente, baixa de pagamento
      *>   com data e operador, e relatório de aging das parcelas em aberto
      *>   agrupado por cliente (a vencer / 1-30 / 31-60 / acima de 60 dias
      *>   de atraso). A baixa em cheque registra o cheque na custódia
      *>   (CHEQUE.DAT) com banco, emitente e data "bom para" - ou soma a
      *>   parcela a um cheque já em custódia (cdCheque) - para o depósito
      *>   e a devolução em Cheque.cbl. Chamado pelo menu em
      *>   "2 - Movimentações".
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is par-serie
                  file status                is ws-status-parametro.
           select cheque-arq assign         to "CHEQUE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is chq-cd-cheque
                  file status                is ws-status-cheque.

      *>===================================================================================
       data division.
       copy "FECHMES.CPY".
       fd  parametro-arq.
       copy "PARAM.CPY".
       fd  cheque-arq.
       copy "CHEQUE.CPY".
       fd  csv-arq.
       01  reg-csv                                  pic x(200).

           03 ws-status-parametro                    pic x(02)       value "00".
              88 ws-parametro-ok                                    value "00".
              88 ws-parametro-nao-encontrado                        value "23" "35".
           03 ws-status-cheque                      pic x(02)       value "00".
              88 ws-cheque-ok                                       value "00".
              88 ws-cheque-nao-encontrado                           value "23" "35".
           03 ws-status-csv                         pic x(02)       value "00".
              88 ws-csv-ok                                          value "00".

           03 ws-form-forma-baixa                    pic x(01)       value "D".
      *>   Motivo da baixa por perda (obrigatório na opção 37).
           03 ws-form-motivo-perda                   pic x(40)       value spaces.
      *>   Dispensa dos encargos por atraso na baixa (supervisor, motivo
      *>   obrigatório).
           03 ws-form-dispensar-encargos              pic x(01)       value spaces.
           03 ws-form-motivo-dispensa                 pic x(40)       value spaces.
      *>   Baixa em cheque: dados do cheque novo, ou o número de um
      *>   cheque já em custódia do mesmo cliente que também paga esta
      *>   parcela.
           03 ws-form-cd-cheque                      pic 9(07)       value zeros.
           03 ws-form-cheque-banco                   pic 9(03)       value zeros.
           03 ws-form-cheque-agencia                 pic x(06)       value spaces.
           03 ws-form-cheque-conta                   pic x(12)       value spaces.
           03 ws-form-cheque-numero                  pic x(10)       value spaces.
           03 ws-form-cheque-emitente                pic x(40)       value spaces.
           03 ws-form-cheque-bom-para                 pic 9(08)       value zeros.

      *>   Baixa (2100): saldo devedor da parcela e gravação do histórico
      *>   de pagamentos em REC-PAGAMENTO.DAT.
       01  ws-saldo-devedor                          pic 9(09)v9(02) value zeros.
       01  ws-proxima-sequencia-pgt                   pic 9(05)       value zeros.

      *>   Custódia do cheque da baixa (2180/2185): linhas do histórico
      *>   gravadas pela baixa, da primeira à última sequência.
       01  ws-chq-sequencia-inicial                    pic 9(05)       value zeros.
       01  ws-chq-sequencia                           pic 9(05)       value zeros.
       01  ws-chq-valor-baixa                          pic 9(09)v9(02) value zeros.
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

      *>   Encargos por atraso da baixa (CALL para CalculaEncargos): juros
      *>   e multa sobre o principal pago, gravados em linhas próprias do
      *>   histórico (2160) - ou dispensados pelo supervisor.
       01  ws-parametros-calcula-encargos.
           03 ws-enc-data-vencimento                 pic 9(08)       value zeros.
           03 ws-enc-data-pagamento                  pic 9(08)       value zeros.
           03 ws-enc-valor-base                      pic 9(09)v9(02) value zeros.
           03 ws-enc-dias-atraso                     pic 9(05)       value zeros.
           03 ws-enc-valor-juros                     pic 9(09)v9(02) value zeros.
           03 ws-enc-valor-multa                     pic 9(09)v9(02) value zeros.
       01  ws-valor-encargos                          pic 9(09)v9(02) value zeros.
       01  ws-ind-encargos-dispensados                pic x(01)       value "N".
          88 ws-encargos-dispensados                                value "S".

      *>   Renegociação (2500): o saldo em aberto vira parcelas novas sob
      *>   o mesmo pedido, numeradas após a maior parcela já gravada, com
      *>   o elo de origem carimbado para auditoria.
       01  ws-reneg-parcela-idx                       pic 9(02)       value zeros.
       01  ws-reneg-cd-cliente                        pic 9(05)       value zeros.
       01  ws-reneg-cd-fatura                         pic 9(07)       value zeros.
       01  ws-reneg-cd-empresa                        pic 9(01)       value zeros.
       01  ws-reneg-cd-pedido-origem                   pic 9(07)       value zeros.
       01  ws-reneg-parcela-origem                     pic 9(02)       value zeros.
       01  ws-venc-data-hoje                          pic 9(08)       value zeros.
              05 ws-pgt-r-valor                       pic 9(09)v9(02).
              05 ws-pgt-r-data                        pic 9(08).
              05 ws-pgt-r-operador                    pic x(10).
              05 ws-pgt-r-tipo                        pic x(01).
       01  ws-pgt-qtd                                pic 9(03)       value zeros.
       01  ws-pgt-tab-idx                             pic 9(03)       value zeros.
       01  ws-ind-fim-pgt                             pic x(01)       value "N".
              05 ws-pesq-r-vencimento                 pic 9(08).
              05 ws-pesq-r-valor                      pic 9(09)v9(02).
              05 ws-pesq-r-situacao                   pic x(01).
      *>   Encargos que a parcela em aberto pagaria hoje sobre o saldo.
              05 ws-pesq-r-encargos                   pic 9(09)v9(02).
       01  ws-pesq-tab-idx                           pic 9(03)       value zeros.

      *>   Aging das parcelas em aberto, agrupado por cliente. Cada linha
           03 ws-csv-valor                           pic s9(11)v9(02) value zeros.
           03 ws-csv-texto                           pic x(16)       value spaces.

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
       01  ws-mensagem-baixa                         pic x(120)      value spaces.

      *>   Fila de mensagens ao cliente por e-mail (CALL para
      *>   EnfileiraMensagem, mesmo padrão de ProximoNumero).
       01  ws-parametros-enfileira-mensagem.
           03 ws-eml-tipo                           pic 9(01)       value zeros.
           03 ws-eml-cd-cliente                     pic 9(05)       value zeros.
           03 ws-eml-documento                      pic x(12)       value spaces.
           03 ws-eml-assunto                        pic x(60)       value spaces.
           03 ws-eml-linha                          pic x(100) occurs 4.
           03 ws-eml-operador                       pic x(10)       value spaces.
           03 ws-eml-situacao                       pic x(01)       value spaces.
              88 ws-eml-enfileirada                                 value "E".
           03 ws-eml-cd-mensagem                     pic 9(09)       value zeros.

      *>   Registro da baixa por perda e da dispensa de juros e multa
      *>   entre as exceções autorizadas pelo supervisor (CALL para
      *>   RegistraExcecao, mesmo padrão de EnfileiraMensagem).
       01  ws-parametros-registra-excecao.
           03 ws-exc-tipo                           pic 9(02)       value zeros.
           03 ws-exc-autorizador                    pic x(10)       value spaces.
           03 ws-exc-solicitante                    pic x(10)       value spaces.
           03 ws-exc-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-exc-cd-cliente                     pic 9(05)       value zeros.
           03 ws-exc-documento                      pic x(12)       value spaces.
           03 ws-exc-valor                          pic 9(11)v9(02) value zeros.
           03 ws-exc-motivo                         pic x(60)       value spaces.
           03 ws-exc-cd-excecao                      pic 9(09)       value zeros.

      *>===================================================================================
       procedure division.
                 close parametro-arq
                 open input parametro-arq
            end-if

            open i-o cheque-arq
            if   ws-cheque-nao-encontrado
                 open output cheque-arq
                 close cheque-arq
                 open i-o cheque-arq
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
                      or ws-opcao-perda)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-baixar or ws-opcao-renegociar
                      or ws-opcao-perda)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-pesquisar
                     perform 1200-obter-campos-formulario
                     perform 2200-pesquisar-parcelas
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
                getfield( ws-form-prazo-dias )
                getfield( ws-form-forma-baixa )
                getfield( ws-form-motivo-perda )
                getfield( ws-form-dispensar-encargos )
                getfield( ws-form-motivo-dispensa )
                getfield( ws-form-cd-cheque )
                getfield( ws-form-cheque-banco )
                getfield( ws-form-cheque-agencia )
                getfield( ws-form-cheque-conta )
                getfield( ws-form-cheque-numero )
                getfield( ws-form-cheque-emitente )
                getfield( ws-form-cheque-bom-para )
            end-exec
            .

      *>   devedor; valor menor que o saldo registra pagamento parcial -
      *>   a parcela acumula rec-valor-pago e continua Aberta até a soma
      *>   dos pagamentos alcançar rec-valor. Cada pagamento gera uma
      *>   linha de histórico em REC-PAGAMENTO.DAT (2150). Pago depois do
      *>   vencimento, o principal pago carrega juros e multa
      *>   (CalculaEncargos), gravados em linhas J/M próprias (2160); o
      *>   supervisor pode dispensá-los com motivo (2170).
       2100-baixar-parcela section.
       2100.
            move ws-form-cd-pedido                  to rec-cd-pedido
                 move "Informe a forma de pagamento da baixa." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-forma-baixa = "C"
                 perform 2180-validar-cheque
                 if   ws-mensagem-retorno not = spaces
                      exit section
                 end-if
            end-if

            compute ws-saldo-devedor =
                    rec-valor - rec-valor-pago
                 exit section
            end-if

            move rec-data-vencimento                  to ws-enc-data-vencimento
            move function current-date (1:8)          to ws-enc-data-pagamento
            move ws-form-valor-baixa                  to ws-enc-valor-base
            call "CalculaEncargos" using ws-parametros-calcula-encargos
            compute ws-valor-encargos =
                    ws-enc-valor-juros + ws-enc-valor-multa
            move "N"                                 to ws-ind-encargos-dispensados
            if   ws-form-dispensar-encargos = "S"
            and  ws-valor-encargos > zeros
                 perform 2170-dispensar-encargos
                 if   not ws-encargos-dispensados
                      exit section
                 end-if
            end-if

            add  ws-form-valor-baixa                 to rec-valor-pago
            move ws-form-forma-baixa                 to rec-forma-baixa
            if   rec-valor-pago >= rec-valor
                     move "Erro ao baixar parcela."   to ws-mensagem-retorno
                     exit section
            end-rewrite
            if   ws-encargos-dispensados
                 call "RegistraExcecao" using ws-parametros-registra-excecao
            end-if

            perform 2150-gravar-pagamento
            move ws-proxima-sequencia-pgt             to ws-chq-sequencia-inicial
            move ws-form-valor-baixa                  to ws-chq-valor-baixa
            if   not ws-encargos-dispensados
                 perform 2160-gravar-encargos
                 add  ws-valor-encargos               to ws-chq-valor-baixa
            end-if
            if   ws-form-forma-baixa = "C"
                 perform 2185-registrar-cheque
            end-if
            perform 2190-enfileirar-recibo
            if   rec-baixada
                 move "Parcela baixada."              to ws-mensagem-retorno
            else
                        "."
                        delimited by size into ws-mensagem-retorno
            end-if
            move ws-mensagem-retorno                  to ws-mensagem-baixa
            evaluate true
                when ws-encargos-dispensados
                     move spaces                      to ws-mensagem-retorno
                     string ws-mensagem-baixa delimited by "  "
                            " Encargos de "
                            ws-valor-encargos
                            " dispensados."
                            delimited by size into ws-mensagem-retorno
                when ws-valor-encargos > zeros
                     move spaces                      to ws-mensagem-retorno
                     string ws-mensagem-baixa delimited by "  "
                            " Receber juros "
                            ws-enc-valor-juros
                            " e multa "
                            ws-enc-valor-multa
                            "."
                            delimited by size into ws-mensagem-retorno
                when other
                     continue
            end-evaluate
            if   ws-form-forma-baixa = "C"
                 move ws-mensagem-retorno             to ws-mensagem-baixa
                 move spaces                          to ws-mensagem-retorno
                 string ws-mensagem-baixa delimited by "  "
                        " Cheque "
                        chq-cd-cheque
                        " em custodia."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2190-enfileirar-recibo: recibo do pagamento ao cliente na fila
      *>   de e-mail (EnfileiraMensagem), com o saldo que resta quando a
      *>   baixa é parcial.
       2190-enfileirar-recibo section.
       2190.
            initialize ws-parametros-enfileira-mensagem
            move 6                                   to ws-eml-tipo
            move rec-cd-cliente                      to ws-eml-cd-cliente
            move ws-operador-logado                  to ws-eml-operador
            string rec-cd-pedido
                   "/"
                   rec-parcela
                   delimited by size into ws-eml-documento
            string "Recibo de pagamento - pedido "
                   rec-cd-pedido
                   " parcela "
                   rec-parcela
                   delimited by size into ws-eml-assunto
            string "Recebemos em "
                   ws-enc-data-pagamento
                   " o pagamento de "
                   ws-chq-valor-baixa
                   " referente a parcela "
                   rec-parcela
                   " do pedido "
                   rec-cd-pedido
                   "."
                   delimited by size into ws-eml-linha(1)
            if   rec-baixada
                 move "Parcela quitada. Obrigado."    to ws-eml-linha(2)
            else
                 string "Saldo em aberto da parcela: "
                        ws-saldo-devedor
                        delimited by size into ws-eml-linha(2)
            end-if
            call "EnfileiraMensagem" using ws-parametros-enfileira-mensagem
            .

       2190-exit.
            exit.

      *>===================================================================================
      *>   2150-gravar-pagamento: grava a linha do pagamento corrente no
      *>   histórico da parcela (mesma técnica de 2810-gravar-historico-
            move function current-date (1:8)          to pgt-data
            move ws-operador-logado                  to pgt-operador
            move ws-form-forma-baixa                 to pgt-forma
            move "P"                                 to pgt-tipo
            move zeros                               to pgt-extrato-chave
            write reg-rec-pagamento
                invalid key
                     continue
       2150-exit.
            exit.

      *>===================================================================================
      *>   2160-gravar-encargos: juros e multa recebidos junto com o
      *>   principal, cada um em sua linha do histórico (pgt-tipo J/M),
      *>   com a mesma data, operador e forma de pagamento.
       2160-gravar-encargos section.
       2160.
            if   ws-enc-valor-juros > zeros
                 perform 2155-obter-proxima-sequencia-pgt
                 move rec-cd-pedido                  to pgt-cd-pedido
                 move rec-parcela                    to pgt-parcela
                 move ws-proxima-sequencia-pgt         to pgt-sequencia
                 move ws-enc-valor-juros               to pgt-valor
                 move function current-date (1:8)      to pgt-data
                 move ws-operador-logado              to pgt-operador
                 move ws-form-forma-baixa             to pgt-forma
                 set  pgt-tipo-juros                  to true
                 move zeros                          to pgt-extrato-chave
                 write reg-rec-pagamento
                     invalid key
                          continue
                 end-write
            end-if
            if   ws-enc-valor-multa > zeros
                 perform 2155-obter-proxima-sequencia-pgt
                 move rec-cd-pedido                  to pgt-cd-pedido
                 move rec-parcela                    to pgt-parcela
                 move ws-proxima-sequencia-pgt         to pgt-sequencia
                 move ws-enc-valor-multa               to pgt-valor
                 move function current-date (1:8)      to pgt-data
                 move ws-operador-logado              to pgt-operador
                 move ws-form-forma-baixa             to pgt-forma
                 set  pgt-tipo-multa                  to true
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
      *>   2170-dispensar-encargos: dispensa dos juros e multa da baixa -
      *>   restrita ao supervisor e com motivo obrigatório (mesma regra
      *>   da baixa por perda, 2550). A soma dispensada, o motivo e o
      *>   supervisor ficam carimbados na parcela para auditoria, e a
      *>   dispensa vai para o registro de exceções depois da gravação da
      *>   baixa (2100).
       2170-dispensar-encargos section.
       2170.
            if   ws-perfil-logado not = 3
                 move "Dispensa de juros e multa restrita ao supervisor." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-motivo-dispensa = spaces
                 move "Informe o motivo da dispensa dos encargos." to ws-mensagem-retorno
                 exit section
            end-if
            add  ws-valor-encargos                    to rec-valor-dispensado
            move ws-form-motivo-dispensa              to rec-motivo-dispensa
            move ws-operador-logado                  to rec-operador-dispensa
            initialize ws-parametros-registra-excecao
            move 11                                  to ws-exc-tipo
            move ws-operador-logado                  to ws-exc-autorizador
            move rec-cd-cliente                      to ws-exc-cd-cliente
            string rec-cd-pedido "/" rec-parcela
                   delimited by size into ws-exc-documento
            move ws-valor-encargos                    to ws-exc-valor
            move rec-motivo-dispensa                  to ws-exc-motivo
            set  ws-encargos-dispensados              to true
            .

       2170-exit.
            exit.

      *>===================================================================================
      *>   2180-validar-cheque: baixa em cheque exige os dados do cheque
      *>   novo (banco, número e emitente; "bom para" em branco vale
      *>   hoje) ou um cheque já em custódia do mesmo cliente, com espaço
      *>   para as linhas desta baixa.
       2180-validar-cheque section.
       2180.
            move spaces                              to ws-mensagem-retorno
            if   ws-form-cd-cheque not = zeros
                 move ws-form-cd-cheque               to chq-cd-cheque
                 read cheque-arq
                     key is chq-cd-cheque
                     invalid key
                          move "Cheque nao encontrado na custodia." to ws-mensagem-retorno
                          exit section
                 end-read
                 if   not chq-em-custodia
                      move "Cheque ja depositado ou devolvido." to ws-mensagem-retorno
                      exit section
                 end-if
                 if   chq-cd-cliente not = rec-cd-cliente
                      move "Cheque em custodia de outro cliente." to ws-mensagem-retorno
                      exit section
                 end-if
                 if   chq-qtd-linhas > 17
                      move "Cheque sem espaco para mais parcelas; registre outro." to ws-mensagem-retorno
                      exit section
                 end-if
                 exit section
            end-if
            if   ws-form-cheque-banco = zeros
            or   ws-form-cheque-numero = spaces
            or   ws-form-cheque-emitente = spaces
                 move "Informe banco, numero e emitente do cheque." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-cheque-bom-para = zeros
                 move function current-date (1:8)     to ws-form-cheque-bom-para
            end-if
            .

       2180-exit.
            exit.

      *>===================================================================================
      *>   2185-registrar-cheque: grava o cheque novo na custódia (série
      *>   CHEQUE) ou soma a baixa ao cheque informado, guardando as
      *>   linhas do histórico pagas com ele (principal e encargos).
       2185-registrar-cheque section.
       2185.
            if   ws-form-cd-cheque not = zeros
                 move ws-form-cd-cheque               to chq-cd-cheque
                 read cheque-arq
                     key is chq-cd-cheque
                     invalid key
                          exit section
                 end-read
            else
                 move "CHEQUE"                        to ws-seq-serie
                 move 1                               to ws-seq-numero-semente
                 call "ProximoNumero" using ws-parametros-proximo-numero
                 initialize reg-cheque
                 move ws-seq-numero-gerado             to chq-cd-cheque
                 move rec-cd-cliente                  to chq-cd-cliente
                 move ws-form-cheque-banco             to chq-banco
                 move ws-form-cheque-agencia           to chq-agencia
                 move ws-form-cheque-conta             to chq-conta
                 move ws-form-cheque-numero            to chq-numero
                 move ws-form-cheque-emitente          to chq-emitente
                 move function current-date (1:8)      to chq-data-recebimento
                 move ws-form-cheque-bom-para           to chq-data-bom-para
                 move ws-operador-logado              to chq-operador
                 set  chq-em-custodia                 to true
            end-if

            add  ws-chq-valor-baixa                   to chq-valor
            perform varying ws-chq-sequencia from ws-chq-sequencia-inicial by 1
                    until ws-chq-sequencia > ws-proxima-sequencia-pgt
                    or chq-qtd-linhas >= 20
                add 1                                to chq-qtd-linhas
                move rec-cd-pedido                   to chq-lin-cd-pedido(chq-qtd-linhas)
                move rec-parcela                     to chq-lin-parcela(chq-qtd-linhas)
                move ws-chq-sequencia                 to chq-lin-sequencia(chq-qtd-linhas)
            end-perform

            if   ws-form-cd-cheque not = zeros
                 rewrite reg-cheque
                     invalid key
                          continue
                 end-rewrite
            else
                 write reg-cheque
                     invalid key
                          continue
                 end-write
            end-if
            .

       2185-exit.
            exit.

      *>===================================================================================
      *>   2155-obter-proxima-sequencia-pgt: maior pgt-sequencia já gravada
      *>   para a parcela (mesma técnica START/READ PREVIOUS de

            move rec-cd-cliente                      to ws-reneg-cd-cliente
            move rec-cd-fatura                       to ws-reneg-cd-fatura
            move rec-cd-empresa                      to ws-reneg-cd-empresa
            move rec-cd-pedido                       to ws-reneg-cd-pedido-origem
            move rec-parcela                         to ws-reneg-parcela-origem

                        ws-reneg-proxima-parcela + ws-reneg-parcela-idx
                move ws-reneg-cd-cliente              to rec-cd-cliente
                move ws-reneg-cd-fatura               to rec-cd-fatura
                move ws-reneg-cd-empresa              to rec-cd-empresa
                if   ws-reneg-parcela-idx = ws-form-qtd-parcelas
                     move ws-reneg-valor-ultima        to rec-valor
                else
                move ws-reneg-parcela-origem          to rec-parcela-origem
                move spaces                          to rec-forma-baixa
                move spaces                          to rec-motivo-perda
                move zeros                           to rec-valor-dispensado
                move spaces                          to rec-motivo-dispensa
                move spaces                          to rec-operador-dispensa
                write reg-receber
                    invalid key
                         continue
            end-if

            move rec-cd-cliente                      to ws-perda-cd-cliente
            initialize ws-parametros-registra-excecao
            move 6                                   to ws-exc-tipo
            move ws-operador-logado                  to ws-exc-autorizador
            move rec-cd-cliente                      to ws-exc-cd-cliente
            string rec-cd-pedido "/" rec-parcela
                   delimited by size into ws-exc-documento
            compute ws-exc-valor = rec-valor - rec-valor-pago
            move ws-form-motivo-perda                 to ws-exc-motivo
            set  rec-perda                           to true
            move function current-date (1:8)          to rec-data-baixa
            move ws-operador-logado                  to rec-operador-baixa
                     exit section
            end-rewrite

            call "RegistraExcecao" using ws-parametros-registra-excecao
            perform 2560-liberar-marca-expurgo
            move "Parcela baixada por perda."          to ws-mensagem-retorno
            .
                              move pgt-valor            to ws-pgt-r-valor(ws-pgt-qtd)
                              move pgt-data             to ws-pgt-r-data(ws-pgt-qtd)
                              move pgt-operador         to ws-pgt-r-operador(ws-pgt-qtd)
                              move pgt-tipo             to ws-pgt-r-tipo(ws-pgt-qtd)
                         end-if
                end-read
            end-perform
                              move rec-data-vencimento   to ws-pesq-r-vencimento(ws-pesq-qtd-resultados)
                              move rec-valor            to ws-pesq-r-valor(ws-pesq-qtd-resultados)
                              move rec-situacao         to ws-pesq-r-situacao(ws-pesq-qtd-resultados)
                              move zeros                to ws-pesq-r-encargos(ws-pesq-qtd-resultados)
                              if   rec-aberta
                                   move rec-data-vencimento to ws-enc-data-vencimento
                                   move function current-date (1:8) to ws-enc-data-pagamento
                                   compute ws-enc-valor-base =
                                           rec-valor - rec-valor-pago
                                   call "CalculaEncargos" using ws-parametros-calcula-encargos
                                   compute ws-pesq-r-encargos(ws-pesq-qtd-resultados) =
                                           ws-enc-valor-juros + ws-enc-valor-multa
                              end-if
                         end-if
                end-read
            end-perform
            close rec-pagamento-arq
            close fechamento-mes-arq
            close parametro-arq
            close cheque-arq
            .

       3000-exit.
                            Motivo perda: <input name=motivoPerda id=motivoPerda size=30 maxlength=40 value="" class="campo" title="Motivo da baixa por perda (supervisor)" tabIndex=6>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Encargos&nbsp;</td>
                        <td colspan=7>
                            <input type=checkbox name=dispensarEncargos id=dispensarEncargos value="S" title="Dispensar juros e multa na baixa (supervisor)" tabIndex=7> Dispensar juros e multa
                            Motivo: <input name=motivoDispensa id=motivoDispensa size=30 maxlength=40 value="" class="campo" title="Motivo da dispensa dos encargos (supervisor)" tabIndex=7>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Cheque&nbsp;</td>
                        <td colspan=7>
                            banco <input name=chequeBanco id=chequeBanco size=3 maxlength=3 value="" class="campo" tabIndex=8>
                            agência <input name=chequeAgencia id=chequeAgencia size=6 maxlength=6 value="" class="campo" tabIndex=8>
                            conta <input name=chequeConta id=chequeConta size=12 maxlength=12 value="" class="campo" tabIndex=8>
                            número <input name=chequeNumero id=chequeNumero size=10 maxlength=10 value="" class="campo" tabIndex=8>
                            emitente <input name=chequeEmitente id=chequeEmitente size=25 maxlength=40 value="" class="campo" tabIndex=8>
                            bom para <input name=chequeBomPara id=chequeBomPara size=8 maxlength=8 value="" class="campo" title="AAAAMMDD (em branco = hoje)" tabIndex=8>
                            ou cheque em custódia nº <input name=cdCheque id=cdCheque size=7 maxlength=7 value="" class="campo" title="Cheque ja registrado que tambem paga esta parcela" tabIndex=8>
                        </td>
                    </tr>
            end-exec
            if   ws-pesq-qtd-resultados > 0
                 exec html
                                    <td class=titulocampo>Cliente</td>
                                    <td class=titulocampo>Vencimento</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Encargos Hoje</td>
                                    <td class=titulocampo>Situação</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                        <td>:ws-pesq-r-cd-cliente(ws-pesq-tab-idx)</td>
                        <td>:ws-pesq-r-vencimento(ws-pesq-tab-idx)</td>
                        <td><div align=right>:ws-pesq-r-valor(ws-pesq-tab-idx)</div></td>
                        <td><div align=right>:ws-pesq-r-encargos(ws-pesq-tab-idx)</div></td>
                        <td><div align=center>:ws-pesq-r-situacao(ws-pesq-tab-idx)</div></td>
                        <td>
                end-exec
                        <td colspan=8>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo colspan=5>Pagamentos da parcela :ws-form-cd-pedido / :ws-form-parcela</td>
                                </tr>
                                <tr>
                                    <td class=titulocampo>Seq.</td>
                                    <td class=titulocampo>Tipo</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Operador</td>
                exec html
                                <tr>
                                    <td>:ws-pgt-r-sequencia(ws-pgt-tab-idx)</td>
                                    <td><div align=center>:ws-pgt-r-tipo(ws-pgt-tab-idx)</div></td>
                                    <td><div align=right>:ws-pgt-r-valor(ws-pgt-tab-idx)</div></td>
                                    <td>:ws-pgt-r-data(ws-pgt-tab-idx)</td>
                                    <td>:ws-pgt-r-operador(ws-pgt-tab-idx)</td>
                    }

                    function BaixarParcela(cdPedido, parcela) {
                        if (document.all.dispensarEncargos.checked && document.all.motivoDispensa.value == "") {
                            alert("Informe o motivo da dispensa dos encargos antes de baixar.");
                            return;
                        }
                        if (document.all.formaBaixa.value == "C" && document.all.cdCheque.value == ""
                         && (document.all.chequeBanco.value == "" || document.all.chequeNumero.value == "" || document.all.chequeEmitente.value == "")) {
                            alert("Informe os dados do cheque ou o cheque em custodia antes de baixar.");
                            return;
                        }
                        if (confirm("Confirma a baixa desta parcela (valor em branco quita o saldo)?")) {
                            document.all.cdPedido.value = cdPedido;
                            document.all.parcela.value = parcela;
