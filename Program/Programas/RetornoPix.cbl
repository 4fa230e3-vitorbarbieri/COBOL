      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. RetornoPix.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                   RetornoPix
      *>            --------------------------------------------------------
      *>
      *>   Processamento dos créditos PIX recebidos pelo PSP (mesmo molde
      *>   em lote de RetornoBanco.cbl): lê RETORNO-PIX.TXT, que pode ser
      *>     - o arquivo de liquidação do PSP, uma linha por PIX com os
      *>       campos separados por ";": endToEndId;txid;valor;data ou
      *>       data-hora;nome do pagador;CPF/CNPJ do pagador (linha de
      *>       cabeçalho começando por "endToEndId" é desprezada); ou
      *>     - o dump das notificações do webhook, em JSON (uma ou mais
      *>       notificações, numa linha só ou indentadas): de cada objeto
      *>       com "endToEndId" valem "txid", "valor", "horario" e, do
      *>       pagador, "nome" e "cpf"/"cnpj".
      *>   Cada crédito é gravado em PIX-CREDITO.DAT pelo endToEndId - o
      *>   mesmo PIX não é baixado duas vezes quando o dump é reprocessado
      *>   - e baixado pelo txid na parcela da cobrança (BaixaPix, forma
      *>   PIX, operador "PIX"), parcial quando o valor é menor que o
      *>   saldo. Crédito sem txid, com txid desconhecido ou de parcela
      *>   que não está mais em aberto fica Pendente, com o motivo, na
      *>   lista de identificação de PixPendente.cbl.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select retorno-pix-arq assign    to "RETORNO-PIX.TXT"
                  organization               is line sequential
                  file status                is ws-status-retorno-pix.
           select pix-credito-arq assign    to "PIX-CREDITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pcr-end-to-end
                  file status                is ws-status-pix-credito.

      *>===================================================================================
       data division.
       file section.
       fd  retorno-pix-arq.
       01  reg-retorno-pix                          pic x(1000).

       fd  pix-credito-arq.
       copy "PIXCRED.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-retorno-pix                  pic x(02)       value "00".
              88 ws-retorno-pix-ok                                  value "00".
           03 ws-status-pix-credito                  pic x(02)       value "00".
              88 ws-pix-credito-ok                                  value "00".
              88 ws-pix-credito-nao-encontrado                      value "23" "35".

       01  ws-ind-fim-retorno                        pic x(01)       value "N".
          88 ws-fim-retorno                                         value "S".
       01  ws-data-hoje                              pic 9(08)       value zeros.

      *>   Formato do arquivo, decidido pela primeira linha não branca:
      *>   J (JSON do webhook) ou C (campos separados por ";").
       01  ws-formato-retorno                        pic x(01)       value spaces.
          88 ws-formato-json                                        value "J".
          88 ws-formato-campos                                      value "C".
       01  ws-tam-linha                              pic 9(04)       value zeros.
       01  ws-pos-linha                              pic 9(04)       value zeros.
       01  ws-primeiro-caracter                       pic x(01)       value space.

      *>   Crédito lido, nos textos do arquivo antes da conversão.
       01  ws-credito-lido.
           03 ws-cred-end-to-end                     pic x(32).
           03 ws-cred-txid                          pic x(35).
           03 ws-cred-valor-texto                    pic x(20).
           03 ws-cred-data-texto                     pic x(30).
           03 ws-cred-nome                          pic x(40).
           03 ws-cred-documento                     pic x(20).
       01  ws-cred-valor                             pic 9(09)v9(02) value zeros.
       01  ws-cred-data                              pic 9(08)       value zeros.

      *>   Varredura do JSON caractere a caractere: texto entre aspas,
      *>   chave (texto seguido de ":"), valor (texto ou número depois
      *>   da chave) e o nível de chaves para saber quando o objeto do
      *>   PIX termina.
       01  ws-leitura-json.
           03 ws-js-caracter                         pic x(01)       value space.
           03 ws-js-ind-string                       pic x(01)       value "N".
              88 ws-js-em-string                                    value "S".
           03 ws-js-ind-escape                       pic x(01)       value "N".
              88 ws-js-escape                                       value "S".
           03 ws-js-ind-string-fechada                pic x(01)       value "N".
              88 ws-js-string-fechada                               value "S".
           03 ws-js-ind-valor                        pic x(01)       value "N".
              88 ws-js-esperando-valor                              value "S".
           03 ws-js-texto                           pic x(80)       value spaces.
           03 ws-js-texto-tam                        pic 9(02)       value zeros.
           03 ws-js-numero                          pic x(20)       value spaces.
           03 ws-js-numero-tam                       pic 9(02)       value zeros.
           03 ws-js-chave                           pic x(20)       value spaces.
           03 ws-js-valor                           pic x(80)       value spaces.
           03 ws-js-nivel                           pic 9(02)       value zeros.
           03 ws-js-nivel-pix                        pic 9(02)       value zeros.

      *>   Baixa da parcela pelo crédito (CALL para BaixaPix).
       01  ws-parametros-baixa-pix.
           03 ws-bxp-cd-pedido                       pic 9(07)       value zeros.
           03 ws-bxp-parcela                         pic 9(02)       value zeros.
           03 ws-bxp-valor-pix                       pic 9(09)v9(02) value zeros.
           03 ws-bxp-data-pagamento                  pic 9(08)       value zeros.
           03 ws-bxp-txid                           pic x(25)       value spaces.
           03 ws-bxp-operador                       pic x(10)       value spaces.
           03 ws-bxp-situacao                       pic x(01)       value spaces.
              88 ws-bxp-baixa-total                                 value "B".
              88 ws-bxp-baixa-parcial                               value "P".
              88 ws-bxp-baixa-recusada                              value "R".
           03 ws-bxp-valor-principal                  pic 9(09)v9(02) value zeros.
           03 ws-bxp-valor-encargos                   pic 9(09)v9(02) value zeros.
           03 ws-bxp-saldo-devedor                    pic 9(09)v9(02) value zeros.
           03 ws-bxp-mensagem                       pic x(60)       value spaces.

       01  ws-totais-retorno.
           03 ws-total-lidos                        pic 9(05)       value zeros.
           03 ws-total-baixados                     pic 9(05)       value zeros.
           03 ws-total-parciais                     pic 9(05)       value zeros.
           03 ws-total-pendentes                    pic 9(05)       value zeros.
           03 ws-total-ja-processados                pic 9(05)       value zeros.
           03 ws-total-rejeitados                    pic 9(05)       value zeros.
           03 ws-total-valor-baixado                 pic 9(13)v9(02) value zeros.
           03 ws-total-valor-encargos                pic 9(13)v9(02) value zeros.
           03 ws-total-valor-pendente                pic 9(13)v9(02) value zeros.

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
            move function current-date (1:8)          to ws-data-hoje
            open input retorno-pix-arq
            if   not ws-retorno-pix-ok
                 display "RETORNO-PIX.TXT nao encontrado - nada a processar"
                 move "S"                            to ws-ind-fim-retorno
            end-if
            open i-o pix-credito-arq
            if   ws-pix-credito-nao-encontrado
                 open output pix-credito-arq
                 close pix-credito-arq
                 open i-o pix-credito-arq
            end-if
            initialize ws-credito-lido
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform until ws-fim-retorno
                read retorno-pix-arq
                    at end
                         move "S"                    to ws-ind-fim-retorno
                    not at end
                         perform 2050-tratar-linha
                end-read
            end-perform
            if   ws-formato-json
            and  ws-cred-end-to-end not = spaces
                 perform 2200-processar-credito
            end-if
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2050-tratar-linha: a primeira linha não branca decide o
      *>   formato - "{" ou "[" é o JSON do webhook, o resto é o arquivo
      *>   de liquidação com campos separados por ";".
       2050-tratar-linha section.
       2050.
            move 1000                                to ws-tam-linha
            perform until ws-tam-linha = zeros
                    or reg-retorno-pix (ws-tam-linha:1) not = space
                subtract 1                           from ws-tam-linha
            end-perform
            if   ws-tam-linha = zeros
                 exit section
            end-if

            if   ws-formato-retorno = spaces
                 move zeros                           to ws-pos-linha
                 inspect reg-retorno-pix tallying ws-pos-linha for leading spaces
                 move reg-retorno-pix (ws-pos-linha + 1:1) to ws-primeiro-caracter
                 if   ws-primeiro-caracter = "{" or "["
                      set ws-formato-json              to true
                 else
                      set ws-formato-campos            to true
                 end-if
            end-if

            if   ws-formato-json
                 perform 2060-varrer-linha-json
            else
                 perform 2100-ler-linha-campos
            end-if
            .

       2050-exit.
            exit.

      *>===================================================================================
      *>   2060-varrer-linha-json: trata os caracteres da linha até o
      *>   último não branco; o estado da varredura passa de uma linha
      *>   para a outra (JSON indentado).
       2060-varrer-linha-json section.
       2060.
            perform varying ws-pos-linha from 1 by 1
                    until ws-pos-linha > ws-tam-linha
                move reg-retorno-pix (ws-pos-linha:1)  to ws-js-caracter
                perform 2070-tratar-caracter-json
            end-perform
            .

       2060-exit.
            exit.

      *>===================================================================================
      *>   2070-tratar-caracter-json: texto entre aspas (com "\" como
      *>   escape); fora delas, ":" faz do último texto a chave, "," "}"
      *>   e "]" concluem o valor, "{" e "}" contam o nível e o mais
      *>   (número, true, null) forma um valor sem aspas.
       2070-tratar-caracter-json section.
       2070.
            if   ws-js-em-string
                 evaluate true
                     when ws-js-escape
                          move "N"                    to ws-js-ind-escape
                          perform 2075-acumular-texto-json
                     when ws-js-caracter = "\"
                          set  ws-js-escape           to true
                     when ws-js-caracter = '"'
                          move "N"                    to ws-js-ind-string
                          set  ws-js-string-fechada   to true
                     when other
                          perform 2075-acumular-texto-json
                 end-evaluate
                 exit section
            end-if

            evaluate ws-js-caracter
                when '"'
                     set  ws-js-em-string             to true
                     move "N"                        to ws-js-ind-string-fechada
                     move spaces                     to ws-js-texto
                     move zeros                      to ws-js-texto-tam
                when ":"
                     if   ws-js-string-fechada
                          move ws-js-texto             to ws-js-chave
                          move "N"                    to ws-js-ind-string-fechada
                          set  ws-js-esperando-valor  to true
                          move spaces                 to ws-js-numero
                          move zeros                  to ws-js-numero-tam
                     end-if
                when "{"
                     perform 2080-concluir-valor-json
                     add 1                           to ws-js-nivel
                when "["
                     perform 2080-concluir-valor-json
                when ","
                when "]"
                     perform 2080-concluir-valor-json
                when "}"
                     perform 2080-concluir-valor-json
                     if   ws-js-nivel > zeros
                          subtract 1                  from ws-js-nivel
                     end-if
                     if   ws-cred-end-to-end not = spaces
                     and  ws-js-nivel < ws-js-nivel-pix
                          perform 2200-processar-credito
                     end-if
                when space
                     continue
                when other
                     if   ws-js-esperando-valor
                     and  ws-js-numero-tam < 20
                          add 1                       to ws-js-numero-tam
                          move ws-js-caracter          to ws-js-numero (ws-js-numero-tam:1)
                     end-if
            end-evaluate
            .

       2070-exit.
            exit.

      *>===================================================================================
       2075-acumular-texto-json section.
       2075.
            if   ws-js-texto-tam < 80
                 add 1                                to ws-js-texto-tam
                 move ws-js-caracter                  to ws-js-texto (ws-js-texto-tam:1)
            end-if
            .

       2075-exit.
            exit.

      *>===================================================================================
      *>   2080-concluir-valor-json: o valor da chave corrente é o texto
      *>   entre aspas que acabou de fechar ou o número acumulado; as
      *>   chaves de interesse vão para o crédito lido. Um segundo
      *>   "endToEndId" antes do fim do objeto anterior fecha o crédito
      *>   anterior. txid, valor e horário só valem no nível do objeto do
      *>   PIX (a lista de devoluções também traz "valor" e "horario").
       2080-concluir-valor-json section.
       2080.
            if   not ws-js-esperando-valor
                 move "N"                            to ws-js-ind-string-fechada
                 exit section
            end-if
            if   ws-js-string-fechada
                 move ws-js-texto                     to ws-js-valor
            else
                 move ws-js-numero                    to ws-js-valor
            end-if
            move "N"                                 to ws-js-ind-valor
            move "N"                                 to ws-js-ind-string-fechada

            evaluate ws-js-chave
                when "endToEndId"
                     if   ws-cred-end-to-end not = spaces
                          perform 2200-processar-credito
                     end-if
                     move ws-js-valor                 to ws-cred-end-to-end
                     move ws-js-nivel                 to ws-js-nivel-pix
                when "txid"
                     if   ws-cred-end-to-end = spaces
                     or   ws-js-nivel = ws-js-nivel-pix
                          move ws-js-valor             to ws-cred-txid
                     end-if
                when "valor"
                     if   ws-cred-end-to-end = spaces
                     or   ws-js-nivel = ws-js-nivel-pix
                          move ws-js-valor             to ws-cred-valor-texto
                     end-if
                when "horario"
                     if   ws-cred-end-to-end = spaces
                     or   ws-js-nivel = ws-js-nivel-pix
                          move ws-js-valor             to ws-cred-data-texto
                     end-if
                when "nome"
                     move ws-js-valor                 to ws-cred-nome
                when "cpf"
                when "cnpj"
                     move ws-js-valor                 to ws-cred-documento
                when other
                     continue
            end-evaluate
            .

       2080-exit.
            exit.

      *>===================================================================================
      *>   2100-ler-linha-campos: uma linha do arquivo de liquidação.
       2100-ler-linha-campos section.
       2100.
            initialize ws-credito-lido
            unstring reg-retorno-pix delimited by ";"
                into ws-cred-end-to-end
                     ws-cred-txid
                     ws-cred-valor-texto
                     ws-cred-data-texto
                     ws-cred-nome
                     ws-cred-documento
            end-unstring
            if   function upper-case(ws-cred-end-to-end (1:10)) = "ENDTOENDID"
                 initialize ws-credito-lido
                 exit section
            end-if
            perform 2200-processar-credito
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-processar-credito: converte o crédito lido, despreza o
      *>   endToEndId já gravado e baixa pelo txid; o que não baixa fica
      *>   Pendente com o motivo devolvido por BaixaPix.
       2200-processar-credito section.
       2200.
            add 1                                    to ws-total-lidos
            perform 2210-converter-credito
            if   ws-cred-end-to-end = spaces
            or   ws-cred-valor = zeros
                 add 1                                to ws-total-rejeitados
                 display "RETORNO PIX rejeitado: credito sem endToEndId ou sem valor - "
                         ws-cred-end-to-end " " ws-cred-valor-texto
                 initialize ws-credito-lido
                 move zeros                           to ws-js-nivel-pix
                 exit section
            end-if

            move ws-cred-end-to-end                  to pcr-end-to-end
            read pix-credito-arq
                key is pcr-end-to-end
                invalid key
                     continue
                not invalid key
                     add 1                           to ws-total-ja-processados
                     initialize ws-credito-lido
                     move zeros                      to ws-js-nivel-pix
                     exit section
            end-read

            initialize ws-parametros-baixa-pix
            move zeros                               to ws-bxp-cd-pedido
            move zeros                               to ws-bxp-parcela
            move ws-cred-valor                       to ws-bxp-valor-pix
            move ws-cred-data                        to ws-bxp-data-pagamento
            move ws-cred-txid                        to ws-bxp-txid
            move "PIX"                               to ws-bxp-operador
            if   ws-cred-txid (26:10) not = spaces
                 move "Txid fora do padrao das cobrancas." to ws-bxp-mensagem
                 set  ws-bxp-baixa-recusada           to true
            else
                 call "BaixaPix" using ws-parametros-baixa-pix
            end-if

            initialize reg-pix-credito
            move ws-cred-end-to-end                  to pcr-end-to-end
            move ws-cred-txid                        to pcr-txid
            move ws-cred-valor                       to pcr-valor
            move ws-cred-data                        to pcr-data-pagamento
            move ws-cred-nome                        to pcr-nome-pagador
            move ws-cred-documento                   to pcr-documento-pagador
            move ws-data-hoje                        to pcr-data-processamento
            move zeros                               to pcr-data-identificacao
            move spaces                              to pcr-operador-identificacao
            evaluate true
                when ws-bxp-baixa-total
                when ws-bxp-baixa-parcial
                     set  pcr-baixado                 to true
                     move ws-bxp-cd-pedido            to pcr-cd-pedido
                     move ws-bxp-parcela              to pcr-parcela
                     move ws-bxp-mensagem             to pcr-motivo
                     add ws-bxp-valor-principal       to ws-total-valor-baixado
                     add ws-bxp-valor-encargos        to ws-total-valor-encargos
                     if   ws-bxp-baixa-total
                          add 1                       to ws-total-baixados
                     else
                          add 1                       to ws-total-parciais
                     end-if
                when other
                     set  pcr-pendente                to true
                     move ws-bxp-cd-pedido            to pcr-cd-pedido
                     move ws-bxp-parcela              to pcr-parcela
                     move ws-bxp-mensagem             to pcr-motivo
                     add 1                           to ws-total-pendentes
                     add ws-cred-valor                to ws-total-valor-pendente
                     display "RETORNO PIX pendente: " ws-cred-end-to-end
                             " " ws-cred-valor-texto " - " ws-bxp-mensagem
            end-evaluate
            write reg-pix-credito
                invalid key
                     display "RETORNO PIX: erro ao gravar o credito " ws-cred-end-to-end
            end-write

            initialize ws-credito-lido
            move zeros                               to ws-js-nivel-pix
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2210-converter-credito: valor com ponto ou vírgula decimal;
      *>   data em aaaammdd, aaaa-mm-dd (início da data-hora ISO do PSP)
      *>   ou dd/mm/aaaa - fora disso vale hoje.
       2210-converter-credito section.
       2210.
            move zeros                               to ws-cred-valor
            inspect ws-cred-valor-texto replacing all "," by "."
            if   ws-cred-valor-texto not = spaces
                 compute ws-cred-valor rounded =
                         function numval(ws-cred-valor-texto)
            end-if

            evaluate true
                when ws-cred-data-texto (1:8) is numeric
                     move ws-cred-data-texto (1:8)     to ws-cred-data
                when ws-cred-data-texto (1:4) is numeric
                 and ws-cred-data-texto (6:2) is numeric
                 and ws-cred-data-texto (9:2) is numeric
                     move ws-cred-data-texto (1:4)     to ws-cred-data (1:4)
                     move ws-cred-data-texto (6:2)     to ws-cred-data (5:2)
                     move ws-cred-data-texto (9:2)     to ws-cred-data (7:2)
                when ws-cred-data-texto (1:2) is numeric
                 and ws-cred-data-texto (4:2) is numeric
                 and ws-cred-data-texto (7:4) is numeric
                     move ws-cred-data-texto (7:4)     to ws-cred-data (1:4)
                     move ws-cred-data-texto (4:2)     to ws-cred-data (5:2)
                     move ws-cred-data-texto (1:2)     to ws-cred-data (7:2)
                when other
                     move ws-data-hoje                 to ws-cred-data
            end-evaluate
            .

       2210-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Creditos PIX lidos..: " ws-total-lidos
            display "Parcelas baixadas...: " ws-total-baixados
            display "Pagamentos parciais.: " ws-total-parciais
            display "Pendentes (identif.): " ws-total-pendentes
            display "Ja processados......: " ws-total-ja-processados
            display "Rejeitados..........: " ws-total-rejeitados
            display "Valor baixado.......: " ws-total-valor-baixado
            display "Juros/multa recebid.: " ws-total-valor-encargos
            display "Valor pendente......: " ws-total-valor-pendente
            close retorno-pix-arq
            close pix-credito-arq
            .

       3000-exit.
            exit.
