      $set preprocess (htmlpp) endp webserver(isapi) case reentrant(2)
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. Cheque.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                            Custódia de Cheques
      *>            --------------------------------------------------------
      *>
      *>   Custódia dos cheques recebidos na baixa de Receber.cbl
      *>   (CHEQUE.DAT, mesmo molde de tela de Devolucao.cbl):
      *>     - lista do dia: cheques em custódia com "bom para" até a data
      *>       informada, os que já podem ir ao banco;
      *>     - lote de depósito: os cheques da lista passam a Depositado
      *>       sob um número de lote (série LOTECHEQUE), que depois lista
      *>       os cheques do lote para a conferência do banco;
      *>     - devolução: o cheque devolvido pelo banco estorna as linhas
      *>       de REC-PAGAMENTO.DAT pagas com ele (tipo E/X, na data da
      *>       devolução), reabre as parcelas, marca o cliente em
      *>       CLI-SITUACAO.DAT (ativo passa a Bloqueado - mesma gravação
      *>       de 2500-bloquear-cliente em ReguaCobranca.cbl) e abre a
      *>       tarefa de cobrança em CLI-TAREFA.DAT.
      *>   Chamado pelo menu em "2 - Movimentações".
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select cheque-arq assign         to "CHEQUE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is chq-cd-cheque
                  file status                is ws-status-cheque.
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
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select cli-situacao-arq assign   to "CLI-SITUACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sit-chave
                  file status                is ws-status-cli-situacao.
           select cli-tarefa-arq assign     to "CLI-TAREFA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is tar-chave
                  file status                is ws-status-cli-tarefa.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.
           select fechamento-mes-arq assign to "FECHAMENTO-MES.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fme-ano-mes
                  file status                is ws-status-fechamento-mes.

      *>===================================================================================
       data division.
       file section.
       fd  cheque-arq.
       copy "CHEQUE.CPY".
       fd  receber-arq.
       copy "RECEBER.CPY".
       fd  rec-pagamento-arq.
       copy "RECPAG.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  cli-situacao-arq.
       copy "CLISIT.CPY".
       fd  cli-tarefa-arq.
       copy "CLITAR.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".
       fd  fechamento-mes-arq.
       copy "FECHMES.CPY".

      *>===================================================================================
       working-storage section.
       78  tabela-padrao                           value "border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen".

       01  ws-controle-arquivos.
           03 ws-status-cheque                      pic x(02)       value "00".
              88 ws-cheque-ok                                       value "00".
              88 ws-cheque-nao-encontrado                           value "23" "35".
           03 ws-status-receber                     pic x(02)       value "00".
              88 ws-receber-ok                                      value "00".
              88 ws-receber-nao-encontrado                          value "23" "35".
           03 ws-status-rec-pagamento                pic x(02)       value "00".
              88 ws-rec-pagamento-ok                                value "00".
              88 ws-rec-pagamento-nao-encontrado                    value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-cli-situacao                 pic x(02)       value "00".
              88 ws-cli-situacao-ok                                 value "00".
              88 ws-cli-situacao-nao-encontrado                     value "23" "35".
           03 ws-status-cli-tarefa                   pic x(02)       value "00".
              88 ws-cli-tarefa-ok                                   value "00".
              88 ws-cli-tarefa-nao-encontrado                       value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".
           03 ws-status-fechamento-mes               pic x(02)       value "00".
              88 ws-fechamento-mes-ok                               value "00".
              88 ws-fechamento-mes-nao-encontrado                   value "23" "35".

      *>   Bloqueio de período (mesma regra de Estoque.cbl).
       01  ws-ind-periodo-fechado                    pic x(01)       value "N".
          88 ws-periodo-fechado                                     value "S".

       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                           pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-opcao                              pic x(02)       value "00".
              88 ws-opcao-abrir-tela                                value "00".
              88 ws-opcao-a-depositar                               value "30".
              88 ws-opcao-listar-lote                               value "35".
              88 ws-opcao-fechar-lote                               value "40".
              88 ws-opcao-devolver                                  value "50".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-form-cheque.
           03 ws-form-data-deposito                  pic 9(08)       value zeros.
           03 ws-form-cd-lote                       pic 9(07)       value zeros.
           03 ws-form-cd-cheque                     pic 9(07)       value zeros.
           03 ws-form-motivo-devolucao                pic x(40)       value spaces.

       01  ws-data-hoje                              pic 9(08)       value zeros.
       01  ws-data-prevista-formatada                  pic x(10)       value spaces.

      *>   Cheques listados (a depositar ou do lote).
       01  ws-tab-cheques.
           03 ws-chq-linha                           occurs 100 times.
              05 ws-chq-r-cd-cheque                   pic 9(07).
              05 ws-chq-r-cd-cliente                  pic 9(05).
              05 ws-chq-r-banco                       pic 9(03).
              05 ws-chq-r-agencia                     pic x(06).
              05 ws-chq-r-numero                      pic x(10).
              05 ws-chq-r-emitente                    pic x(40).
              05 ws-chq-r-valor                       pic 9(09)v9(02).
              05 ws-chq-r-bom-para                    pic 9(08).
              05 ws-chq-r-situacao                    pic x(01).
              05 ws-chq-r-cd-lote                     pic 9(07).
       01  ws-chq-qtd                                pic 9(03)       value zeros.
       01  ws-chq-tab-idx                             pic 9(03)       value zeros.
       01  ws-total-listado                           pic 9(11)v9(02) value zeros.
       01  ws-ind-fim-cheque                          pic x(01)       value "N".
          88 ws-cheque-eof                                           value "S".
       01  ws-ind-lista-lote                          pic x(01)       value "N".
          88 ws-lista-do-lote                                        value "S".

      *>   Lote de depósito (CALL para ProximoNumero).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.
       01  ws-cd-lote-gerado                          pic 9(07)       value zeros.
       01  ws-qtd-depositados                         pic 9(03)       value zeros.

      *>   Devolução (2500): estorno das linhas do cheque.
       01  ws-lin-idx                                pic 9(02)       value zeros.
       01  ws-est-valor                              pic 9(09)v9(02) value zeros.
       01  ws-est-forma                              pic x(01)       value spaces.
       01  ws-est-tipo                               pic x(01)       value spaces.
       01  ws-proxima-sequencia-pgt                   pic 9(05)       value zeros.
       01  ws-qtd-parcelas-reabertas                   pic 9(03)       value zeros.
       01  ws-cd-cliente-atual                        pic 9(05)       value zeros.
       01  ws-situacao-anterior                       pic x(01)       value spaces.
       01  ws-proxima-sequencia-situacao               pic 9(05)       value zeros.
       01  ws-proxima-sequencia-tarefa                 pic 9(05)       value zeros.

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
            perform 1100-abrir-arquivos
            move function current-date (1:8)          to ws-data-hoje
            move ws-data-hoje (7:2)                  to ws-data-prevista-formatada (1:2)
            move "/"                                 to ws-data-prevista-formatada (3:1)
            move ws-data-hoje (5:2)                  to ws-data-prevista-formatada (4:2)
            move "/"                                 to ws-data-prevista-formatada (6:1)
            move ws-data-hoje (1:4)                  to ws-data-prevista-formatada (7:4)
            .

       1000-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o cheque-arq
            if   ws-cheque-nao-encontrado
                 open output cheque-arq
                 close cheque-arq
                 open i-o cheque-arq
            end-if
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
            open i-o cliente-arq
            open i-o cli-situacao-arq
            if   ws-cli-situacao-nao-encontrado
                 open output cli-situacao-arq
                 close cli-situacao-arq
                 open i-o cli-situacao-arq
            end-if
            open i-o cli-tarefa-arq
            if   ws-cli-tarefa-nao-encontrado
                 open output cli-tarefa-arq
                 close cli-tarefa-arq
                 open i-o cli-tarefa-arq
            end-if
            open input sessao-arq
            open input fechamento-mes-arq
            if   ws-fechamento-mes-nao-encontrado
                 open output fechamento-mes-arq
                 close fechamento-mes-arq
                 open input fechamento-mes-arq
            end-if
            .

       1100-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            perform 1180-verificar-periodo-fechado
            evaluate true
                when ws-perfil-logado < 2
                 and not ws-opcao-abrir-tela
                     move "Custodia de cheques restrita aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                when ws-periodo-fechado
                 and (ws-opcao-fechar-lote or ws-opcao-devolver)
                     move "Mes corrente ja fechado (FechamentoMes); movimentacao bloqueada."
                                                     to ws-mensagem-retorno
                when ws-jan-manutencao-ativa
                 and (ws-opcao-fechar-lote or ws-opcao-devolver)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-a-depositar
                     perform 1200-obter-campos-formulario
                     perform 2300-listar-a-depositar
                when ws-opcao-listar-lote
                     perform 1200-obter-campos-formulario
                     perform 2350-listar-lote
                when ws-opcao-fechar-lote
                     perform 1200-obter-campos-formulario
                     perform 2400-fechar-lote-deposito
                     if   ws-cd-lote-gerado not = zeros
                          move ws-cd-lote-gerado        to ws-form-cd-lote
                          perform 2350-listar-lote
                     end-if
                when ws-opcao-devolver
                     perform 1200-obter-campos-formulario
                     perform 2500-devolver-cheque
                when other
                     continue
            end-evaluate
            if   ws-form-data-deposito = zeros
                 move ws-data-hoje                    to ws-form-data-deposito
            end-if
            perform 8000-tela
            .

       2000-exit.
            exit.

      *>===================================================================================
       1150-obter-opcao section.
       1150.
            move "00"                               to ws-opcao
            move zeros                              to ws-form-sessao
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string not = spaces
                 unstring ws-query-string delimited by "opcao=" into ws-mensagem-retorno
                                                                     ws-opcao
                 unstring ws-query-string delimited by "sessao=" into ws-mensagem-retorno
                                                                     ws-form-sessao
            end-if
            move spaces                             to ws-mensagem-retorno
            .

       1150-exit.
            exit.

      *>===================================================================================
       1160-obter-operador-logado section.
       1160.
            if   ws-form-sessao = zeros
                 exit section
            end-if
            move ws-form-sessao                     to ses-id
            read sessao-arq
                key is ses-id
                invalid key
                     continue
                not invalid key
                     move ses-cd-operador             to ws-operador-logado
                     if   ses-perfil >= 1 and ses-perfil <= 3
                          move ses-perfil              to ws-perfil-logado
                     end-if
            end-read
            .

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
       1180-verificar-periodo-fechado section.
       1180.
            move "N"                                to ws-ind-periodo-fechado
            move function current-date (1:6)         to fme-ano-mes
            read fechamento-mes-arq
                key is fme-ano-mes
                invalid key
                     continue
                not invalid key
                     set ws-periodo-fechado           to true
            end-read
            .

       1180-exit.
            exit.

      *>===================================================================================
       1200-obter-campos-formulario section.
       1200.
            exec html
                getfield( ws-form-data-deposito )
                getfield( ws-form-cd-lote )
                getfield( ws-form-cd-cheque )
                getfield( ws-form-motivo-devolucao )
            end-exec
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2300-listar-a-depositar: cheques em custódia com "bom para" até
      *>   a data informada (em branco vale hoje).
       2300-listar-a-depositar section.
       2300.
            if   ws-form-data-deposito = zeros
                 move ws-data-hoje                    to ws-form-data-deposito
            end-if
            move "N"                                 to ws-ind-lista-lote
            move zeros                               to ws-chq-qtd
            move zeros                               to ws-total-listado
            move "N"                                 to ws-ind-fim-cheque
            move low-values                          to chq-cd-cheque
            start cheque-arq key is greater than or equal chq-cd-cheque
                invalid key
                     set ws-cheque-eof                to true
            end-start
            perform until ws-cheque-eof
                    or ws-chq-qtd >= 100
                read cheque-arq next record
                    at end
                         set ws-cheque-eof             to true
                    not at end
                         if   chq-em-custodia
                         and  chq-data-bom-para <= ws-form-data-deposito
                              perform 2330-guardar-cheque
                         end-if
                end-read
            end-perform
            if   ws-chq-qtd = zeros
                 move "Nenhum cheque a depositar ate a data." to ws-mensagem-retorno
            end-if
            .

       2300-exit.
            exit.

      *>===================================================================================
       2330-guardar-cheque section.
       2330.
            add 1                                    to ws-chq-qtd
            move chq-cd-cheque                       to ws-chq-r-cd-cheque(ws-chq-qtd)
            move chq-cd-cliente                      to ws-chq-r-cd-cliente(ws-chq-qtd)
            move chq-banco                           to ws-chq-r-banco(ws-chq-qtd)
            move chq-agencia                         to ws-chq-r-agencia(ws-chq-qtd)
            move chq-numero                          to ws-chq-r-numero(ws-chq-qtd)
            move chq-emitente                        to ws-chq-r-emitente(ws-chq-qtd)
            move chq-valor                           to ws-chq-r-valor(ws-chq-qtd)
            move chq-data-bom-para                    to ws-chq-r-bom-para(ws-chq-qtd)
            move chq-situacao                        to ws-chq-r-situacao(ws-chq-qtd)
            move chq-cd-lote-deposito                 to ws-chq-r-cd-lote(ws-chq-qtd)
            add  chq-valor                           to ws-total-listado
            .

       2330-exit.
            exit.

      *>===================================================================================
      *>   2350-listar-lote: cheques de um lote de depósito (depositados e
      *>   os já devolvidos), para a conferência com o banco.
       2350-listar-lote section.
       2350.
            set  ws-lista-do-lote                    to true
            move zeros                               to ws-chq-qtd
            move zeros                               to ws-total-listado
            if   ws-form-cd-lote = zeros
                 move "Informe o numero do lote."     to ws-mensagem-retorno
                 exit section
            end-if
            move "N"                                 to ws-ind-fim-cheque
            move low-values                          to chq-cd-cheque
            start cheque-arq key is greater than or equal chq-cd-cheque
                invalid key
                     set ws-cheque-eof                to true
            end-start
            perform until ws-cheque-eof
                    or ws-chq-qtd >= 100
                read cheque-arq next record
                    at end
                         set ws-cheque-eof             to true
                    not at end
                         if   chq-cd-lote-deposito = ws-form-cd-lote
                              perform 2330-guardar-cheque
                         end-if
                end-read
            end-perform
            if   ws-chq-qtd = zeros
            and  ws-mensagem-retorno = spaces
                 move "Lote sem cheques."             to ws-mensagem-retorno
            end-if
            .

       2350-exit.
            exit.

      *>===================================================================================
      *>   2400-fechar-lote-deposito: os cheques em custódia com "bom
      *>   para" até a data passam a Depositado sob um lote novo.
       2400-fechar-lote-deposito section.
       2400.
            move zeros                               to ws-cd-lote-gerado
            move zeros                               to ws-qtd-depositados
            if   ws-form-data-deposito = zeros
                 move ws-data-hoje                    to ws-form-data-deposito
            end-if
            if   ws-form-data-deposito > ws-data-hoje
                 move "Cheque com bom para futuro nao pode ser depositado hoje." to ws-mensagem-retorno
                 exit section
            end-if

            move "LOTECHEQUE"                        to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-cd-lote-gerado

            move "N"                                 to ws-ind-fim-cheque
            move low-values                          to chq-cd-cheque
            start cheque-arq key is greater than or equal chq-cd-cheque
                invalid key
                     set ws-cheque-eof                to true
            end-start
            perform until ws-cheque-eof
                read cheque-arq next record
                    at end
                         set ws-cheque-eof             to true
                    not at end
                         if   chq-em-custodia
                         and  chq-data-bom-para <= ws-form-data-deposito
                              set  chq-depositado          to true
                              move ws-cd-lote-gerado        to chq-cd-lote-deposito
                              move ws-data-hoje            to chq-data-deposito
                              move ws-operador-logado       to chq-operador-deposito
                              rewrite reg-cheque
                                  invalid key
                                       continue
                                  not invalid key
                                       add 1               to ws-qtd-depositados
                              end-rewrite
                         end-if
                end-read
            end-perform

            move spaces                              to ws-mensagem-retorno
            if   ws-qtd-depositados = zeros
                 move zeros                           to ws-cd-lote-gerado
                 move "Nenhum cheque a depositar ate a data." to ws-mensagem-retorno
            else
                 string "Lote de deposito "
                        ws-cd-lote-gerado
                        " fechado com "
                        ws-qtd-depositados
                        " cheque(s)."
                        delimited by size into ws-mensagem-retorno
            end-if
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2500-devolver-cheque: cheque devolvido pelo banco - estorna as
      *>   linhas pagas com ele e reabre as parcelas (2510), marca o
      *>   cliente (2550) e abre a tarefa de cobrança (2560).
       2500-devolver-cheque section.
       2500.
            if   ws-form-cd-cheque = zeros
                 move "Informe o numero do cheque."   to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-motivo-devolucao = spaces
                 move "Informe o motivo da devolucao." to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-cheque                  to chq-cd-cheque
            read cheque-arq
                key is chq-cd-cheque
                invalid key
                     move "Cheque nao encontrado."    to ws-mensagem-retorno
                     exit section
            end-read
            if   not chq-depositado
                 move "Somente cheque depositado pode ser devolvido." to ws-mensagem-retorno
                 exit section
            end-if

            move zeros                               to ws-qtd-parcelas-reabertas
            perform varying ws-lin-idx from 1 by 1
                    until ws-lin-idx > chq-qtd-linhas
                perform 2510-estornar-linha
            end-perform

            set  chq-devolvido                       to true
            move ws-data-hoje                        to chq-data-devolucao
            move ws-form-motivo-devolucao             to chq-motivo-devolucao
            move ws-operador-logado                  to chq-operador-devolucao
            rewrite reg-cheque
                invalid key
                     move "Erro ao gravar cheque."    to ws-mensagem-retorno
                     exit section
            end-rewrite

            move chq-cd-cliente                      to ws-cd-cliente-atual
            perform 2550-marcar-cliente
            perform 2560-criar-tarefa-cobranca

            move spaces                              to ws-mensagem-retorno
            string "Cheque "
                   chq-cd-cheque
                   " devolvido; "
                   ws-qtd-parcelas-reabertas
                   " parcela(s) reaberta(s), cliente marcado e cobranca aberta."
                   delimited by size into ws-mensagem-retorno
            move chq-cd-lote-deposito                 to ws-form-cd-lote
            perform 2350-listar-lote
            .

       2500-exit.
            exit.

      *>===================================================================================
      *>   2510-estornar-linha: grava o estorno da linha do histórico
      *>   (tipo E no principal, X nos encargos) e, no principal, tira o
      *>   valor de rec-valor-pago e reabre a parcela baixada.
       2510-estornar-linha section.
       2510.
            move chq-lin-cd-pedido(ws-lin-idx)        to pgt-cd-pedido
            move chq-lin-parcela(ws-lin-idx)          to pgt-parcela
            move chq-lin-sequencia(ws-lin-idx)        to pgt-sequencia
            read rec-pagamento-arq
                key is pgt-chave
                invalid key
                     exit section
            end-read
            if   pgt-tipo-estorno
                 exit section
            end-if
            move pgt-valor                           to ws-est-valor
            move pgt-forma                           to ws-est-forma
            if   pgt-tipo-encargo
                 move "X"                            to ws-est-tipo
            else
                 move "E"                            to ws-est-tipo
            end-if

            move chq-lin-cd-pedido(ws-lin-idx)        to rec-cd-pedido
            move chq-lin-parcela(ws-lin-idx)          to rec-parcela
            read receber-arq
                key is rec-chave
                invalid key
                     exit section
            end-read

            perform 2515-obter-proxima-sequencia-pgt
            move rec-cd-pedido                      to pgt-cd-pedido
            move rec-parcela                        to pgt-parcela
            move ws-proxima-sequencia-pgt             to pgt-sequencia
            move ws-est-valor                        to pgt-valor
            move ws-data-hoje                        to pgt-data
            move ws-operador-logado                  to pgt-operador
            move ws-est-forma                        to pgt-forma
            move ws-est-tipo                         to pgt-tipo
            move zeros                               to pgt-extrato-chave
            write reg-rec-pagamento
                invalid key
                     continue
            end-write

            if   ws-est-tipo = "X"
                 exit section
            end-if
            if   rec-valor-pago > ws-est-valor
                 subtract ws-est-valor                from rec-valor-pago
            else
                 move zeros                           to rec-valor-pago
            end-if
            if   rec-baixada
                 set  rec-aberta                     to true
                 move zeros                           to rec-data-baixa
                 move spaces                          to rec-operador-baixa
                 add 1                                to ws-qtd-parcelas-reabertas
            end-if
            rewrite reg-receber
                invalid key
                     continue
            end-rewrite
            .

       2510-exit.
            exit.

      *>===================================================================================
      *>   2515-obter-proxima-sequencia-pgt: mesma técnica de
      *>   2155-obter-proxima-sequencia-pgt em Receber.cbl.
       2515-obter-proxima-sequencia-pgt section.
       2515.
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

       2515-exit.
            exit.

      *>===================================================================================
      *>   2550-marcar-cliente: cliente ativo passa a Bloqueado por
      *>   inadimplência (motivo 1) e a devolução fica no histórico de
      *>   situação - mesmo o cliente já bloqueado ganha a linha, para a
      *>   ocorrência constar da ficha.
       2550-marcar-cliente section.
       2550.
            move ws-cd-cliente-atual                 to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     exit section
            end-read
            move cli-situacao                        to ws-situacao-anterior
            if   cli-ativo
                 move "B"                            to cli-situacao
                 move ws-data-hoje                   to cli-data-situacao
                 move 1                              to cli-motivo
                 move spaces                         to cli-ds-motivo
                 string "Cheque devolvido "
                        chq-cd-cheque
                        " - "
                        ws-form-motivo-devolucao
                        delimited by size into cli-ds-motivo
                 rewrite reg-cliente
                     invalid key
                          continue
                 end-rewrite
            end-if

            perform 2555-obter-proxima-seq-situacao
            move ws-cd-cliente-atual                 to sit-cd-cliente
            move ws-proxima-sequencia-situacao        to sit-sequencia
            move function current-date (1:14)         to sit-data-hora
            move ws-situacao-anterior                 to sit-situacao-anterior
            move cli-situacao                        to sit-situacao-nova
            move 1                                   to sit-motivo
            move spaces                              to sit-ds-motivo
            string "Cheque devolvido "
                   chq-cd-cheque
                   " - "
                   ws-form-motivo-devolucao
                   delimited by size into sit-ds-motivo
            move ws-operador-logado                  to sit-operador
            write reg-cli-situacao
                invalid key
                     continue
            end-write
            .

       2550-exit.
            exit.

      *>===================================================================================
       2555-obter-proxima-seq-situacao section.
       2555.
            move zeros                               to ws-proxima-sequencia-situacao
            move ws-cd-cliente-atual                 to sit-cd-cliente
            move 99999                                to sit-sequencia
            start cli-situacao-arq key is less than or equal sit-chave
                invalid key
                     continue
                not invalid key
                     read cli-situacao-arq previous record
                         at end
                              continue
                         not at end
                              if   sit-cd-cliente = ws-cd-cliente-atual
                                   move sit-sequencia  to ws-proxima-sequencia-situacao
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-situacao
            .

       2555-exit.
            exit.

      *>===================================================================================
      *>   2560-criar-tarefa-cobranca: tarefa de cobrança do cheque
      *>   devolvido (mesma gravação de 2400-criar-tarefa-cobranca em
      *>   ReguaCobranca.cbl; a descrição começa por "Cobranca" para a
      *>   régua não duplicar a tarefa enquanto esta estiver pendente).
       2560-criar-tarefa-cobranca section.
       2560.
            perform 2565-obter-proxima-seq-tarefa
            move ws-cd-cliente-atual                 to tar-cd-cliente
            move ws-proxima-sequencia-tarefa           to tar-sequencia
            move spaces                              to tar-descricao
            string "Cobranca - cheque devolvido "
                   chq-cd-cheque
                   " (banco "
                   chq-banco
                   " n. "
                   chq-numero
                   ")"
                   delimited by size into tar-descricao
            move ws-data-prevista-formatada            to tar-data-prevista
            move spaces                              to tar-data-conclusao
            set  tar-pendente                        to true
            move ws-operador-logado                  to tar-operador
            move ws-data-hoje                        to tar-data-inclusao
            write reg-cli-tarefa
                invalid key
                     continue
            end-write
            .

       2560-exit.
            exit.

      *>===================================================================================
       2565-obter-proxima-seq-tarefa section.
       2565.
            move zeros                               to ws-proxima-sequencia-tarefa
            move ws-cd-cliente-atual                 to tar-cd-cliente
            move 99999                                to tar-sequencia
            start cli-tarefa-arq key is less than or equal tar-chave
                invalid key
                     continue
                not invalid key
                     read cli-tarefa-arq previous record
                         at end
                              continue
                         not at end
                              if   tar-cd-cliente = ws-cd-cliente-atual
                                   move tar-sequencia  to ws-proxima-sequencia-tarefa
                              end-if
                     end-read
            end-start
            add 1                                    to ws-proxima-sequencia-tarefa
            .

       2565-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close cheque-arq
            close receber-arq
            close rec-pagamento-arq
            close cliente-arq
            close cli-situacao-arq
            close cli-tarefa-arq
            close sessao-arq
            close fechamento-mes-arq
            .

       3000-exit.
            exit.

      *>===================================================================================
       8000-tela section.
       8000.
            perform 8000-scripts-tela
            perform 8000-style
            exec html
                <body bgcolor=#D3D3D3>
                <form name=frmCheque id=frmCheque method=post action="Cheque.exe">
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=cdCheque id=cdCheque value="0">
                <table width=100% :tabela-padrao>
                    <tr>
                        <td colspan=2 class="titulocampo">:ws-mensagem-retorno</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Bom para até&nbsp;</td>
                        <td>
                            <input name=dataDeposito id=dataDeposito size=8 maxlength=8 value=":ws-form-data-deposito" class="campo" title="AAAAMMDD" tabIndex=1>
                            <button class=botao name=BotListar onclick='ListarADepositar();' style="width:120px;" tabindex=2><label>A Depositar</label></button>
                            <button class=botao name=BotLote onclick='FecharLote();' style="width:150px;" tabindex=3><label>Fechar Lote Depósito</label></button>
                        </td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Lote&nbsp;</td>
                        <td>
                            <input name=cdLote id=cdLote size=7 maxlength=7 value=":ws-form-cd-lote" class="campo" tabIndex=4>
                            <img title="Listar Lote" style="cursor:hand; width:16; height:16;" onClick="ListarLote();" src="Icones/busca.gif" tabIndex=5>
                            Motivo da devolução: <input name=motivoDevolucao id=motivoDevolucao size=30 maxlength=40 value="" class="campo" title="Motivo informado pelo banco" tabIndex=6>
                        </td>
                    </tr>
            end-exec
            if   ws-chq-qtd > 0
                 exec html
                    <tr>
                        <td colspan=2>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Cheque</td>
                                    <td class=titulocampo>Cliente</td>
                                    <td class=titulocampo>Banco</td>
                                    <td class=titulocampo>Agência</td>
                                    <td class=titulocampo>Número</td>
                                    <td class=titulocampo>Emitente</td>
                                    <td class=titulocampo>Bom para</td>
                                    <td class=titulocampo>Valor</td>
                                    <td class=titulocampo>Sit.</td>
                                    <td class=titulocampo>Lote</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
                 end-exec
                 perform 8000-linhas-cheques
                 exec html
                                <tr>
                                    <td class=titulocampo colspan=7>Total (:ws-chq-qtd cheques)</td>
                                    <td><div align=right>:ws-total-listado</div></td>
                                    <td colspan=3>&nbsp;</td>
                                </tr>
                            </table>
                        </td>
                    </tr>
                 end-exec
            end-if
            exec html
                </table>
                </form>
                </body>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-cheques section.
       8000.
            perform varying ws-chq-tab-idx from 1 by 1
                    until ws-chq-tab-idx > ws-chq-qtd
                exec html
                    <tr>
                        <td>:ws-chq-r-cd-cheque(ws-chq-tab-idx)</td>
                        <td>:ws-chq-r-cd-cliente(ws-chq-tab-idx)</td>
                        <td>:ws-chq-r-banco(ws-chq-tab-idx)</td>
                        <td>:ws-chq-r-agencia(ws-chq-tab-idx)</td>
                        <td>:ws-chq-r-numero(ws-chq-tab-idx)</td>
                        <td>:ws-chq-r-emitente(ws-chq-tab-idx)</td>
                        <td>:ws-chq-r-bom-para(ws-chq-tab-idx)</td>
                        <td><div align=right>:ws-chq-r-valor(ws-chq-tab-idx)</div></td>
                        <td><div align=center>:ws-chq-r-situacao(ws-chq-tab-idx)</div></td>
                        <td>:ws-chq-r-cd-lote(ws-chq-tab-idx)</td>
                end-exec
                if   ws-lista-do-lote
                and  ws-chq-r-situacao(ws-chq-tab-idx) = "D"
                     exec html
                        <td>
                            <img title="Cheque Devolvido" style="cursor:hand; width:16; height:16;"
                                 onClick="DevolverCheque(:ws-chq-r-cd-cheque(ws-chq-tab-idx));" src="Icones/receita.gif">
                        </td>
                     end-exec
                else
                     exec html
                        <td>&nbsp;</td>
                     end-exec
                end-if
                exec html
                    </tr>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
            exec html
               <style>
                  .campo {
                     border: 1px solid gray;
                  }
                  .titulocampo {
                     text-align: right;
                  }
                  .botao {
                  }
               </style>
            end-exec
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-scripts-tela section.
       8000.
            exec html
                <script>
                    function Submeter(opcao) {
                        document.all.opcao.value = opcao;
                        document.all.frmCheque.action = "Cheque.exe?opcao=" + opcao + "&sessao=" + document.all.sessao.value;
                        document.all.frmCheque.submit();
                    }

                    function ListarADepositar() {
                        Submeter("30");
                    }

                    function ListarLote() {
                        if (document.all.cdLote.value == "") {
                            alert("Informe o numero do lote.");
                            return;
                        }
                        Submeter("35");
                    }

                    function FecharLote() {
                        if (confirm("Confirma o deposito de todos os cheques com bom para ate a data?")) {
                            Submeter("40");
                        }
                    }

                    function DevolverCheque(cheque) {
                        if (document.all.motivoDevolucao.value == "") {
                            alert("Informe o motivo da devolucao antes de devolver.");
                            return;
                        }
                        if (confirm("Confirma a devolucao do cheque (estorna os pagamentos e reabre as parcelas)?")) {
                            document.all.cdCheque.value = cheque;
                            Submeter("50");
                        }
                    }
                </script>
            end-exec.
            .

       8000-exit.
            exit.
