      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. ReorganizaArquivos.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                               ReorganizaArquivos
      *>            --------------------------------------------------------
      *>
      *>   Reorganização única de RECEBER.DAT, FATURA.DAT e ESTOQUE-MOV.DAT
      *>   para as chaves alternativas de acesso por cliente e por data:
      *>     RECEBER.DAT      rec-cd-cliente e rec-data-vencimento;
      *>     FATURA.DAT       fat-data-emissao e fat-cd-cliente;
      *>     ESTOQUE-MOV.DAT  mov-data.
      *>   Os arquivos gravados antes das chaves alternativas só têm a
      *>   chave principal e não abrem com o layout novo.
      *>   Também converte PRD-TABELA.DAT para a chave com a unidade de
      *>   venda (tab-unidade, entre a categoria e a quantidade mínima):
      *>   o registro anterior de 20 posições (produto, categoria,
      *>   quantidade mínima, preço) é regravado no layout novo com
      *>   tab-unidade em espaços - a unidade de estoque do cadastro,
      *>   mesmo preço e mesmas faixas de antes. Para cada arquivo:
      *>     1. o arquivo atual é lido pela chave principal (declarado
      *>        aqui só com ela, ou no layout anterior) e descarregado em
      *>        REORG-<ARQUIVO>.SEQ;
      *>     2. o arquivo é recriado com o layout novo e recarregado a
      *>        partir da cópia;
      *>     3. o arquivo novo é relido inteiro e as três contagens
      *>        (lidos, gravados, relidos) são conferidas - OK ou
      *>        DIVERGENCIA exibido por arquivo.
      *>   Procedimento:
      *>     1. parar o sistema (nenhuma tela aberta, cadeia noturna
      *>        parada) e rodar BackupDados;
      *>     2. rodar ReorganizaArquivos e conferir as contagens - na
      *>        instalação da unidade de venda na tabela de preços, antes
      *>        de abrir TabelaPreco, Pedido, ExportaEcommerce ou
      *>        GeraPedidoProgramado, conferir PRD-TABELA.DAT OK;
      *>     3. havendo DIVERGENCIA, não liberar o sistema: restaurar o
      *>        conjunto do passo 1 por RestauraDados (a cópia da tabela
      *>        de preços no layout anterior é reconhecida e convertida
      *>        na restauração).
      *>   Arquivo já reorganizado (o layout anterior não abre mais) ou
      *>   inexistente é pulado, então rodar de novo não
      *>   causa dano. Os REORG-*.SEQ ficam no diretório de dados e podem
      *>   ser apagados depois da conferência. Mesmo molde de cópia
      *>   sequencial e regravação de RestauraDados.cbl.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select receber-ant-arq assign      to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ant-rec-chave
                  file status                is ws-status-anterior.
           select receber-arq assign          to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-dados.
           select reorg-receber-arq assign    to "REORG-RECEBER.SEQ"
                  organization               is line sequential
                  file status                is ws-status-trabalho.
           select fatura-ant-arq assign       to "FATURA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ant-fat-cd-fatura
                  file status                is ws-status-anterior.
           select fatura-arq assign           to "FATURA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-dados.
           select reorg-fatura-arq assign     to "REORG-FATURA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-trabalho.
           select estoque-mov-ant-arq assign  to "ESTOQUE-MOV.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ant-mov-chave
                  file status                is ws-status-anterior.
           select estoque-mov-arq assign      to "ESTOQUE-MOV.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-dados.
           select reorg-estoque-mov-arq assign to "REORG-ESTOQUE-MOV.SEQ"
                  organization               is line sequential
                  file status                is ws-status-trabalho.
           select prd-tabela-ant-arq assign   to "PRD-TABELA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ant-tab-chave
                  file status                is ws-status-anterior.
           select prd-tabela-arq assign       to "PRD-TABELA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is tab-chave
                  file status                is ws-status-dados.
           select reorg-prd-tabela-arq assign to "REORG-PRD-TABELA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-trabalho.

      *>===================================================================================
       data division.
       file section.
      *>   Layout anterior: só a chave principal, na mesma posição e com o
      *>   mesmo tamanho de registro do copybook.
       fd  receber-ant-arq.
       01  ant-receber-registro.
           03 ant-rec-chave.
              05 ant-rec-cd-pedido                   pic 9(07).
              05 ant-rec-parcela                      pic 9(02).
           03 ant-rec-resto                          pic x(191).
       fd  receber-arq.
       copy "RECEBER.CPY".
       fd  reorg-receber-arq.
       01  reorg-receber-registro                    pic x(200).

       fd  fatura-ant-arq.
       01  ant-fatura-registro.
           03 ant-fat-cd-fatura                      pic 9(07).
           03 ant-fat-resto                          pic x(213).
       fd  fatura-arq.
       copy "FATURA.CPY".
       fd  reorg-fatura-arq.
       01  reorg-fatura-registro                     pic x(220).

       fd  estoque-mov-ant-arq.
       01  ant-estoque-mov-registro.
           03 ant-mov-chave.
              05 ant-mov-cd-produto                  pic 9(05).
              05 ant-mov-sequencia                    pic 9(05).
           03 ant-mov-resto                          pic x(99).
       fd  estoque-mov-arq.
       copy "ESTMOV.CPY".
       fd  reorg-estoque-mov-arq.
       01  reorg-estoque-mov-registro                pic x(109).

      *>   Layout anterior da tabela de preços: chave sem a unidade.
       fd  prd-tabela-ant-arq.
       01  ant-prd-tabela-registro.
           03 ant-tab-chave.
              05 ant-tab-cd-produto                  pic 9(05).
              05 ant-tab-categoria                    pic 9(01).
              05 ant-tab-qtd-minima                   pic 9(05).
           03 ant-tab-preco                          pic 9(07)v9(02).
       fd  prd-tabela-arq.
       copy "PRDTAB.CPY".
       fd  reorg-prd-tabela-arq.
       01  reorg-prd-tabela-registro.
           03 reorg-tab-cd-produto                   pic 9(05).
           03 reorg-tab-categoria                     pic 9(01).
           03 reorg-tab-qtd-minima                    pic 9(05).
           03 reorg-tab-preco                        pic 9(07)v9(02).

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-anterior                    pic x(02)       value "00".
              88 ws-anterior-ok                                     value "00".
              88 ws-anterior-fim                                    value "10".
              88 ws-anterior-nao-encontrado                         value "35".
           03 ws-status-dados                       pic x(02)       value "00".
              88 ws-dados-ok                                        value "00".
           03 ws-status-trabalho                    pic x(02)       value "00".
              88 ws-trabalho-ok                                     value "00".

       01  ws-ind-fim-arquivo                        pic x(01)       value "N".
          88 ws-arquivo-eof                                         value "S".
       01  ws-ind-situacao-arquivo                    pic x(01)       value "N".
          88 ws-arquivo-normal                                      value "N".
          88 ws-arquivo-pulado                                      value "P".
          88 ws-arquivo-com-erro                                    value "E".

       01  ws-nome-arquivo                           pic x(20)       value spaces.
       01  ws-qtd-lidos                              pic 9(07)       value zeros.
       01  ws-qtd-gravados                           pic 9(07)       value zeros.
       01  ws-qtd-rejeitados                         pic 9(07)       value zeros.
       01  ws-qtd-conferidos                         pic 9(07)       value zeros.
       01  ws-total-arquivos                          pic 9(03)       value zeros.
       01  ws-total-divergentes                       pic 9(03)       value zeros.

      *>===================================================================================
       procedure division.
       0000-controle section.
       0000.
            perform 2100-reorganizar-receber
            perform 2200-reorganizar-fatura
            perform 2300-reorganizar-estoque-mov
            perform 2400-converter-prd-tabela
            perform 3000-finalizacao
            .

       0000-saida.
           stop run.

      *>===================================================================================
      *>   1000-preparar-arquivo: zera as contagens e a situação antes de
      *>   cada arquivo (o nome vem em ws-nome-arquivo).
       1000-preparar-arquivo section.
       1000.
            move zeros                               to ws-qtd-lidos
            move zeros                               to ws-qtd-gravados
            move zeros                               to ws-qtd-rejeitados
            move zeros                               to ws-qtd-conferidos
            set ws-arquivo-normal                     to true
            display "Reorganizando " ws-nome-arquivo
            .

       1000-exit.
            exit.

      *>===================================================================================
      *>   1100-verificar-abertura-anterior: o arquivo atual não abre com
      *>   o layout só da chave principal quando já foi reorganizado (ou
      *>   não existe) - nesses casos o arquivo é pulado sem ser tocado.
       1100-verificar-abertura-anterior section.
       1100.
            evaluate true
                when ws-anterior-ok
                     continue
                when ws-anterior-nao-encontrado
                     display "  " ws-nome-arquivo " nao encontrado - arquivo pulado."
                     set ws-arquivo-pulado           to true
                when other
                     display "  " ws-nome-arquivo " nao abre com o layout anterior (status "
                             ws-status-anterior ") - ja reorganizado, arquivo pulado."
                     set ws-arquivo-pulado           to true
            end-evaluate
            .

       1100-exit.
            exit.

      *>===================================================================================
      *>   1200-verificar-descarga: a descarga só vale se a leitura foi até
      *>   o fim do arquivo; qualquer outro status interrompe antes de o
      *>   arquivo ser recriado.
       1200-verificar-descarga section.
       1200.
            if   not ws-anterior-fim
                 display "  Erro na leitura de " ws-nome-arquivo " (status "
                         ws-status-anterior ") apos " ws-qtd-lidos
                         " registros - arquivo NAO recriado."
                 set ws-arquivo-com-erro             to true
            end-if
            .

       1200-exit.
            exit.

      *>===================================================================================
      *>   2100-reorganizar-receber: RECEBER.DAT com rec-cd-cliente e
      *>   rec-data-vencimento.
       2100-reorganizar-receber section.
       2100.
            move "RECEBER.DAT"                       to ws-nome-arquivo
            perform 1000-preparar-arquivo

            open input receber-ant-arq
            perform 1100-verificar-abertura-anterior
            if   ws-arquivo-pulado
                 exit section
            end-if
            open output reorg-receber-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read receber-ant-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move ant-receber-registro     to reorg-receber-registro
                         write reorg-receber-registro
                         add 1                         to ws-qtd-lidos
                end-read
                if   not ws-anterior-ok
                     set ws-arquivo-eof                to true
                end-if
            end-perform
            perform 1200-verificar-descarga
            close receber-ant-arq
            close reorg-receber-arq
            if   ws-arquivo-com-erro
                 exit section
            end-if

            open input reorg-receber-arq
            open output receber-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read reorg-receber-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reorg-receber-registro   to reg-receber
                         write reg-receber
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-gravados
                         end-write
                end-read
            end-perform
            close reorg-receber-arq
            close receber-arq

            open input receber-arq
            move "N"                                 to ws-ind-fim-arquivo
            move low-values                          to rec-chave
            start receber-arq key is greater than or equal rec-chave
                invalid key
                     set ws-arquivo-eof              to true
            end-start
            perform until ws-arquivo-eof
                read receber-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                         to ws-qtd-conferidos
                end-read
            end-perform
            close receber-arq

            perform 2900-exibir-resultado
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-reorganizar-fatura: FATURA.DAT com fat-data-emissao e
      *>   fat-cd-cliente.
       2200-reorganizar-fatura section.
       2200.
            move "FATURA.DAT"                        to ws-nome-arquivo
            perform 1000-preparar-arquivo

            open input fatura-ant-arq
            perform 1100-verificar-abertura-anterior
            if   ws-arquivo-pulado
                 exit section
            end-if
            open output reorg-fatura-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read fatura-ant-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move ant-fatura-registro      to reorg-fatura-registro
                         write reorg-fatura-registro
                         add 1                         to ws-qtd-lidos
                end-read
                if   not ws-anterior-ok
                     set ws-arquivo-eof                to true
                end-if
            end-perform
            perform 1200-verificar-descarga
            close fatura-ant-arq
            close reorg-fatura-arq
            if   ws-arquivo-com-erro
                 exit section
            end-if

            open input reorg-fatura-arq
            open output fatura-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read reorg-fatura-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reorg-fatura-registro    to reg-fatura
                         write reg-fatura
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-gravados
                         end-write
                end-read
            end-perform
            close reorg-fatura-arq
            close fatura-arq

            open input fatura-arq
            move "N"                                 to ws-ind-fim-arquivo
            move low-values                          to fat-cd-fatura
            start fatura-arq key is greater than or equal fat-cd-fatura
                invalid key
                     set ws-arquivo-eof              to true
            end-start
            perform until ws-arquivo-eof
                read fatura-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                         to ws-qtd-conferidos
                end-read
            end-perform
            close fatura-arq

            perform 2900-exibir-resultado
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-reorganizar-estoque-mov: ESTOQUE-MOV.DAT com mov-data.
       2300-reorganizar-estoque-mov section.
       2300.
            move "ESTOQUE-MOV.DAT"                   to ws-nome-arquivo
            perform 1000-preparar-arquivo

            open input estoque-mov-ant-arq
            perform 1100-verificar-abertura-anterior
            if   ws-arquivo-pulado
                 exit section
            end-if
            open output reorg-estoque-mov-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read estoque-mov-ant-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move ant-estoque-mov-registro to reorg-estoque-mov-registro
                         write reorg-estoque-mov-registro
                         add 1                         to ws-qtd-lidos
                end-read
                if   not ws-anterior-ok
                     set ws-arquivo-eof                to true
                end-if
            end-perform
            perform 1200-verificar-descarga
            close estoque-mov-ant-arq
            close reorg-estoque-mov-arq
            if   ws-arquivo-com-erro
                 exit section
            end-if

            open input reorg-estoque-mov-arq
            open output estoque-mov-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read reorg-estoque-mov-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reorg-estoque-mov-registro to reg-estoque-mov
                         write reg-estoque-mov
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-gravados
                         end-write
                end-read
            end-perform
            close reorg-estoque-mov-arq
            close estoque-mov-arq

            open input estoque-mov-arq
            move "N"                                 to ws-ind-fim-arquivo
            move low-values                          to mov-chave
            start estoque-mov-arq key is greater than or equal mov-chave
                invalid key
                     set ws-arquivo-eof              to true
            end-start
            perform until ws-arquivo-eof
                read estoque-mov-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                         to ws-qtd-conferidos
                end-read
            end-perform
            close estoque-mov-arq

            perform 2900-exibir-resultado
            .

       2300-exit.
            exit.

      *>===================================================================================
      *>   2400-converter-prd-tabela: PRD-TABELA.DAT do layout anterior
      *>   (20 posições, chave produto+categoria+quantidade mínima) para
      *>   o layout com tab-unidade na chave, em espaços.
       2400-converter-prd-tabela section.
       2400.
            move "PRD-TABELA.DAT"                    to ws-nome-arquivo
            perform 1000-preparar-arquivo

            open input prd-tabela-ant-arq
            perform 1100-verificar-abertura-anterior
            if   ws-arquivo-pulado
                 exit section
            end-if
            open output reorg-prd-tabela-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read prd-tabela-ant-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move ant-prd-tabela-registro  to reorg-prd-tabela-registro
                         write reorg-prd-tabela-registro
                         add 1                         to ws-qtd-lidos
                end-read
                if   not ws-anterior-ok
                     set ws-arquivo-eof                to true
                end-if
            end-perform
            perform 1200-verificar-descarga
            close prd-tabela-ant-arq
            close reorg-prd-tabela-arq
            if   ws-arquivo-com-erro
                 exit section
            end-if

            open input reorg-prd-tabela-arq
            open output prd-tabela-arq
            move "N"                                 to ws-ind-fim-arquivo
            perform until ws-arquivo-eof
                read reorg-prd-tabela-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         initialize reg-prd-tabela
                         move reorg-tab-cd-produto     to tab-cd-produto
                         move reorg-tab-categoria      to tab-categoria
                         move spaces                   to tab-unidade
                         move reorg-tab-qtd-minima     to tab-qtd-minima
                         move reorg-tab-preco          to tab-preco
                         write reg-prd-tabela
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-gravados
                         end-write
                end-read
            end-perform
            close reorg-prd-tabela-arq
            close prd-tabela-arq

            open input prd-tabela-arq
            move "N"                                 to ws-ind-fim-arquivo
            move low-values                          to tab-chave
            start prd-tabela-arq key is greater than or equal tab-chave
                invalid key
                     set ws-arquivo-eof              to true
            end-start
            perform until ws-arquivo-eof
                read prd-tabela-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                         to ws-qtd-conferidos
                end-read
            end-perform
            close prd-tabela-arq

            perform 2900-exibir-resultado
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2900-exibir-resultado: as três contagens do arquivo e o
      *>   veredito - OK só com lidos = gravados = relidos e nenhum
      *>   registro rejeitado na regravação.
       2900-exibir-resultado section.
       2900.
            add 1                                    to ws-total-arquivos
            display "  Lidos no arquivo anterior: " ws-qtd-lidos
            display "  Gravados no arquivo novo:  " ws-qtd-gravados
            display "  Relidos no arquivo novo:   " ws-qtd-conferidos
            if   ws-qtd-rejeitados > 0
                 display "  Rejeitados na regravacao:  " ws-qtd-rejeitados
            end-if
            if   ws-qtd-gravados = ws-qtd-lidos
            and  ws-qtd-conferidos = ws-qtd-lidos
            and  ws-qtd-rejeitados = zeros
                 display "  " ws-nome-arquivo " OK"
            else
                 display "  " ws-nome-arquivo " DIVERGENCIA - conferir antes de liberar o sistema."
                 add 1                                to ws-total-divergentes
            end-if
            .

       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Reorganizacao concluida: " ws-total-arquivos " arquivo(s), "
                    ws-total-divergentes " com divergencia."
            .

       3000-exit.
            exit.
