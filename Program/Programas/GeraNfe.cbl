      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. GeraNfe.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                    GeraNfe
      *>            --------------------------------------------------------
      *>
      *>   Geração do arquivo de integração com o emissor de NF-e (mesmo
      *>   molde em lote de RemessaBanco.cbl): varre FATURA.DAT e grava
      *>   NFE-ENVIO.TXT no layout posicional acordado com o emissor -
      *>   registro 0 de header com a data e o número do lote (série
      *>   NFELOTE em PARAMETRO.DAT, via ProximoNumero); para cada
      *>   fatura emitida ainda não enviada (ou rejeitada, depois de
      *>   corrigida) um registro A com destinatário e totais e um
      *>   registro I por item fiscal de FATURA-ITEM.DAT (gravados por
      *>   CalculaTributos.cbl na emissão); para cada fatura cancelada
      *>   com NF-e já autorizada um registro C de pedido de
      *>   cancelamento; registro 9 de trailer com contagens e total. A
      *>   fatura enviada fica na situação "E" (ou "S" no cancelamento)
      *>   até o retorno do emissor ser lido por RetornoNfe.cbl.
      *>   Um lote (header, notas/cancelamentos e trailer) por
      *>   estabelecimento emissor (fat-cd-empresa, zeros vale a matriz),
      *>   com CNPJ, inscrição estadual e UF do emitente de EMPRESA.DAT
      *>   no header; sem nada a enviar sai o lote vazio da matriz.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select fatura-arq assign         to "FATURA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
           select fatura-item-arq assign    to "FATURA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fti-chave
                  file status                is ws-status-fatura-item.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select empresa-arq assign        to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-empresa.
           select nfe-arq assign            to "NFE-ENVIO.TXT"
                  organization               is line sequential
                  file status                is ws-status-nfe.

      *>===================================================================================
       data division.
       file section.
       fd  fatura-arq.
       copy "FATURA.CPY".

       fd  fatura-item-arq.
       copy "FATITEM.CPY".

       fd  cliente-arq.
       copy "CLIENTE.CPY".

       fd  produto-arq.
       copy "PROD.CPY".

       fd  empresa-arq.
       copy "EMPRESA.CPY".

       fd  nfe-arq.
       01  reg-nfe                                  pic x(300).

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-fatura                      pic x(02)       value "00".
              88 ws-fatura-ok                                       value "00".
              88 ws-fatura-nao-encontrado                           value "23" "35".
           03 ws-status-fatura-item                 pic x(02)       value "00".
              88 ws-fatura-item-ok                                  value "00".
              88 ws-fatura-item-nao-encontrado                      value "23" "35".
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-empresa                     pic x(02)       value "00".
              88 ws-empresa-ok                                      value "00".
              88 ws-empresa-nao-encontrado                          value "23" "35".
           03 ws-status-nfe                         pic x(02)       value "00".
              88 ws-nfe-ok                                          value "00".

       01  ws-ind-fim-fatura                         pic x(01)       value "N".
          88 ws-fatura-eof                                          value "S".
       01  ws-ind-fim-fatura-item                    pic x(01)       value "N".
          88 ws-fatura-item-eof                                     value "S".

      *>   Layout posicional dos registros do envio: header (tipo 0),
      *>   nota (tipo A), item da nota (tipo I), pedido de cancelamento
      *>   (tipo C) e trailer (tipo 9).
       01  ws-nfe-header.
           03 ws-hdr-tipo                           pic x(01)       value "0".
           03 ws-hdr-literal                        pic x(07)       value "NFELOTE".
           03 ws-hdr-data-geracao                    pic 9(08)       value zeros.
           03 ws-hdr-lote                           pic 9(07)       value zeros.
           03 ws-hdr-cd-empresa                     pic 9(01)       value zeros.
           03 ws-hdr-emit-cnpj                      pic 9(14)       value zeros.
           03 ws-hdr-emit-insc-estadual              pic x(18)       value spaces.
           03 ws-hdr-emit-uf                        pic x(02)       value spaces.
           03 ws-hdr-emit-razao-social               pic x(40)       value spaces.
           03 filler                                pic x(202)      value spaces.

       01  ws-nfe-nota.
           03 ws-not-tipo                           pic x(01)       value "A".
           03 ws-not-cd-fatura                      pic 9(07)       value zeros.
           03 ws-not-cd-pedido                      pic 9(07)       value zeros.
           03 ws-not-data-emissao                    pic 9(08)       value zeros.
           03 ws-not-cd-cliente                     pic 9(05)       value zeros.
           03 ws-not-tipo-pessoa                     pic 9(01)       value zeros.
           03 ws-not-cpf-cnpj                       pic 9(14)       value zeros.
           03 ws-not-razao-social                    pic x(40)       value spaces.
           03 ws-not-insc-estadual                   pic x(18)       value spaces.
           03 ws-not-insc-estadual-isento             pic x(01)       value spaces.
           03 ws-not-logradouro                     pic x(30)       value spaces.
           03 ws-not-numero                         pic x(06)       value spaces.
           03 ws-not-bairro                         pic x(30)       value spaces.
           03 ws-not-municipio                      pic x(30)       value spaces.
           03 ws-not-uf                             pic x(02)       value spaces.
           03 ws-not-cep                            pic 9(08)       value zeros.
           03 ws-not-valor-produtos                  pic 9(11)v9(02) value zeros.
           03 ws-not-valor-icms                     pic 9(11)v9(02) value zeros.
           03 ws-not-valor-ipi                      pic 9(11)v9(02) value zeros.
           03 ws-not-valor-total                    pic 9(11)v9(02) value zeros.
           03 ws-not-valor-frete                    pic 9(11)v9(02) value zeros.
           03 filler                                pic x(27)       value spaces.

       01  ws-nfe-item.
           03 ws-itn-tipo                           pic x(01)       value "I".
           03 ws-itn-cd-fatura                      pic 9(07)       value zeros.
           03 ws-itn-sequencia                      pic 9(05)       value zeros.
           03 ws-itn-cd-produto                     pic 9(05)       value zeros.
           03 ws-itn-descricao                      pic x(40)       value spaces.
           03 ws-itn-unidade                        pic x(03)       value spaces.
           03 ws-itn-ncm                            pic 9(08)       value zeros.
           03 ws-itn-origem                         pic 9(01)       value zeros.
           03 ws-itn-cfop                           pic 9(04)       value zeros.
           03 ws-itn-quantidade                     pic 9(07)       value zeros.
           03 ws-itn-valor-produto                   pic 9(11)v9(02) value zeros.
           03 ws-itn-base-icms                      pic 9(11)v9(02) value zeros.
           03 ws-itn-aliquota-icms                   pic 9(02)v9(02) value zeros.
           03 ws-itn-valor-icms                     pic 9(11)v9(02) value zeros.
           03 ws-itn-aliquota-ipi                    pic 9(02)v9(02) value zeros.
           03 ws-itn-valor-ipi                      pic 9(11)v9(02) value zeros.
           03 filler                                pic x(159)      value spaces.

       01  ws-nfe-cancelamento.
           03 ws-can-tipo                           pic x(01)       value "C".
           03 ws-can-cd-fatura                      pic 9(07)       value zeros.
           03 ws-can-chave-acesso                   pic x(44)       value spaces.
           03 ws-can-protocolo                      pic x(15)       value spaces.
           03 filler                                pic x(233)      value spaces.

       01  ws-nfe-trailer.
           03 ws-trl-tipo                           pic x(01)       value "9".
           03 ws-trl-qtd-notas                      pic 9(06)       value zeros.
           03 ws-trl-qtd-itens                      pic 9(06)       value zeros.
           03 ws-trl-qtd-cancelamentos               pic 9(06)       value zeros.
           03 ws-trl-valor-total                     pic 9(13)v9(02) value zeros.
           03 filler                                pic x(266)      value spaces.

       01  ws-totais-envio.
           03 ws-total-notas                        pic 9(06)       value zeros.
           03 ws-total-itens                        pic 9(06)       value zeros.
           03 ws-total-cancelamentos                 pic 9(06)       value zeros.
           03 ws-total-sem-item                     pic 9(06)       value zeros.
           03 ws-total-valor                        pic 9(13)v9(02) value zeros.
       01  ws-qtd-itens-nota                          pic 9(05)       value zeros.

      *>   Contagens do lote corrente (trailer) - ws-totais-envio somam
      *>   todos os lotes do arquivo.
       01  ws-totais-lote.
           03 ws-lote-notas                         pic 9(06)       value zeros.
           03 ws-lote-itens                         pic 9(06)       value zeros.
           03 ws-lote-cancelamentos                  pic 9(06)       value zeros.
           03 ws-lote-valor                         pic 9(13)v9(02) value zeros.
       01  ws-qtd-lotes                              pic 9(02)       value zeros.

      *>   Estabelecimentos com nota ou cancelamento a enviar (índice =
      *>   código da empresa; zeros vale a matriz, código 1).
       01  ws-tab-estab-pendente.
           03 ws-estab-pendente                      pic x(01)       occurs 9 times.
       01  ws-estab-idx                              pic 9(02)       value zeros.
       01  ws-cd-empresa-fatura                      pic 9(01)       value zeros.
       01  ws-acao-fatura                            pic x(01)       value spaces.
          88 ws-acao-nota                                           value "N".
          88 ws-acao-cancelamento                                   value "C".

      *>   Atribuição do número do lote via PARAMETRO.DAT (CALL para
      *>   ProximoNumero, mesmo padrão de RemessaBanco.cbl).
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
            open i-o fatura-arq
            if   ws-fatura-nao-encontrado
                 open output fatura-arq
                 close fatura-arq
                 open i-o fatura-arq
            end-if
            open input fatura-item-arq
            if   ws-fatura-item-nao-encontrado
                 open output fatura-item-arq
                 close fatura-item-arq
                 open input fatura-item-arq
            end-if
            open input cliente-arq
            if   ws-cliente-nao-encontrado
                 open output cliente-arq
                 close cliente-arq
                 open input cliente-arq
            end-if
            open input produto-arq
            if   ws-produto-nao-encontrado
                 open output produto-arq
                 close produto-arq
                 open input produto-arq
            end-if
            open input empresa-arq
            if   ws-empresa-nao-encontrado
                 open output empresa-arq
                 close empresa-arq
                 open input empresa-arq
            end-if
            open output nfe-arq
            .

       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            perform 2050-apurar-estabelecimentos
            perform varying ws-estab-idx from 1 by 1
                    until ws-estab-idx > 9
                if   ws-estab-pendente(ws-estab-idx) = "S"
                     perform 2100-gravar-header
                     perform 2200-gravar-faturas
                     perform 2300-gravar-trailer
                end-if
            end-perform
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2050-apurar-estabelecimentos: primeira passada em FATURA.DAT
      *>   marcando os estabelecimentos com algo a enviar; nenhum marcado,
      *>   a matriz gera o lote vazio.
       2050-apurar-estabelecimentos section.
       2050.
            move all "N"                             to ws-tab-estab-pendente
            move "N"                                 to ws-ind-fim-fatura
            move low-values                          to fat-cd-fatura
            start fatura-arq key is greater than or equal fat-cd-fatura
                invalid key
                     set ws-fatura-eof               to true
            end-start

            perform until ws-fatura-eof
                read fatura-arq next record
                    at end
                         set ws-fatura-eof            to true
                    not at end
                         perform 2060-classificar-fatura
                         if   ws-acao-fatura not = spaces
                              move "S"                 to ws-estab-pendente(ws-cd-empresa-fatura)
                         end-if
                end-read
            end-perform

            if   ws-tab-estab-pendente = all "N"
                 move "S"                             to ws-estab-pendente(1)
            end-if
            .

       2050-exit.
            exit.

      *>===================================================================================
      *>   2060-classificar-fatura: estabelecimento emissor da fatura lida
      *>   e o que ela gera no envio - nota (emitida não enviada ou
      *>   rejeitada), cancelamento (cancelada com NF-e autorizada) ou
      *>   nada.
       2060-classificar-fatura section.
       2060.
            if   fat-cd-empresa = zeros
                 move 1                              to ws-cd-empresa-fatura
            else
                 move fat-cd-empresa                 to ws-cd-empresa-fatura
            end-if
            evaluate true
                when fat-emitida
                 and (fat-nfe-nao-enviada or fat-nfe-rejeitada)
                     set ws-acao-nota                 to true
                when fat-cancelada
                 and fat-nfe-autorizada
                     set ws-acao-cancelamento         to true
                when other
                     move spaces                      to ws-acao-fatura
            end-evaluate
            .

       2060-exit.
            exit.

      *>===================================================================================
      *>   2100-gravar-header: registro tipo 0 com a data de geração, o
      *>   número do lote (série NFELOTE de PARAMETRO.DAT) e o emitente
      *>   do lote (EMPRESA.DAT pelo estabelecimento ws-estab-idx).
       2100-gravar-header section.
       2100.
            move "NFELOTE"                           to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-hdr-lote
            add 1                                    to ws-qtd-lotes
            initialize ws-totais-lote

            move function current-date (1:8)          to ws-hdr-data-geracao
            move ws-estab-idx                        to ws-hdr-cd-empresa
            move zeros                               to ws-hdr-emit-cnpj
            move spaces                              to ws-hdr-emit-insc-estadual
            move spaces                              to ws-hdr-emit-uf
            move spaces                              to ws-hdr-emit-razao-social
            move ws-estab-idx                        to emp-cd-empresa
            read empresa-arq
                key is emp-cd-empresa
                invalid key
                     display "NFE estabelecimento sem cadastro: " ws-estab-idx
                not invalid key
                     move emp-cnpj                    to ws-hdr-emit-cnpj
                     move emp-insc-estadual           to ws-hdr-emit-insc-estadual
                     move emp-uf                      to ws-hdr-emit-uf
                     move emp-razao-social            to ws-hdr-emit-razao-social
            end-read
            write reg-nfe                            from ws-nfe-header
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-gravar-faturas: varredura sequencial de FATURA.DAT pelas
      *>   faturas do estabelecimento do lote; emitida não enviada ou
      *>   rejeitada vai como nota (2210), cancelada com NF-e autorizada
      *>   vai como cancelamento (2230).
       2200-gravar-faturas section.
       2200.
            move "N"                                 to ws-ind-fim-fatura
            move low-values                          to fat-cd-fatura
            start fatura-arq key is greater than or equal fat-cd-fatura
                invalid key
                     set ws-fatura-eof               to true
            end-start

            perform until ws-fatura-eof
                read fatura-arq next record
                    at end
                         set ws-fatura-eof            to true
                    not at end
                         perform 2060-classificar-fatura
                         if   ws-cd-empresa-fatura = ws-estab-idx
                              evaluate true
                                  when ws-acao-nota
                                       perform 2210-gravar-nota
                                  when ws-acao-cancelamento
                                       perform 2230-gravar-cancelamento
                                  when other
                                       continue
                              end-evaluate
                         end-if
                end-read
            end-perform
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2210-gravar-nota: registro A com o destinatário resolvido em
      *>   CLIENTE.DAT e os totais da fatura, seguido dos itens (2220).
       2210-gravar-nota section.
       2210.
            move fat-cd-fatura                       to ws-not-cd-fatura
            move fat-cd-pedido                       to ws-not-cd-pedido
            move fat-data-emissao                     to ws-not-data-emissao
            move fat-cd-cliente                      to ws-not-cd-cliente
            move fat-valor-produtos                   to ws-not-valor-produtos
            move fat-valor-icms                      to ws-not-valor-icms
            move fat-valor-ipi                       to ws-not-valor-ipi
            move fat-valor-total                     to ws-not-valor-total
            move fat-valor-frete                     to ws-not-valor-frete

            move zeros                               to ws-not-tipo-pessoa
            move zeros                               to ws-not-cpf-cnpj
            move spaces                              to ws-not-razao-social
            move spaces                              to ws-not-insc-estadual
            move spaces                              to ws-not-insc-estadual-isento
            move spaces                              to ws-not-logradouro
            move spaces                              to ws-not-numero
            move spaces                              to ws-not-bairro
            move spaces                              to ws-not-municipio
            move spaces                              to ws-not-uf
            move zeros                               to ws-not-cep
            move fat-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     move cli-tipo-pessoa              to ws-not-tipo-pessoa
                     move cli-cpf-cnpj                to ws-not-cpf-cnpj
                     move cli-razao-social             to ws-not-razao-social
                     move cli-insc-estadual            to ws-not-insc-estadual
                     move cli-insc-estadual-isento      to ws-not-insc-estadual-isento
                     move cli-logradouro              to ws-not-logradouro
                     move cli-numero                  to ws-not-numero
                     move cli-bairro                  to ws-not-bairro
                     move cli-municipio               to ws-not-municipio
                     move cli-uf                      to ws-not-uf
                     move cli-cep                     to ws-not-cep
            end-read

            write reg-nfe                            from ws-nfe-nota
            add 1                                    to ws-total-notas
            add fat-valor-total                      to ws-total-valor
            add 1                                    to ws-lote-notas
            add fat-valor-total                      to ws-lote-valor

            perform 2220-gravar-itens
            if   ws-qtd-itens-nota = zeros
                 add 1                                to ws-total-sem-item
                 display "NFE sem itens fiscais: fatura " fat-cd-fatura
            end-if

            set  fat-nfe-enviada                     to true
            move spaces                              to fat-nfe-motivo-rejeicao
            rewrite reg-fatura
                invalid key
                     display "NFE erro ao marcar envio da fatura " fat-cd-fatura
            end-rewrite
            .

       2210-exit.
            exit.

      *>===================================================================================
      *>   2220-gravar-itens: registros I dos itens fiscais da fatura
      *>   (START pela chave parcial fatura+sequência, mesma técnica de
      *>   varredura de Fatura.cbl).
       2220-gravar-itens section.
       2220.
            move zeros                               to ws-qtd-itens-nota
            move "N"                                 to ws-ind-fim-fatura-item
            move fat-cd-fatura                       to fti-cd-fatura
            move zeros                               to fti-sequencia
            start fatura-item-arq key is greater than or equal fti-chave
                invalid key
                     set ws-fatura-item-eof           to true
            end-start

            perform until ws-fatura-item-eof
                read fatura-item-arq next record
                    at end
                         set ws-fatura-item-eof       to true
                    not at end
                         if   fti-cd-fatura not = fat-cd-fatura
                              set ws-fatura-item-eof  to true
                         else
                              perform 2225-gravar-item
                         end-if
                end-read
            end-perform
            .

       2220-exit.
            exit.

      *>===================================================================================
       2225-gravar-item section.
       2225.
            move fti-cd-fatura                       to ws-itn-cd-fatura
            move fti-sequencia                       to ws-itn-sequencia
            move fti-cd-produto                      to ws-itn-cd-produto
            move fti-ncm                             to ws-itn-ncm
            move fti-origem                          to ws-itn-origem
            move fti-cfop                            to ws-itn-cfop
            move fti-quantidade                      to ws-itn-quantidade
            move fti-valor-produto                    to ws-itn-valor-produto
            move fti-base-icms                       to ws-itn-base-icms
            move fti-aliquota-icms                    to ws-itn-aliquota-icms
            move fti-valor-icms                      to ws-itn-valor-icms
            move fti-aliquota-ipi                     to ws-itn-aliquota-ipi
            move fti-valor-ipi                       to ws-itn-valor-ipi

            move spaces                              to ws-itn-descricao
            move spaces                              to ws-itn-unidade
            move fti-cd-produto                      to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     continue
                not invalid key
                     move prd-descricao               to ws-itn-descricao
                     move prd-unidade                 to ws-itn-unidade
            end-read

            write reg-nfe                            from ws-nfe-item
            add 1                                    to ws-qtd-itens-nota
            add 1                                    to ws-total-itens
            add 1                                    to ws-lote-itens
            .

       2225-exit.
            exit.

      *>===================================================================================
      *>   2230-gravar-cancelamento: registro C com a chave de acesso e o
      *>   protocolo da NF-e autorizada da fatura cancelada.
       2230-gravar-cancelamento section.
       2230.
            move fat-cd-fatura                       to ws-can-cd-fatura
            move fat-nfe-chave-acesso                 to ws-can-chave-acesso
            move fat-nfe-protocolo                    to ws-can-protocolo
            write reg-nfe                            from ws-nfe-cancelamento
            add 1                                    to ws-total-cancelamentos
            add 1                                    to ws-lote-cancelamentos

            set  fat-nfe-cancel-solicitado            to true
            rewrite reg-fatura
                invalid key
                     display "NFE erro ao marcar cancelamento da fatura " fat-cd-fatura
            end-rewrite
            .

       2230-exit.
            exit.

      *>===================================================================================
       2300-gravar-trailer section.
       2300.
            move ws-lote-notas                       to ws-trl-qtd-notas
            move ws-lote-itens                       to ws-trl-qtd-itens
            move ws-lote-cancelamentos                to ws-trl-qtd-cancelamentos
            move ws-lote-valor                       to ws-trl-valor-total
            write reg-nfe                            from ws-nfe-trailer
            display "Lote NF-e gerado....: " ws-hdr-lote
                    " estabelecimento " ws-hdr-cd-empresa
                    " notas " ws-lote-notas
                    " cancelamentos " ws-lote-cancelamentos
            .

       2300-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Lotes gerados.......: " ws-qtd-lotes
            display "Notas no arquivo....: " ws-total-notas
            display "Itens no arquivo....: " ws-total-itens
            display "Cancelamentos.......: " ws-total-cancelamentos
            display "Notas sem item......: " ws-total-sem-item
            display "Valor total.........: " ws-total-valor
            close fatura-arq
            close fatura-item-arq
            close cliente-arq
            close produto-arq
            close empresa-arq
            close nfe-arq
            .

       3000-exit.
            exit.
