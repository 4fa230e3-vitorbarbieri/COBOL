      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. CalculaTributos.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                 CalculaTributos
      *>            --------------------------------------------------------
      *>
      *>   Subprograma de tributação de um item de fatura (mesmo padrão de
      *>   CALL de ProximoNumero/AtualizaDeposito): o chamador informa a
      *>   fatura, a sequência do item, o cliente, o produto, a
      *>   quantidade expedida e o valor dos produtos do item (já com o
      *>   desconto concedido). Aqui dentro o NCM e a origem vêm de
      *>   PRODUTO.DAT, a UF e a condição de contribuinte vêm de
      *>   CLIENTE.DAT, e a regra de REGRA-FISCAL.DAT do par UF
      *>   origem/destino resolve o CFOP e as alíquotas - primeiro a
      *>   regra do NCM do produto, depois a regra geral (NCM zeros). O
      *>   item fiscal é gravado em FATURA-ITEM.DAT e os valores de ICMS e
      *>   IPI voltam para o chamador somar no cabeçalho da fatura.
      *>   Destinatário não contribuinte (isento de inscrição estadual ou
      *>   pessoa física) usa o CFOP/alíquota de não contribuinte e tem o
      *>   IPI somado à base do ICMS; produto de origem estrangeira em
      *>   operação interestadual para contribuinte vai a 4%.
      *>   A UF de origem é a do estabelecimento emitente da fatura
      *>   (EMPRESA.DAT); sem o estabelecimento cadastrado vale a UF
      *>   padrão da matriz.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select regra-fiscal-arq assign   to "REGRA-FISCAL.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rfi-chave
                  file status                is ws-status-regra-fiscal.
           select fatura-item-arq assign    to "FATURA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fti-chave
                  file status                is ws-status-fatura-item.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select cliente-arq assign        to "CLIENTE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cli-cd-cliente
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select empresa-arq assign        to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-empresa.

      *>===================================================================================
       data division.
       file section.
       fd  regra-fiscal-arq.
       copy "REGFISC.CPY".
       fd  fatura-item-arq.
       copy "FATITEM.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  empresa-arq.
       copy "EMPRESA.CPY".

      *>===================================================================================
       working-storage section.
      *>   UF da matriz, origem da saída quando o estabelecimento emitente
      *>   não está cadastrado.
       78  ws-uf-emitente-padrao                      value "SP".
      *>   Alíquota interestadual de ICMS para mercadoria importada.
       78  ws-aliquota-icms-importado                 value 4.

       01  ws-controle-arquivos.
           03 ws-status-regra-fiscal                 pic x(02)       value "00".
              88 ws-regra-fiscal-ok                                 value "00".
              88 ws-regra-fiscal-nao-encontrado                     value "23" "35".
           03 ws-status-fatura-item                  pic x(02)       value "00".
              88 ws-fatura-item-ok                                  value "00".
              88 ws-fatura-item-nao-encontrado                      value "23" "35".
           03 ws-status-produto                      pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-cliente                      pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-empresa                      pic x(02)       value "00".
              88 ws-empresa-ok                                      value "00".
              88 ws-empresa-nao-encontrado                          value "23" "35".

      *>   EMPRESA.DAT aberto nesta chamada: o fechamento não depende do
      *>   status da última leitura (chave não encontrada deixa 23).
       01  ws-ind-empresa-aberta                      pic x(01)       value "N".
          88 ws-empresa-aberta                                       value "S".

       01  ws-uf-emitente                             pic x(02)       value spaces.
       01  ws-uf-destino                              pic x(02)       value spaces.
       01  ws-ind-nao-contribuinte                    pic x(01)       value "N".
          88 ws-nao-contribuinte                                     value "S".
       01  ws-ind-regra-encontrada                    pic x(01)       value "N".
          88 ws-regra-encontrada                                     value "S".

      *>===================================================================================
       linkage section.
       01  ws-parametros-calcula-tributos.
           03 ln-trb-cd-fatura                       pic 9(07).
           03 ln-trb-sequencia                        pic 9(05).
           03 ln-trb-cd-cliente                       pic 9(05).
           03 ln-trb-cd-produto                       pic 9(05).
           03 ln-trb-quantidade                       pic 9(07).
           03 ln-trb-valor-produto                     pic 9(09)v9(02).
           03 ln-trb-cfop                             pic 9(04).
           03 ln-trb-valor-icms                       pic 9(09)v9(02).
           03 ln-trb-valor-ipi                        pic 9(09)v9(02).
           03 ln-trb-ind-regra                        pic x(01).
           03 ln-trb-cd-empresa                       pic 9(01).

      *>===================================================================================
       procedure division using ws-parametros-calcula-tributos.

      *>===================================================================================
       0000-controle section.
       0000.
            perform 1100-abrir-arquivos
            perform 2050-resolver-emitente
            perform 2100-resolver-destinatario
            perform 2200-resolver-regra
            perform 2300-calcular-item
            perform 2400-gravar-item-fiscal
            close regra-fiscal-arq
            close fatura-item-arq
            close produto-arq
            close cliente-arq
            if   ws-empresa-aberta
                 close empresa-arq
                 move "N"                            to ws-ind-empresa-aberta
            end-if
            .
       0000-saida.
           goback.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open input regra-fiscal-arq
            if   ws-regra-fiscal-nao-encontrado
                 open output regra-fiscal-arq
                 close regra-fiscal-arq
                 open input regra-fiscal-arq
            end-if
            open i-o fatura-item-arq
            if   ws-fatura-item-nao-encontrado
                 open output fatura-item-arq
                 close fatura-item-arq
                 open i-o fatura-item-arq
            end-if
            open input produto-arq
            open input cliente-arq
            move "N"                                 to ws-ind-empresa-aberta
            open input empresa-arq
            if   ws-empresa-ok
                 set ws-empresa-aberta               to true
            end-if
            .
       1100-exit.
            exit.

      *>===================================================================================
      *>   2050-resolver-emitente: UF do estabelecimento da fatura
      *>   (código zeros vale a matriz).
       2050-resolver-emitente section.
       2050.
            move ws-uf-emitente-padrao               to ws-uf-emitente
            if   not ws-empresa-aberta
                 exit section
            end-if
            if   ln-trb-cd-empresa = zeros
                 move 1                              to emp-cd-empresa
            else
                 move ln-trb-cd-empresa              to emp-cd-empresa
            end-if
            read empresa-arq
                key is emp-cd-empresa
                invalid key
                     continue
                not invalid key
                     if   emp-uf not = spaces
                          move emp-uf                  to ws-uf-emitente
                     end-if
            end-read
            .
       2050-exit.
            exit.

      *>===================================================================================
      *>   2100-resolver-destinatario: UF e condição de contribuinte do
      *>   cliente; o produto traz o NCM e a origem para o item fiscal.
       2100-resolver-destinatario section.
       2100.
            move ws-uf-emitente                      to ws-uf-destino
            move "N"                                 to ws-ind-nao-contribuinte
            move ln-trb-cd-cliente                   to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     continue
                not invalid key
                     if   cli-uf not = spaces
                          move cli-uf                  to ws-uf-destino
                     end-if
                     if   cli-isento-icms
                     or   cli-pessoa-fisica
                          set ws-nao-contribuinte      to true
                     end-if
            end-read

            move ln-trb-cd-produto                   to prd-cd-produto
            read produto-arq
                key is prd-cd-produto
                invalid key
                     move zeros                      to prd-ncm
                     move zeros                      to prd-origem
            end-read
            .
       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-resolver-regra: regra específica do NCM do produto e, na
      *>   falta dela (ou inativa), a regra geral do par de UFs.
       2200-resolver-regra section.
       2200.
            move "N"                                 to ws-ind-regra-encontrada
            move ws-uf-emitente                      to rfi-uf-origem
            move ws-uf-destino                       to rfi-uf-destino
            move prd-ncm                             to rfi-ncm
            read regra-fiscal-arq
                key is rfi-chave
                invalid key
                     continue
                not invalid key
                     if   rfi-ativa
                          set ws-regra-encontrada      to true
                     end-if
            end-read
            if   ws-regra-encontrada
            or   prd-ncm = zeros
                 exit section
            end-if

            move ws-uf-emitente                      to rfi-uf-origem
            move ws-uf-destino                       to rfi-uf-destino
            move zeros                               to rfi-ncm
            read regra-fiscal-arq
                key is rfi-chave
                invalid key
                     continue
                not invalid key
                     if   rfi-ativa
                          set ws-regra-encontrada      to true
                     end-if
            end-read
            .
       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-calcular-item: CFOP, alíquotas, base e valores do item.
      *>   Sem regra o item sai sem tributo e marcado para conferência.
       2300-calcular-item section.
       2300.
            move ln-trb-cd-fatura                    to fti-cd-fatura
            move ln-trb-sequencia                    to fti-sequencia
            move ln-trb-cd-produto                   to fti-cd-produto
            move prd-ncm                             to fti-ncm
            move prd-origem                          to fti-origem
            move ln-trb-quantidade                   to fti-quantidade
            move ln-trb-valor-produto                 to fti-valor-produto
            move zeros                               to fti-cfop
            move zeros                               to fti-base-icms
            move zeros                               to fti-aliquota-icms
            move zeros                               to fti-valor-icms
            move zeros                               to fti-aliquota-ipi
            move zeros                               to fti-valor-ipi
            if   not ws-regra-encontrada
                 move "N"                            to fti-ind-regra
                 exit section
            end-if
            move "S"                                 to fti-ind-regra

            move rfi-aliquota-ipi                    to fti-aliquota-ipi
            compute fti-valor-ipi rounded =
                    ln-trb-valor-produto * rfi-aliquota-ipi / 100

            if   ws-nao-contribuinte
                 move rfi-cfop-nao-contribuinte        to fti-cfop
                 move rfi-aliquota-icms-nao-contrib     to fti-aliquota-icms
                 compute fti-base-icms =
                         ln-trb-valor-produto + fti-valor-ipi
            else
                 move rfi-cfop-contribuinte            to fti-cfop
                 move rfi-aliquota-icms               to fti-aliquota-icms
                 if   ws-uf-destino not = ws-uf-emitente
                 and  prd-origem-importada
                      move ws-aliquota-icms-importado   to fti-aliquota-icms
                 end-if
                 move ln-trb-valor-produto             to fti-base-icms
            end-if
            compute fti-valor-icms rounded =
                    fti-base-icms * fti-aliquota-icms / 100
            .
       2300-exit.
            exit.

      *>===================================================================================
      *>   2400-gravar-item-fiscal: grava (ou regrava, numa reemissão) o
      *>   item fiscal e devolve os valores ao chamador.
       2400-gravar-item-fiscal section.
       2400.
            write reg-fatura-item
                invalid key
                     rewrite reg-fatura-item
                         invalid key
                              continue
                     end-rewrite
            end-write
            move fti-cfop                            to ln-trb-cfop
            move fti-valor-icms                      to ln-trb-valor-icms
            move fti-valor-ipi                       to ln-trb-valor-ipi
            move fti-ind-regra                       to ln-trb-ind-regra
            .
       2400-exit.
            exit.
