      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. CobrancaPix.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                   CobrancaPix
      *>            --------------------------------------------------------
      *>
      *>   Subprograma da cobrança PIX de uma parcela de contas a receber
      *>   (mesmo padrão de CALL de ProximoNumero/CalculaEncargos): o
      *>   chamador informa a parcela em aberto - pedido, parcela,
      *>   cliente, estabelecimento credor, saldo devedor e vencimento - e
      *>   recebe o txid e o "copia e cola" (os dados do QR Code) para
      *>   imprimir. A cobrança Ativa da parcela em PIX-COBRANCA.DAT
      *>   (PIXCOB.CPY) é reaproveitada enquanto o valor for o saldo;
      *>   saldo diferente (pagamento parcial) substitui a cobrança por
      *>   uma nova, com novo txid. O payload é o BR Code estático do
      *>   Banco Central (EMV): chave PIX do estabelecimento (EMPRESA.CPY),
      *>   valor, nome e cidade do recebedor sem acentos, o txid no campo
      *>   adicional e o CRC16-CCITT no fim. Estabelecimento sem chave PIX
      *>   devolve a situação S e nada é gravado.
      *>   Usado pelo espelho do pedido (EspelhoPedido.cbl), pela fatura
      *>   (Fatura.cbl) e pela carta de cobrança (ReguaCobranca.cbl); a
      *>   baixa do que o PSP liquidar é de RetornoPix.cbl.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select pix-cobranca-arq assign   to "PIX-COBRANCA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pxc-txid
                  alternate record key       is pxc-chave-parcela with duplicates
                  file status                is ws-status-pix-cobranca.
           select empresa-arq assign        to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-empresa.

      *>===================================================================================
       data division.
       file section.
       fd  pix-cobranca-arq.
       copy "PIXCOB.CPY".
       fd  empresa-arq.
       copy "EMPRESA.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-pix-cobranca                 pic x(02)       value "00".
              88 ws-pix-cobranca-ok                                 value "00".
              88 ws-pix-cobranca-nao-encontrado                     value "23" "35".
           03 ws-status-empresa                     pic x(02)       value "00".
              88 ws-empresa-ok                                      value "00".
              88 ws-empresa-nao-encontrado                          value "23" "35".

       01  ws-ind-fim-cobranca                       pic x(01)       value "N".
          88 ws-cobranca-eof                                        value "S".
       01  ws-ind-cobranca-ativa                     pic x(01)       value "N".
          88 ws-tem-cobranca-ativa                                  value "S".

      *>   EMPRESA.DAT aberto nesta chamada (mesmo controle de
      *>   CalculaTributos.cbl): sem o cadastro de estabelecimentos não há
      *>   chave PIX e o fechamento não depende do status da última
      *>   leitura.
       01  ws-ind-empresa-aberta                      pic x(01)       value "N".
          88 ws-empresa-aberta                                       value "S".

      *>   Atribuição do sequencial do txid (série PIXTXID de
      *>   PARAMETRO.DAT, CALL para ProximoNumero).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

       01  ws-txid.
           03 ws-txid-prefixo                        pic x(02)       value "RC".
           03 ws-txid-cd-pedido                      pic 9(07)       value zeros.
           03 ws-txid-parcela                        pic 9(02)       value zeros.
           03 ws-txid-sequencial                      pic 9(08)       value zeros.
       01  ws-txid-tam                               pic 9(02)       value 19.

      *>   Montagem do BR Code: cada campo é id (2) + tamanho (2) + valor.
       01  ws-payload                                pic x(250)      value spaces.
       01  ws-payload-ponteiro                        pic 9(03)       value 1.
       01  ws-campo-id                               pic x(02)       value spaces.
       01  ws-campo-valor                            pic x(99)       value spaces.
       01  ws-campo-tam                              pic 9(02)       value zeros.
       01  ws-conta-pix                              pic x(99)       value spaces.
       01  ws-conta-pix-tam                           pic 9(02)       value zeros.
       01  ws-chave-pix-tam                           pic 9(02)       value zeros.
       01  ws-valor-editado                          pic z(08)9.99   value zeros.
       01  ws-qtd-brancos                            pic 9(02)       value zeros.

      *>   Nome e cidade do recebedor: só letras sem acento, números e
      *>   espaço, em maiúsculas. Os acentos do cadastro chegam em UTF-8
      *>   (C3 + segundo byte) ou em Latin-1 (um byte de C0 a FF); nos
      *>   dois casos a posição na tabela abaixo dá a letra base.
       01  ws-tabela-acentos                         pic x(64)       value
               "AAAAAAACEEEEIIIIDNOOOOO OUUUUYTSAAAAAAACEEEEIIIIDNOOOOO OUUUUYTY".
       01  ws-texto-entrada                          pic x(40)       value spaces.
       01  ws-texto-saida                            pic x(40)       value spaces.
       01  ws-texto-limite                           pic 9(02)       value zeros.
       01  ws-texto-tam                              pic 9(02)       value zeros.
       01  ws-texto-pos                              pic 9(02)       value zeros.
       01  ws-texto-caracter                          pic x(01)       value space.
       01  ws-texto-ordinal                           pic 9(03)       value zeros.
       01  ws-nome-recebedor                          pic x(25)       value spaces.
       01  ws-nome-recebedor-tam                      pic 9(02)       value zeros.
       01  ws-cidade-recebedor                        pic x(15)       value spaces.
       01  ws-cidade-recebedor-tam                    pic 9(02)       value zeros.

      *>   CRC16-CCITT (polinômio 1021, início FFFF) calculado bit a
      *>   bit: o registrador fica numa tabela de 16 bits, o primeiro é
      *>   o mais significativo.
       01  ws-crc-registrador.
           03 ws-crc-bit                             pic 9(01) occurs 16 times.
       01  ws-crc-byte.
           03 ws-crc-byte-bit                        pic 9(01) occurs 8 times.
       01  ws-crc-pos                                pic 9(03)       value zeros.
       01  ws-crc-tam                                pic 9(03)       value zeros.
       01  ws-crc-valor-byte                          pic 9(03)       value zeros.
       01  ws-crc-resto                              pic 9(01)       value zeros.
       01  ws-crc-idx                                pic 9(02)       value zeros.
       01  ws-crc-deslocamento                        pic 9(01)       value zeros.
       01  ws-crc-bit-saida                           pic 9(01)       value zeros.
       01  ws-crc-nibble                             pic 9(02)       value zeros.
       01  ws-crc-hex                                pic x(04)       value spaces.
       01  ws-digitos-hex                            pic x(16)       value "0123456789ABCDEF".

      *>===================================================================================
       linkage section.
       01  ws-parametros-cobranca-pix.
           03 ln-cd-pedido                          pic 9(07).
           03 ln-parcela                            pic 9(02).
           03 ln-cd-cliente                         pic 9(05).
           03 ln-cd-empresa                         pic 9(01).
           03 ln-valor                              pic 9(09)v9(02).
           03 ln-data-vencimento                     pic 9(08).
           03 ln-txid                               pic x(25).
           03 ln-payload                            pic x(250).
           03 ln-situacao                           pic x(01).
              88 ln-pix-gerada                                     value "G".
              88 ln-pix-existente                                  value "E".
              88 ln-pix-sem-chave                                  value "S".
              88 ln-pix-sem-saldo                                  value "Z".
              88 ln-pix-com-erro                                   value "X".

      *>===================================================================================
       procedure division using ws-parametros-cobranca-pix.

      *>===================================================================================
       0000-controle section.
       0000.
            move spaces                              to ln-txid
            move spaces                              to ln-payload
            if   ln-valor = zeros
                 set ln-pix-sem-saldo                 to true
            else
                 perform 1100-abrir-arquivos
                 perform 2100-procurar-cobranca-ativa
                 if   ws-tem-cobranca-ativa
                      set ln-pix-existente            to true
                 else
                      perform 2200-gerar-cobranca
                 end-if
                 close pix-cobranca-arq
                 if   ws-empresa-aberta
                      close empresa-arq
                      move "N"                        to ws-ind-empresa-aberta
                 end-if
            end-if
            .
       0000-saida.
           goback.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            open i-o pix-cobranca-arq
            if   ws-pix-cobranca-nao-encontrado
                 open output pix-cobranca-arq
                 close pix-cobranca-arq
                 open i-o pix-cobranca-arq
            end-if
            move "N"                                 to ws-ind-empresa-aberta
            open input empresa-arq
            if   ws-empresa-ok
                 set ws-empresa-aberta               to true
            end-if
            .
       1100-exit.
            exit.

      *>===================================================================================
      *>   2100-procurar-cobranca-ativa: cobranças da parcela pela chave
      *>   alternativa; a Ativa pelo saldo informado é devolvida, a Ativa
      *>   por outro valor passa a Substituída.
       2100-procurar-cobranca-ativa section.
       2100.
            move "N"                                 to ws-ind-cobranca-ativa
            move "N"                                 to ws-ind-fim-cobranca
            move ln-cd-pedido                        to pxc-cd-pedido
            move ln-parcela                          to pxc-parcela
            start pix-cobranca-arq key is equal pxc-chave-parcela
                invalid key
                     set ws-cobranca-eof             to true
            end-start

            perform until ws-cobranca-eof
                read pix-cobranca-arq next record
                    at end
                         set ws-cobranca-eof          to true
                    not at end
                         if   pxc-cd-pedido not = ln-cd-pedido
                         or   pxc-parcela not = ln-parcela
                              set ws-cobranca-eof      to true
                         else
                              if   pxc-ativa
                                   if   pxc-valor = ln-valor
                                   and  not ws-tem-cobranca-ativa
                                        set ws-tem-cobranca-ativa to true
                                        move pxc-txid     to ln-txid
                                        move pxc-payload  to ln-payload
                                   else
                                        set pxc-substituida to true
                                        rewrite reg-pix-cobranca
                                            invalid key
                                                 continue
                                        end-rewrite
                                   end-if
                              end-if
                         end-if
                end-read
            end-perform
            .
       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-gerar-cobranca: nova cobrança Ativa pelo saldo, com o txid
      *>   da série PIXTXID e o BR Code montado com a chave PIX do
      *>   estabelecimento credor (zeros valem a matriz). Sem EMPRESA.DAT
      *>   não há chave e a parcela sai sem cobrança PIX.
       2200-gerar-cobranca section.
       2200.
            if   not ws-empresa-aberta
                 set ln-pix-sem-chave                 to true
                 exit section
            end-if
            if   ln-cd-empresa = zeros
                 move 1                               to emp-cd-empresa
            else
                 move ln-cd-empresa                   to emp-cd-empresa
            end-if
            read empresa-arq
                key is emp-cd-empresa
                invalid key
                     set ln-pix-sem-chave             to true
                     exit section
            end-read
            if   emp-chave-pix = spaces
                 set ln-pix-sem-chave                 to true
                 exit section
            end-if

            move "PIXTXID"                           to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ln-cd-pedido                        to ws-txid-cd-pedido
            move ln-parcela                          to ws-txid-parcela
            move ws-seq-numero-gerado                 to ws-txid-sequencial

            perform 2300-montar-payload

            initialize reg-pix-cobranca
            move ws-txid                             to pxc-txid
            move ln-cd-pedido                        to pxc-cd-pedido
            move ln-parcela                          to pxc-parcela
            move ln-cd-cliente                       to pxc-cd-cliente
            move emp-cd-empresa                      to pxc-cd-empresa
            move ln-valor                            to pxc-valor
            move ln-data-vencimento                  to pxc-data-vencimento
            move function current-date (1:8)          to pxc-data-geracao
            set  pxc-ativa                           to true
            move zeros                               to pxc-valor-pago
            move zeros                               to pxc-data-liquidacao
            move ws-payload                          to pxc-payload
            write reg-pix-cobranca
                invalid key
                     set ln-pix-com-erro              to true
                     exit section
            end-write
            move pxc-txid                            to ln-txid
            move pxc-payload                         to ln-payload
            set  ln-pix-gerada                       to true
            .
       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-montar-payload: campos do BR Code na ordem do manual -
      *>   00 formato, 26 conta do recebedor (GUI do PIX + chave), 52
      *>   categoria, 53 moeda (986 = real), 54 valor, 58 país, 59 nome,
      *>   60 cidade, 62 dados adicionais (05 = txid) e 63 CRC.
       2300-montar-payload section.
       2300.
            move spaces                              to ws-payload
            move 1                                   to ws-payload-ponteiro

            move "00"                                to ws-campo-id
            move "01"                                to ws-campo-valor
            move 2                                   to ws-campo-tam
            perform 2310-acrescentar-campo

            move 77                                  to ws-chave-pix-tam
            perform until ws-chave-pix-tam = zeros
                    or emp-chave-pix (ws-chave-pix-tam:1) not = space
                subtract 1                           from ws-chave-pix-tam
            end-perform
            move spaces                              to ws-conta-pix
            move 1                                   to ws-conta-pix-tam
            string "0014" "br.gov.bcb.pix"
                   "01" ws-chave-pix-tam
                   emp-chave-pix (1:ws-chave-pix-tam)
                   delimited by size into ws-conta-pix
                   with pointer ws-conta-pix-tam
            subtract 1                               from ws-conta-pix-tam
            move "26"                                to ws-campo-id
            move ws-conta-pix                        to ws-campo-valor
            move ws-conta-pix-tam                    to ws-campo-tam
            perform 2310-acrescentar-campo

            move "52"                                to ws-campo-id
            move "0000"                              to ws-campo-valor
            move 4                                   to ws-campo-tam
            perform 2310-acrescentar-campo

            move "53"                                to ws-campo-id
            move "986"                               to ws-campo-valor
            move 3                                   to ws-campo-tam
            perform 2310-acrescentar-campo

            move ln-valor                            to ws-valor-editado
            move zeros                               to ws-qtd-brancos
            inspect ws-valor-editado tallying ws-qtd-brancos for leading spaces
            move "54"                                to ws-campo-id
            move ws-valor-editado (ws-qtd-brancos + 1:) to ws-campo-valor
            compute ws-campo-tam = 12 - ws-qtd-brancos
            perform 2310-acrescentar-campo

            move "58"                                to ws-campo-id
            move "BR"                                to ws-campo-valor
            move 2                                   to ws-campo-tam
            perform 2310-acrescentar-campo

            move emp-razao-social                    to ws-texto-entrada
            move 25                                  to ws-texto-limite
            perform 2400-normalizar-texto
            move ws-texto-saida                      to ws-nome-recebedor
            move ws-texto-tam                        to ws-nome-recebedor-tam
            move "59"                                to ws-campo-id
            move ws-nome-recebedor                   to ws-campo-valor
            move ws-nome-recebedor-tam                to ws-campo-tam
            perform 2310-acrescentar-campo

            move emp-municipio                       to ws-texto-entrada
            move 15                                  to ws-texto-limite
            perform 2400-normalizar-texto
            move ws-texto-saida                      to ws-cidade-recebedor
            move ws-texto-tam                        to ws-cidade-recebedor-tam
            move "60"                                to ws-campo-id
            move ws-cidade-recebedor                 to ws-campo-valor
            move ws-cidade-recebedor-tam              to ws-campo-tam
            perform 2310-acrescentar-campo

            move spaces                              to ws-campo-valor
            string "05" ws-txid-tam ws-txid
                   delimited by size into ws-campo-valor
            move "62"                                to ws-campo-id
            compute ws-campo-tam = ws-txid-tam + 4
            perform 2310-acrescentar-campo

            string "6304"
                   delimited by size into ws-payload
                   with pointer ws-payload-ponteiro
            compute ws-crc-tam = ws-payload-ponteiro - 1
            perform 2500-calcular-crc
            string ws-crc-hex
                   delimited by size into ws-payload
                   with pointer ws-payload-ponteiro
            .
       2300-exit.
            exit.

      *>===================================================================================
      *>   2310-acrescentar-campo: id + tamanho em 2 dígitos + valor.
       2310-acrescentar-campo section.
       2310.
            if   ws-campo-tam = zeros
                 exit section
            end-if
            string ws-campo-id
                   ws-campo-tam
                   ws-campo-valor (1:ws-campo-tam)
                   delimited by size into ws-payload
                   with pointer ws-payload-ponteiro
            .
       2310-exit.
            exit.

      *>===================================================================================
      *>   2400-normalizar-texto: ws-texto-entrada sem acentos e sem
      *>   símbolos, em maiúsculas, cortado em ws-texto-limite; devolve o
      *>   tamanho sem os brancos do fim em ws-texto-tam.
       2400-normalizar-texto section.
       2400.
            move spaces                              to ws-texto-saida
            move zeros                               to ws-texto-tam
            move 1                                   to ws-texto-pos
            perform until ws-texto-pos > 40
                    or ws-texto-tam >= ws-texto-limite
                move ws-texto-entrada (ws-texto-pos:1) to ws-texto-caracter
                compute ws-texto-ordinal = function ord(ws-texto-caracter) - 1
                evaluate true
                    when ws-texto-ordinal = 195
                     and ws-texto-pos < 40
                         add 1                        to ws-texto-pos
                         compute ws-texto-ordinal =
                                 function ord(ws-texto-entrada (ws-texto-pos:1)) - 1
                         if   ws-texto-ordinal >= 128
                         and  ws-texto-ordinal <= 191
                              add 1                    to ws-texto-tam
                              move ws-tabela-acentos (ws-texto-ordinal - 127:1)
                                                       to ws-texto-saida (ws-texto-tam:1)
                         end-if
                    when ws-texto-ordinal >= 192
                         add 1                        to ws-texto-tam
                         move ws-tabela-acentos (ws-texto-ordinal - 191:1)
                                                      to ws-texto-saida (ws-texto-tam:1)
                    when ws-texto-caracter is alphabetic
                    or   ws-texto-caracter is numeric
                         add 1                        to ws-texto-tam
                         move ws-texto-caracter        to ws-texto-saida (ws-texto-tam:1)
                    when other
                         continue
                end-evaluate
                add 1                                to ws-texto-pos
            end-perform
            inspect ws-texto-saida converting "abcdefghijklmnopqrstuvwxyz"
                                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            perform until ws-texto-tam = zeros
                    or ws-texto-saida (ws-texto-tam:1) not = space
                subtract 1                           from ws-texto-tam
            end-perform
            .
       2400-exit.
            exit.

      *>===================================================================================
      *>   2500-calcular-crc: CRC16-CCITT dos ws-crc-tam primeiros bytes
      *>   do payload (inclusive o "6304"), em 4 dígitos hexadecimais
      *>   maiúsculos. Cada byte entra com OU-exclusivo nos 8 bits altos
      *>   do registrador; em cada um dos 8 deslocamentos à esquerda, o
      *>   bit que sai ligado aplica o polinômio 1021 (bits 4, 11 e 16).
       2500-calcular-crc section.
       2500.
            perform varying ws-crc-idx from 1 by 1
                    until ws-crc-idx > 16
                move 1                               to ws-crc-bit(ws-crc-idx)
            end-perform

            perform varying ws-crc-pos from 1 by 1
                    until ws-crc-pos > ws-crc-tam
                compute ws-crc-valor-byte =
                        function ord(ws-payload (ws-crc-pos:1)) - 1
                perform varying ws-crc-idx from 8 by -1
                        until ws-crc-idx < 1
                    divide ws-crc-valor-byte by 2 giving ws-crc-valor-byte
                           remainder ws-crc-resto
                    move ws-crc-resto                 to ws-crc-byte-bit(ws-crc-idx)
                end-perform
                perform varying ws-crc-idx from 1 by 1
                        until ws-crc-idx > 8
                    if   ws-crc-byte-bit(ws-crc-idx) = 1
                         compute ws-crc-bit(ws-crc-idx) = 1 - ws-crc-bit(ws-crc-idx)
                    end-if
                end-perform
                perform varying ws-crc-deslocamento from 1 by 1
                        until ws-crc-deslocamento > 8
                    move ws-crc-bit(1)                to ws-crc-bit-saida
                    perform varying ws-crc-idx from 1 by 1
                            until ws-crc-idx > 15
                        move ws-crc-bit(ws-crc-idx + 1) to ws-crc-bit(ws-crc-idx)
                    end-perform
                    move zeros                        to ws-crc-bit(16)
                    if   ws-crc-bit-saida = 1
                         compute ws-crc-bit(4)  = 1 - ws-crc-bit(4)
                         compute ws-crc-bit(11) = 1 - ws-crc-bit(11)
                         compute ws-crc-bit(16) = 1 - ws-crc-bit(16)
                    end-if
                end-perform
            end-perform

            move spaces                              to ws-crc-hex
            perform varying ws-crc-idx from 1 by 1
                    until ws-crc-idx > 4
                compute ws-crc-nibble =
                        ws-crc-bit((ws-crc-idx - 1) * 4 + 1) * 8
                      + ws-crc-bit((ws-crc-idx - 1) * 4 + 2) * 4
                      + ws-crc-bit((ws-crc-idx - 1) * 4 + 3) * 2
                      + ws-crc-bit((ws-crc-idx - 1) * 4 + 4)
                move ws-digitos-hex (ws-crc-nibble + 1:1) to ws-crc-hex (ws-crc-idx:1)
            end-perform
            .
       2500-exit.
            exit.
