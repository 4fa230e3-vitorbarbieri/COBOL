      *>   Veículo, motorista e rota vêm de VEICULO.DAT. Sem data
      *>   informada, assume o dia de hoje.
      *>
      *>   A carga de cada pedido (peso bruto e volume apurados no
      *>   fechamento) é conferida contra a capacidade do veículo
      *>   (vei-carga-maxima/vei-volume-maximo): carga acima da capacidade
      *>   aparece em destaque, com a sugestão de quais pedidos tirar -
      *>   para outro veículo ativo da mesma rota com folga, ou para o
      *>   próximo dia útil - e a ação Finalizar (finalizar=1, perfil de
      *>   vendas ou supervisor) só grava o romaneio em ROMANEIO.DAT
      *>   quando a carga cabe no veículo.
      *>

      *>===================================================================================
       environment division.
                  access mode                is dynamic
                  record key                 is ent-cd-pedido
                  file status                is ws-status-entrega.
           select pedido-item-arq assign     to "PEDIDO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pit-chave
                  file status                is ws-status-pedido-item.
           select produto-arq assign         to "PRODUTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prd-cd-produto
                  file status                is ws-status-produto.
           select romaneio-arq assign        to "ROMANEIO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rmn-chave
                  file status                is ws-status-romaneio.
           select sessao-arq assign         to "SESSAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ses-id
                  file status                is ws-status-sessao.

      *>===================================================================================
       data division.
       copy "ROTA.CPY".
       fd  entrega-arq.
       copy "ENTREGA.CPY".
       fd  pedido-item-arq.
       copy "PEDIDOIT.CPY".
       fd  produto-arq.
       copy "PROD.CPY".
       fd  romaneio-arq.
       copy "ROMANEIO.CPY".
       fd  sessao-arq.
       copy "SESSAO.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-entrega                      pic x(02)       value "00".
              88 ws-entrega-ok                                      value "00".
              88 ws-entrega-nao-encontrada                          value "23" "35".
           03 ws-status-pedido-item                  pic x(02)       value "00".
              88 ws-pedido-item-ok                                  value "00".
              88 ws-pedido-item-nao-encontrado                      value "23" "35".
           03 ws-status-produto                     pic x(02)       value "00".
              88 ws-produto-ok                                      value "00".
              88 ws-produto-nao-encontrado                          value "23" "35".
           03 ws-status-romaneio                    pic x(02)       value "00".
              88 ws-romaneio-ok                                     value "00".
              88 ws-romaneio-nao-encontrado                         value "23" "35".
           03 ws-status-sessao                      pic x(02)       value "00".
              88 ws-sessao-ok                                       value "00".
              88 ws-sessao-nao-encontrado                           value "23" "35".

      *>   Parâmetros recebidos via QUERY_STRING (cdVeiculo=nnnnn e
      *>   data=aaaammdd), na mesma técnica de FichaCadastral.cbl.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-cd-veiculo-param                    pic 9(05)       value zeros.
           03 ws-data-param                          pic x(08)       value spaces.
      *>   finalizar=1 pede a gravação do romaneio (2100) e sessao=nn
      *>   identifica o operador (mesma técnica de RelComissao.cbl).
           03 ws-finalizar-param                     pic x(01)       value spaces.
              88 ws-pediu-finalizar                                 value "1".
           03 ws-form-sessao                         pic 9(10)       value zeros.
      *>   Campos de apoio do parse: ao contrário de cdCliente em
      *>   FichaCadastral.cbl, aqui há dois parâmetros na URL, então cada
      *>   valor é isolado em duas etapas (até o nome e depois até o "&").

       01  ws-data-romaneio                          pic 9(08)       value zeros.

      *>   Operador e perfil da sessão; sem sessão válida vale o menor
      *>   privilégio (atendimento), que só consulta e imprime.
       01  ws-operador-logado                        pic x(10)       value "SISTEMA".
       01  ws-perfil-logado                          pic 9(01)       value 1.
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

       01  ws-ind-veiculo-encontrado                 pic x(01)       value "N".
          88 ws-veiculo-encontrado                                  value "S".

              05 ws-rom-separacao                     pic x(12).
              05 ws-rom-cd-rota                       pic 9(03).
              05 ws-rom-cep                           pic 9(08).
              05 ws-rom-peso                          pic 9(07)v9(03).
              05 ws-rom-volume                        pic 9(05)v9(04).
              05 ws-rom-mover                         pic x(01).
                 88 ws-rom-pedido-a-mover                            value "S".
              05 ws-rom-sugestao                      pic x(40).
       01  ws-rom-qtd                                pic 9(03)       value zeros.
       01  ws-rom-tab-idx                             pic 9(03)       value zeros.
       01  ws-rom-valor-carga                         pic 9(11)v9(02) value zeros.
       01  ws-rom-peso-carga                          pic 9(09)v9(03) value zeros.
       01  ws-rom-volume-carga                        pic 9(07)v9(04) value zeros.

      *>   Carga de um pedido (1330): a apurada no fechamento ou, para
      *>   pedido fechado antes de peso/volume existirem, somada dos
      *>   itens na hora.
       01  ws-carga-peso-pedido                       pic 9(07)v9(03) value zeros.
       01  ws-carga-volume-pedido                     pic 9(05)v9(04) value zeros.
       01  ws-ind-fim-item                            pic x(01)       value "N".
          88 ws-item-eof                                             value "S".
          88 ws-item-continua                                       value "N".

      *>   Conferência de capacidade (1400): carga que sobra depois de
      *>   tirar os pedidos sugeridos, até caber no veículo.
       01  ws-ind-carga-excedida                      pic x(01)       value "N".
          88 ws-carga-excedida                                       value "S".
       01  ws-ind-excesso-restante                    pic x(01)       value "N".
          88 ws-excesso-restante                                     value "S".
       01  ws-ind-sem-candidato                       pic x(01)       value "N".
          88 ws-sem-candidato                                        value "S".
       01  ws-peso-restante                           pic 9(09)v9(03) value zeros.
       01  ws-volume-restante                         pic 9(07)v9(04) value zeros.
       01  ws-rom-idx-maior                           pic 9(03)       value zeros.
       01  ws-ds-situacao-carga                       pic x(60)       value spaces.
       01  ws-data-proxima-entrega                    pic 9(08)       value zeros.
      *>   Veículo do romaneio guardado enquanto VEICULO.DAT é varrido
      *>   atrás de destino (mesma técnica de ws-reg-pedido-salvo em
      *>   Pedido.cbl).
       01  ws-reg-veiculo-salvo                       pic x(150)      value spaces.
       01  ws-ind-fim-veiculo                         pic x(01)       value "N".
          88 ws-veiculo-eof                                          value "S".
      *>   Outros veículos ativos com rota habitual, com a carga que já
      *>   têm no dia e a que vai sendo sugerida para eles.
       01  ws-tab-destinos.
           03 ws-dst-linha                           occurs 20 times.
              05 ws-dst-cd-veiculo                   pic 9(05).
              05 ws-dst-placa                        pic x(07).
              05 ws-dst-cd-rota                      pic 9(03).
              05 ws-dst-carga-maxima                  pic 9(06).
              05 ws-dst-volume-maximo                 pic 9(03)v9(02).
              05 ws-dst-peso                         pic 9(09)v9(03).
              05 ws-dst-volume                       pic 9(07)v9(04).
       01  ws-dst-qtd                                pic 9(02)       value zeros.
       01  ws-dst-idx                                pic 9(02)       value zeros.
       01  ws-dst-escolhido                          pic 9(02)       value zeros.

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

       01  ws-ind-romaneio-finalizado                 pic x(01)       value "N".
          88 ws-romaneio-finalizado                                  value "S".
      *>   Ordenação do manifesto por rota e CEP (bolha, mesma técnica de
      *>   ClientesSilentes.cbl) e a resolução da rota da parada.
       01  ws-rom-idx                                 pic 9(03)       value zeros.
       01  ws-rom-linha-troca                          pic x(300)      value spaces.
       01  ws-ind-houve-troca                          pic x(01)       value "N".
          88 ws-houve-troca                                           value "S".
       01  ws-ind-fim-rota                             pic x(01)       value "N".
       1000.
            perform 1100-abrir-arquivos
            perform 1150-obter-parametros
            perform 1160-obter-operador-logado
            perform 1200-carregar-veiculo
            perform 1300-carregar-pedidos
            perform 1400-verificar-capacidade
            .

       1000-exit.
                 close entrega-arq
                 open input entrega-arq
            end-if
            open input pedido-item-arq
            open input produto-arq
            open i-o romaneio-arq
            if   ws-romaneio-nao-encontrado
                 open output romaneio-arq
                 close romaneio-arq
                 open i-o romaneio-arq
            end-if
            open input sessao-arq
            .

       1100-exit.
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 move ws-param-valor                  to ws-data-param

                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "finalizar=" into ws-lixo-unstring
                                                                          ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 move ws-param-valor                  to ws-finalizar-param

                 move spaces                          to ws-param-resto
                 unstring ws-query-string delimited by "sessao=" into ws-lixo-unstring
                                                                       ws-param-resto
                 move spaces                          to ws-param-valor
                 unstring ws-param-resto delimited by "&" into ws-param-valor
                 if   ws-param-valor not = spaces
                      move function numval(ws-param-valor) to ws-form-sessao
                 end-if
            end-if
            move spaces                              to ws-lixo-unstring

       1150-exit.
            exit.

      *>===================================================================================
      *>   1160-obter-operador-logado: operador e perfil da sessão
      *>   recebida na URL (mesma técnica de RelComissao.cbl).
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
       1200-carregar-veiculo section.
       1200.
       1300.
            move zeros                                to ws-rom-qtd
            move zeros                                to ws-rom-valor-carga
            move zeros                                to ws-rom-peso-carga
            move zeros                                to ws-rom-volume-carga
            if   not ws-veiculo-encontrado
                 exit section
            end-if
            move ped-cd-cliente                      to ws-rom-cd-cliente(ws-rom-qtd)
            move ped-valor-total                     to ws-rom-valor-total(ws-rom-qtd)
            add  ped-valor-total                     to ws-rom-valor-carga
            perform 1330-obter-carga-pedido
            move ws-carga-peso-pedido                 to ws-rom-peso(ws-rom-qtd)
            move ws-carga-volume-pedido               to ws-rom-volume(ws-rom-qtd)
            add  ws-carga-peso-pedido                 to ws-rom-peso-carga
            add  ws-carga-volume-pedido               to ws-rom-volume-carga
            move spaces                              to ws-rom-mover(ws-rom-qtd)
            move spaces                              to ws-rom-sugestao(ws-rom-qtd)
      *>   Situação da conferência de separação (Separacao.cbl) - pedido
      *>   sem conferir ou com falta tem de ser visto ANTES de carregar.
            evaluate true
       1320-exit.
            exit.

      *>===================================================================================
      *>   1330-obter-carga-pedido: peso e volume do pedido corrente -
      *>   os gravados no fechamento (Pedido.cbl, 2750-calcular-frete)
      *>   ou, zerados os dois (pedido fechado antes do cadastro de peso
      *>   e volume), a soma dos itens pelo cadastro atual do produto.
       1330-obter-carga-pedido section.
       1330.
            move ped-peso-total                      to ws-carga-peso-pedido
            move ped-volume-total                    to ws-carga-volume-pedido
            if   ws-carga-peso-pedido not = zeros
            or   ws-carga-volume-pedido not = zeros
                 exit section
            end-if

            move ped-cd-pedido                       to pit-cd-pedido
            move zeros                               to pit-sequencia
            start pedido-item-arq key is greater than or equal pit-chave
                invalid key
                     set ws-item-eof                 to true
                not invalid key
                     set ws-item-continua             to true
            end-start
            perform until ws-item-eof
                read pedido-item-arq next record
                    at end
                         set ws-item-eof              to true
                    not at end
                         if   pit-cd-pedido not = ped-cd-pedido
                              set ws-item-eof          to true
                         else
                              move pit-cd-produto        to prd-cd-produto
                              read produto-arq
                                  key is prd-cd-produto
                                  invalid key
                                       continue
                                  not invalid key
                                       compute ws-carga-peso-pedido =
                                               ws-carga-peso-pedido
                                             + prd-peso-bruto * pit-quantidade
                                       compute ws-carga-volume-pedido =
                                               ws-carga-volume-pedido
                                             + prd-volume * pit-quantidade
                              end-read
                         end-if
                end-read
            end-perform
            .

       1330-exit.
            exit.

      *>===================================================================================
      *>   1350-ordenar-por-rota: bolha por rota e, dentro dela, por CEP
      *>   (rota zero - fora de faixa - ordena por último).
       1350-exit.
            exit.

      *>===================================================================================
      *>   1400-verificar-capacidade: confere a carga do manifesto com a
      *>   capacidade do veículo (capacidade zero não é conferida). Com
      *>   excesso, escolhe os pedidos a tirar - sempre o maior na medida
      *>   que passou (peso ou volume), até o restante caber (1410) - e
      *>   sugere para cada um outro veículo ativo da mesma rota com
      *>   folga no dia ou o próximo dia útil (1430).
       1400-verificar-capacidade section.
       1400.
            move "N"                                 to ws-ind-carga-excedida
            move spaces                              to ws-ds-situacao-carga
            if   not ws-veiculo-encontrado
            or   ws-rom-qtd = zeros
                 exit section
            end-if
            if   vei-carga-maxima = zeros
            and  vei-volume-maximo = zeros
                 move "Capacidade do veiculo nao cadastrada - carga nao conferida."
                                                     to ws-ds-situacao-carga
                 exit section
            end-if

            move ws-rom-peso-carga                   to ws-peso-restante
            move ws-rom-volume-carga                 to ws-volume-restante
            perform 1415-avaliar-excesso
            if   not ws-excesso-restante
                 move "Carga dentro da capacidade do veiculo."
                                                     to ws-ds-situacao-carga
                 exit section
            end-if
            set  ws-carga-excedida                   to true
            move "CARGA ACIMA DA CAPACIDADE - ver sugestoes nos pedidos marcados."
                                                     to ws-ds-situacao-carga

            perform 1410-escolher-pedidos-mover

            move ws-data-romaneio (1:4)              to ws-du-data-ano
            move ws-data-romaneio (5:2)              to ws-du-data-mes
            move ws-data-romaneio (7:2)              to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            move ws-du-proximo-dia-util              to ws-data-proxima-entrega

            move reg-veiculo                         to ws-reg-veiculo-salvo
            perform 1420-carregar-destinos
            move ws-reg-veiculo-salvo                to reg-veiculo

            perform varying ws-rom-idx from 1 by 1
                    until ws-rom-idx > ws-rom-qtd
                if   ws-rom-pedido-a-mover(ws-rom-idx)
                     perform 1430-sugerir-destino
                end-if
            end-perform
            .

       1400-exit.
            exit.

      *>===================================================================================
      *>   1410-escolher-pedidos-mover: marca o maior pedido ainda não
      *>   marcado (por peso, se o peso passou; senão por volume) e tira
      *>   a carga dele do restante, até caber ou acabar os pedidos.
       1410-escolher-pedidos-mover section.
       1410.
            move "N"                                 to ws-ind-sem-candidato
            perform until not ws-excesso-restante
                    or    ws-sem-candidato
                move zeros                           to ws-rom-idx-maior
                perform varying ws-rom-idx from 1 by 1
                        until ws-rom-idx > ws-rom-qtd
                    if   not ws-rom-pedido-a-mover(ws-rom-idx)
                         if   ws-rom-idx-maior = zeros
                              move ws-rom-idx          to ws-rom-idx-maior
                         else
                              if   vei-carga-maxima > zeros
                              and  ws-peso-restante > vei-carga-maxima
                                   if   ws-rom-peso(ws-rom-idx)
                                        > ws-rom-peso(ws-rom-idx-maior)
                                        move ws-rom-idx  to ws-rom-idx-maior
                                   end-if
                              else
                                   if   ws-rom-volume(ws-rom-idx)
                                        > ws-rom-volume(ws-rom-idx-maior)
                                        move ws-rom-idx  to ws-rom-idx-maior
                                   end-if
                              end-if
                         end-if
                    end-if
                end-perform
                if   ws-rom-idx-maior = zeros
                     set ws-sem-candidato             to true
                else
                     move "S"                         to ws-rom-mover(ws-rom-idx-maior)
                     subtract ws-rom-peso(ws-rom-idx-maior)   from ws-peso-restante
                     subtract ws-rom-volume(ws-rom-idx-maior) from ws-volume-restante
                     perform 1415-avaliar-excesso
                end-if
            end-perform
            .

       1410-exit.
            exit.

      *>===================================================================================
      *>   1415-avaliar-excesso: o restante ainda passa do peso ou do
      *>   volume do veículo?
       1415-avaliar-excesso section.
       1415.
            move "N"                                 to ws-ind-excesso-restante
            if   vei-carga-maxima > zeros
            and  ws-peso-restante > vei-carga-maxima
                 set ws-excesso-restante              to true
            end-if
            if   vei-volume-maximo > zeros
            and  ws-volume-restante > vei-volume-maximo
                 set ws-excesso-restante              to true
            end-if
            .

       1415-exit.
            exit.

      *>===================================================================================
      *>   1420-carregar-destinos: os outros veículos ativos com rota
      *>   habitual cadastrada, com a carga que já levam na data (1425).
       1420-carregar-destinos section.
       1420.
            move zeros                               to ws-dst-qtd
            move "N"                                 to ws-ind-fim-veiculo
            move low-values                          to vei-cd-veiculo
            start veiculo-arq key is greater than or equal vei-cd-veiculo
                invalid key
                     set ws-veiculo-eof              to true
            end-start
            perform until ws-veiculo-eof
                    or    ws-dst-qtd >= 20
                read veiculo-arq next record
                    at end
                         set ws-veiculo-eof           to true
                    not at end
                         if   vei-ativo
                         and  vei-cd-rota not = zeros
                         and  vei-cd-veiculo not = ws-cd-veiculo-param
                              add 1                    to ws-dst-qtd
                              move vei-cd-veiculo       to ws-dst-cd-veiculo(ws-dst-qtd)
                              move vei-placa            to ws-dst-placa(ws-dst-qtd)
                              move vei-cd-rota          to ws-dst-cd-rota(ws-dst-qtd)
                              move vei-carga-maxima     to ws-dst-carga-maxima(ws-dst-qtd)
                              move vei-volume-maximo    to ws-dst-volume-maximo(ws-dst-qtd)
                              move zeros                to ws-dst-peso(ws-dst-qtd)
                              move zeros                to ws-dst-volume(ws-dst-qtd)
                         end-if
                end-read
            end-perform

            perform varying ws-dst-idx from 1 by 1
                    until ws-dst-idx > ws-dst-qtd
                perform 1425-somar-carga-veiculo
            end-perform
            .

       1420-exit.
            exit.

      *>===================================================================================
      *>   1425-somar-carga-veiculo: carga dos pedidos fechados do
      *>   veículo de destino ws-dst-idx na data do romaneio.
       1425-somar-carga-veiculo section.
       1425.
            move "N"                                 to ws-ind-fim-pedido
            move low-values                          to ped-cd-pedido
            start pedido-arq key is greater than or equal ped-cd-pedido
                invalid key
                     set ws-pedido-eof                to true
            end-start
            perform until ws-pedido-eof
                read pedido-arq next record
                    at end
                         set ws-pedido-eof             to true
                    not at end
                         if   ped-cd-veiculo = ws-dst-cd-veiculo(ws-dst-idx)
                         and  ped-fechado
                         and  not ped-tipo-orcamento
                         and  ped-data = ws-data-romaneio
                              perform 1330-obter-carga-pedido
                              add ws-carga-peso-pedido  to ws-dst-peso(ws-dst-idx)
                              add ws-carga-volume-pedido to ws-dst-volume(ws-dst-idx)
                         end-if
                end-read
            end-perform
            .

       1425-exit.
            exit.

      *>===================================================================================
      *>   1430-sugerir-destino: primeiro veículo da mesma rota da parada
      *>   em que o pedido ws-rom-idx ainda cabe; sem nenhum, adiar para
      *>   o próximo dia útil.
       1430-sugerir-destino section.
       1430.
            move zeros                               to ws-dst-escolhido
            if   ws-rom-cd-rota(ws-rom-idx) not = zeros
                 perform varying ws-dst-idx from 1 by 1
                         until ws-dst-idx > ws-dst-qtd
                         or    ws-dst-escolhido not = zeros
                     if   ws-dst-cd-rota(ws-dst-idx) = ws-rom-cd-rota(ws-rom-idx)
                     and  (ws-dst-carga-maxima(ws-dst-idx) = zeros
                           or ws-dst-peso(ws-dst-idx) + ws-rom-peso(ws-rom-idx)
                              <= ws-dst-carga-maxima(ws-dst-idx))
                     and  (ws-dst-volume-maximo(ws-dst-idx) = zeros
                           or ws-dst-volume(ws-dst-idx) + ws-rom-volume(ws-rom-idx)
                              <= ws-dst-volume-maximo(ws-dst-idx))
                          move ws-dst-idx              to ws-dst-escolhido
                     end-if
                 end-perform
            end-if

            move spaces                              to ws-rom-sugestao(ws-rom-idx)
            if   ws-dst-escolhido not = zeros
                 add ws-rom-peso(ws-rom-idx)         to ws-dst-peso(ws-dst-escolhido)
                 add ws-rom-volume(ws-rom-idx)       to ws-dst-volume(ws-dst-escolhido)
                 string "Mover p/ veiculo "
                        ws-dst-cd-veiculo(ws-dst-escolhido)
                        " ("
                        ws-dst-placa(ws-dst-escolhido)
                        ")"
                        delimited by size into ws-rom-sugestao(ws-rom-idx)
            else
                 string "Adiar p/ "
                        ws-data-proxima-entrega
                        delimited by size into ws-rom-sugestao(ws-rom-idx)
            end-if
            .

       1430-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            if   ws-pediu-finalizar
                 perform 2100-finalizar-romaneio
            end-if
            perform 2200-ler-romaneio-finalizado
            perform 8000-tela
            .

       2000-exit.
            exit.

      *>===================================================================================
      *>   2100-finalizar-romaneio: grava o romaneio do veículo/dia em
      *>   ROMANEIO.DAT - recusado com a carga acima da capacidade.
       2100-finalizar-romaneio section.
       2100.
            if   ws-perfil-logado < 2
                 move "Finalizar romaneio e restrito aos perfis de vendas e supervisor."
                                                     to ws-mensagem-retorno
                 exit section
            end-if
            perform 1170-verificar-manutencao
            if   ws-jan-manutencao-ativa
                 move ws-jan-mensagem                 to ws-mensagem-retorno
                 exit section
            end-if
            if   not ws-veiculo-encontrado
            or   ws-rom-qtd = zeros
                 move "Nenhum pedido no romaneio para finalizar." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-carga-excedida
                 move "Romaneio NAO finalizado: carga acima da capacidade do veiculo - mova ou adie os pedidos sugeridos."
                                                     to ws-mensagem-retorno
                 exit section
            end-if

            move ws-cd-veiculo-param                 to rmn-cd-veiculo
            move ws-data-romaneio                    to rmn-data
            read romaneio-arq
                key is rmn-chave
                invalid key
                     move "N"                        to ws-ind-romaneio-finalizado
                not invalid key
                     move "S"                        to ws-ind-romaneio-finalizado
            end-read
            move ws-cd-veiculo-param                 to rmn-cd-veiculo
            move ws-data-romaneio                    to rmn-data
            set  rmn-finalizado                      to true
            move ws-rom-qtd                          to rmn-qtd-pedidos
            move ws-rom-peso-carga                   to rmn-peso-total
            move ws-rom-volume-carga                 to rmn-volume-total
            move ws-rom-valor-carga                  to rmn-valor-carga
            move function current-date (1:8)          to rmn-data-finalizacao
            move ws-operador-logado                  to rmn-operador
            if   ws-romaneio-finalizado
                 rewrite reg-romaneio
                     invalid key
                          move "Erro ao regravar o romaneio." to ws-mensagem-retorno
                     not invalid key
                          move "Romaneio finalizado novamente." to ws-mensagem-retorno
                 end-rewrite
            else
                 write reg-romaneio
                     invalid key
                          move "Erro ao gravar o romaneio." to ws-mensagem-retorno
                     not invalid key
                          move "Romaneio finalizado."   to ws-mensagem-retorno
                 end-write
            end-if
            .

       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-ler-romaneio-finalizado: situação do romaneio do
      *>   veículo/dia para o cabeçalho.
       2200-ler-romaneio-finalizado section.
       2200.
            move "N"                                 to ws-ind-romaneio-finalizado
            if   not ws-veiculo-encontrado
                 exit section
            end-if
            move ws-cd-veiculo-param                 to rmn-cd-veiculo
            move ws-data-romaneio                    to rmn-data
            read romaneio-arq
                key is rmn-chave
                invalid key
                     continue
                not invalid key
                     set ws-romaneio-finalizado        to true
            end-read
            .

       2200-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close cli-endereco-arq
            close rota-arq
            close entrega-arq
            close pedido-item-arq
            close produto-arq
            close romaneio-arq
            close sessao-arq
            .

       3000-exit.
       8000-tela section.
       8000.
            perform 8000-style
            perform 8000-scripts-tela
            exec html
                <body bgcolor=White>
                <table width=90% :tabela-padrao class="botoes-topo">
                    <tr>
                        <td>
                            <form name=frmRomaneio method=get action="Romaneio.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Veículo: <input name=cdVeiculo size=5 maxlength=5 value=":ws-cd-veiculo-param" class="campo">
                            Data (AAAAMMDD): <input name=data size=8 maxlength=8 value=":ws-data-romaneio" class="campo">
                            <button>Gerar</button>
                            </form>
                        </td>
                        <td align=right>
                            <button onclick="Finalizar();">Finalizar</button>
                            <button onclick="window.print();">Imprimir</button>
                        </td>
                    </tr>
                </table>
                <table width=90% :tabela-padrao>
                    <tr>
                        <td colspan=10 class="titulo-ficha">Romaneio de Entrega - :ws-data-romaneio</td>
                    </tr>
                    <tr>
                        <td colspan=10>:ws-mensagem-retorno</td>
                    </tr>
            end-exec
            if   ws-veiculo-encontrado
                        <td class=titulocampo>Veículo</td>
                        <td>:vei-cd-veiculo - :vei-placa</td>
                        <td class=titulocampo>Motorista</td>
                        <td colspan=7>:vei-motorista</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Rota (veículo)</td>
                        <td colspan=9>:vei-rota</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Capacidade</td>
                        <td colspan=9>:vei-carga-maxima kg / :vei-volume-maximo m³</td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Carga</td>
                        <td colspan=9 class=":ws-ind-carga-excedida">:ws-rom-peso-carga kg / :ws-rom-volume-carga m³ - :ws-ds-situacao-carga</td>
                    </tr>
                 end-exec
                 if   ws-romaneio-finalizado
                      exec html
                    <tr>
                        <td class=titulocampo>Finalizado</td>
                        <td colspan=9>em :rmn-data-finalizacao por :rmn-operador (:rmn-qtd-pedidos pedidos)</td>
                    </tr>
                      end-exec
                 end-if
                 exec html
                    <tr>
                        <td class=titulocampo>Pedido</td>
                        <td class=titulocampo>Cliente</td>
                        <td class=titulocampo>Bairro/Município</td>
                        <td class=titulocampo>Rota</td>
                        <td class=titulocampo>Separação</td>
                        <td class=titulocampo>Peso (kg)</td>
                        <td class=titulocampo>Volume (m³)</td>
                        <td class=titulocampo>Valor</td>
                        <td class=titulocampo>Sugestão</td>
                    </tr>
                 end-exec
                 perform 8000-linhas-romaneio
                 exec html
                    <tr>
                        <td colspan=6 class=titulocampo>Total da carga (:ws-rom-qtd pedidos)</td>
                        <td><div align=right>:ws-rom-peso-carga</div></td>
                        <td><div align=right>:ws-rom-volume-carga</div></td>
                        <td><div align=right>:ws-rom-valor-carga</div></td>
                        <td>&nbsp;</td>
                    </tr>
                    <tr>
                        <td colspan=10>&nbsp;</td>
                    </tr>
                    <tr>
                        <td colspan=10>Assinatura do motorista: ________________________________</td>
                    </tr>
                 end-exec
            else
                 exec html
                    <tr>
                        <td colspan=10>Informe o código de um veículo cadastrado para gerar o romaneio.</td>
                    </tr>
                 end-exec
            end-if
                        <td>:ws-rom-bairro(ws-rom-tab-idx) / :ws-rom-municipio(ws-rom-tab-idx)</td>
                        <td><div align=center>:ws-rom-cd-rota(ws-rom-tab-idx)</div></td>
                        <td>:ws-rom-separacao(ws-rom-tab-idx)</td>
                        <td><div align=right>:ws-rom-peso(ws-rom-tab-idx)</div></td>
                        <td><div align=right>:ws-rom-volume(ws-rom-tab-idx)</div></td>
                        <td><div align=right>:ws-rom-valor-total(ws-rom-tab-idx)</div></td>
                        <td class=":ws-rom-mover(ws-rom-tab-idx)">:ws-rom-sugestao(ws-rom-tab-idx)</td>
                    </tr>
                end-exec
            end-perform
            if   ws-rom-qtd = 0
                 exec html
                    <tr>
                        <td colspan=10>Nenhum pedido fechado para este veículo na data.</td>
                    </tr>
                 end-exec
            end-if
                  .botoes-topo {
                     margin-bottom: 10px;
                  }
                  .S {
                     color: red;
                     font-weight: bold;
                  }
                  @media print {
                     .botoes-topo {
                        display: none;

       8000-exit.
            exit.

      *>===================================================================================
       8000-scripts-tela section.
       8000.
            exec html
                <script>
                    function Finalizar() {
                        location.href = "Romaneio.exe?cdVeiculo=" + document.all.cdVeiculo.value
                                      + "&data=" + document.all.data.value
                                      + "&finalizar=1&sessao=:ws-form-sessao";
                    }
                </script>
            end-exec
            .

       8000-exit.
            exit.
