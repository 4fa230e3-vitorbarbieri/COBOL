      *>   Carga em lote dos pedidos da loja web (mesmo molde de
      *>   ImportaCliente.cbl, UNSTRING de Programa_5.cbl): lê
      *>   IMPORT_PEDIDOS.TXT com um pedido por bloco de linhas -
      *>     P;cdCliente;cdVendedor;cdEmpresa (cabeçalho)
      *>     I;cdProduto;quantidade;preco    (um por item)
      *>   - e aplica as MESMAS regras da digitação em Pedido.cbl:
      *>   cliente existente e ativo, produto existente e ativo,
      *>   PEDIDO.DAT/PEDIDO-ITEM.DAT com número da série PEDIDO
      *>   (ProximoNumero), reserva de estoque dos itens e a linha de
      *>   histórico em PED-SITUACAO.DAT; pedido rejeitado sai inteiro em
      *>   IMPORT_PEDIDOS_REJ.TXT com o motivo. cdEmpresa é o
      *>   estabelecimento emitente (EMPRESA.DAT, filial ativa); em
      *>   branco ou zero vale a matriz. O pedido da filial numera na
      *>   série PEDIDO-Fn dela, como na digitação.
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select pedido-arq assign          to "PEDIDO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is psi-chave
                  file status                is ws-status-ped-situacao.
           select empresa-arq assign        to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-empresa.

      *>===================================================================================
       data division.
       fd  ped-situacao-arq.
       copy "PEDSIT.CPY".

       fd  empresa-arq.
       copy "EMPRESA.CPY".

      *>===================================================================================
       working-storage section.
      *>   Tolerância de preço da loja web contra o preço de venda do
           03 ws-status-ped-situacao                 pic x(02)       value "00".
              88 ws-ped-situacao-ok                                 value "00".
              88 ws-ped-situacao-nao-encontrado                     value "23" "35".
           03 ws-status-empresa                     pic x(02)       value "00".
              88 ws-empresa-ok                                      value "00".
              88 ws-empresa-nao-encontrado                          value "23" "35".

       01  ws-ind-fim-importacao                     pic x(01)       value "N".
          88 ws-fim-importacao                                      value "S".
          88 ws-pedido-rejeitado                                    value "S".
       01  ws-mon-cd-cliente                         pic 9(05)       value zeros.
       01  ws-mon-cd-vendedor                         pic 9(05)       value zeros.
       01  ws-mon-cd-empresa                          pic 9(01)       value zeros.
       01  ws-mon-motivo                             pic x(40)       value spaces.
       01  ws-mon-linha-p                            pic x(200)      value spaces.
       01  ws-tab-itens-montagem.
           03 ws-total-pedidos-rejeitados            pic 9(05)       value zeros.

      *>   Atribuição do número do pedido via PARAMETRO.DAT (CALL para
      *>   ProximoNumero, a mesma série PEDIDO de Pedido.cbl; filial na
      *>   série PEDIDO-Fn).
       01  ws-parametros-proximo-numero.
           03 ws-seq-serie                           pic x(10)       value spaces.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
                 close ped-situacao-arq
                 open i-o ped-situacao-arq
            end-if
            open input empresa-arq
            if   ws-empresa-nao-encontrado
                 open output empresa-arq
                 close empresa-arq
                 open input empresa-arq
            end-if
            .

       1000-exit.
      *>   2200-abrir-pedido: valida o cliente do cabeçalho - as mesmas
      *>   regras de 2100-gravar-pedido em Pedido.cbl (inativo nunca;
      *>   bloqueado não passa sem supervisor, e na carga não há
      *>   supervisor para liberar) - e o estabelecimento emitente da
      *>   terceira coluna (filial cadastrada e ativa).
       2200-abrir-pedido section.
       2200.
            set  ws-tem-pedido-aberto                to true
            move zeros                               to ws-mon-qtd-itens
            move zeros                               to ws-mon-cd-cliente
            move zeros                               to ws-mon-cd-vendedor
            move zeros                               to ws-mon-cd-empresa

            if   ws-imp-campo-1 (1:5) is not numeric
                 set  ws-pedido-rejeitado             to true
                 move "cliente bloqueado por debito"   to ws-mon-motivo
                 exit section
            end-if

            if   ws-imp-campo-3 = spaces
                 exit section
            end-if
            if   ws-imp-campo-3 (1:1) is not numeric
            or   ws-imp-campo-3 (2:) not = spaces
                 set  ws-pedido-rejeitado             to true
                 move "estabelecimento invalido"       to ws-mon-motivo
                 exit section
            end-if
            move ws-imp-campo-3 (1:1)                to ws-mon-cd-empresa
            if   ws-mon-cd-empresa > 1
                 move ws-mon-cd-empresa               to emp-cd-empresa
                 read empresa-arq
                     key is emp-cd-empresa
                     invalid key
                          set  ws-pedido-rejeitado    to true
                          move "estabelecimento nao cadastrado" to ws-mon-motivo
                          exit section
                 end-read
                 if   emp-inativa
                      set  ws-pedido-rejeitado        to true
                      move "estabelecimento inativo"   to ws-mon-motivo
                      exit section
                 end-if
            end-if
            .

       2200-exit.
            exit.

      *>===================================================================================
      *>   2700-gravar-pedido-aceito: número da série PEDIDO (PEDIDO-Fn
      *>   para a filial, mesma técnica de 2105-obter-proximo-codigo em
      *>   Pedido.cbl), cabeçalho
      *>   Aberto tipo P, itens com preço/desconto calculado e reserva de
      *>   estoque, histórico de situação - o mesmo estado em que a
      *>   digitação manual deixa um pedido pronto para fechar.
       2700.
            move "PEDIDO"                            to ws-seq-serie
            move 1                                   to ws-seq-numero-semente
            if   ws-mon-cd-empresa > 1
                 move spaces                          to ws-seq-serie
                 string "PEDIDO-F" ws-mon-cd-empresa
                        delimited by size into ws-seq-serie
                 compute ws-seq-numero-semente =
                         ws-mon-cd-empresa * 1000000 + 1
            end-if
            call "ProximoNumero" using ws-parametros-proximo-numero
            move ws-seq-numero-gerado                 to ws-novo-cd-pedido

            move zeros                               to ped-cd-condicao-pagto
            move spaces                              to ped-separacao
            move zeros                               to ped-ano-mes-comissao
            move zeros                               to ped-peso-total
            move zeros                               to ped-volume-total
            move zeros                               to ped-valor-frete
            move spaces                              to ped-frete-informado
            move spaces                              to ped-operador-frete
            move zeros                               to ped-custo-bonificacao
            move spaces                              to ped-liberacao-bonificacao
            move zeros                               to ped-ano-mes-bonificacao
            move zeros                               to ped-cd-consignacao
            move zeros                               to ped-cd-programado
            move ws-mon-cd-empresa                   to ped-cd-empresa
            write reg-pedido
                invalid key
                     exit section
            compute pit-valor-total =
                    pit-quantidade * pit-preco-unitario
            move ws-mon-qtd-reservar(ws-mon-idx)       to pit-qtd-reservada
            set  pit-item-venda                      to true
            move zeros                               to pit-custo-bonificacao
            move zeros                               to pit-cd-campanha
            move spaces                              to pit-unidade-venda
            move 1                                   to pit-fator-conversao
            move pit-quantidade                      to pit-qtd-unidade-venda
            move pit-preco-unitario                  to pit-preco-unidade-venda
            write reg-pedido-item
                invalid key
                     exit section
            close pedido-arq
            close pedido-item-arq
            close ped-situacao-arq
            close empresa-arq
            .

       3000-exit.
