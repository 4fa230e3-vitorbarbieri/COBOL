      *>===================================================================================
      *>  COMODATO.CPY
      *>  Contratos de comodato (COMODATO.DAT), chave cmd-cd-contrato
      *>  (série COMODATO em PARAMETRO.DAT), chave alternada
      *>  cmd-cd-cliente. Um contrato por equipamento emprestado
      *>  (EQUIPTO.CPY), instalado no endereço de entrega do cliente
      *>  (cmd-sequencia-entrega em CLI-ENDERECO.DAT; zero = endereço do
      *>  cadastro), com a compra mínima mensal combinada - conferida em
      *>  RelComodato.cbl contra os pedidos fechados para o endereço.
      *>  Bloqueio, inativação, fusão ou expurgo do cliente marcam o
      *>  recolhimento (RecolheComodato.cbl): a data e o motivo ficam
      *>  aqui e a tarefa de recolher vai para CLI-TAREFA.DAT. O contrato
      *>  só é Encerrado quando o equipamento volta (Comodato.cbl).
      *>===================================================================================
       01  reg-comodato.
           03 cmd-cd-contrato                       pic 9(07).
           03 cmd-cd-cliente                        pic 9(05).
           03 cmd-sequencia-entrega                  pic 9(05).
           03 cmd-nr-patrimonio                      pic 9(07).
           03 cmd-data-inicio                        pic 9(08).
      *>  Término previsto do contrato (zeros = prazo indeterminado).
           03 cmd-data-fim                           pic 9(08).
           03 cmd-compra-minima                      pic 9(07)v9(02).
           03 cmd-situacao                          pic x(01).
              88 cmd-vigente                                       value "V".
              88 cmd-encerrado                                     value "E".
           03 cmd-data-devolucao                     pic 9(08).
           03 cmd-data-recolhimento                  pic 9(08).
           03 cmd-motivo-recolhimento                pic x(30).
           03 cmd-operador                          pic x(10).
           03 cmd-data-inclusao                      pic 9(08).
