      *>===================================================================================
      *>  PEDPROG.CPY
      *>  Pedido programado (PEDIDO-PROGRAMADO.DAT), chave
      *>  ppg-cd-programado: a cesta fixa que restaurantes e clientes
      *>  institucionais pedem toda semana ou todo mês. Os itens ficam em
      *>  PEDPROGI.CPY. Na cadeia noturna GeraPedidoProgramado.cbl gera o
      *>  pedido Aberto do próximo dia de entrega para cada modelo ativo
      *>  e vigente cuja frequência cai naquele dia - semanal pelos dias
      *>  marcados (1 = segunda ... 7 = domingo) ou mensal no dia
      *>  informado (limitado ao fim do mês; caindo em dia sem entrega,
      *>  vale o primeiro dia de entrega seguinte). ppg-data-ultima-entrega
      *>  é o dia de entrega do último pedido gerado - é o que impede
      *>  gerar de novo quando a cadeia roda outra vez. Mantido pela tela
      *>  de PedidoProgramado.cbl.
      *>===================================================================================
       01  reg-pedido-programado.
           03 ppg-cd-programado                     pic 9(05).
           03 ppg-cd-cliente                        pic 9(05).
           03 ppg-cd-vendedor                       pic 9(05).
      *>  Endereço de entrega (sequência de CLI-ENDERECO.DAT; zero usa o
      *>  endereço do cadastro) e condição de pagamento do pedido gerado.
           03 ppg-sequencia-entrega                  pic 9(05).
           03 ppg-cd-condicao-pagto                  pic 9(03).
           03 ppg-frequencia                        pic x(01).
              88 ppg-semanal                                       value "S".
              88 ppg-mensal                                        value "M".
           03 ppg-dias-semana.
              05 ppg-dia-semana                      pic x(01) occurs 7.
           03 ppg-dia-mes                           pic 9(02).
      *>  Vigência; data final zero = sem prazo.
           03 ppg-data-inicio                        pic 9(08).
           03 ppg-data-fim                           pic 9(08).
           03 ppg-situacao                          pic x(01).
              88 ppg-ativo                                         value "A".
              88 ppg-inativo                                       value "I".
           03 ppg-data-ultima-entrega                 pic 9(08).
           03 ppg-cd-ultimo-pedido                    pic 9(07).
           03 ppg-data-inclusao                      pic 9(08).
           03 ppg-operador-inclusao                   pic x(10).
      *>  Estabelecimento emitente (EMPRESA.CPY) - o da sessão que
      *>  incluiu o modelo; zeros valem a matriz. O pedido gerado herda e
      *>  numera na série dele.
           03 ppg-cd-empresa                         pic 9(01).
