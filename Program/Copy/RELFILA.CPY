      *>  (SPOOL-REL-nnnnnnn.TXT), que a mesma tela abre quando pronto.
      *>  Tipos: V = vendas por período (parâmetros dataIni;dataFim),
      *>  C = comissões do mês (anoMes), A = auditoria de clientes
      *>  (cdCliente, 0 = todos), B = curva ABC de produtos e clientes
      *>  (dataIni;dataFim), que também grava CURVA-ABC-nnnnnnn.CSV.
      *>  S = prévia de rotina em lote rodada em modo de simulação
      *>  (parâmetros: programa e data de referência) - não passa pelo
      *>  worker: o próprio lote grava o spool pelo subprograma
      *>  GravaSimulacao.cbl e registra o pedido já Concluído.
      *>===================================================================================
       01  reg-rel-fila.
           03 rfi-id                                pic 9(07).
              88 rfi-tipo-vendas                                   value "V".
              88 rfi-tipo-comissao                                 value "C".
              88 rfi-tipo-auditoria                                value "A".
              88 rfi-tipo-curva-abc                                value "B".
              88 rfi-tipo-simulacao                                value "S".
           03 rfi-parametros                         pic x(60).
           03 rfi-situacao                          pic x(01).
              88 rfi-pendente                                      value "P".
