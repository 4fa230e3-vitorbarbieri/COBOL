      *>===================================================================================
      *>  EXCECAO.CPY
      *>  Registro comum das exceções autorizadas pelo supervisor
      *>  (EXCECAO.DAT), chave exc-cd-excecao (série EXCECAO em
      *>  PARAMETRO.DAT), chave alternativa exc-data. Gravado no momento
      *>  da autorização pelo subprograma RegistraExcecao.cbl: liberação
      *>  de desconto acima do teto e de margem abaixo do mínimo e de
      *>  bonificação acima da verba (Pedido.cbl), pedido para cliente
      *>  bloqueado e acima do limite de crédito (Pedido.cbl, no
      *>  fechamento), frete informado à mão (Pedido.cbl), baixa por
      *>  perda e dispensa de juros e multa (Receber.cbl), ajuste de
      *>  inventário (Inventario.cbl), descarte de lote recolhido
      *>  (RastreioLote.cbl), liberação de bloqueio de edição
      *>  (DesbloqueiaCliente.cbl), desbloqueio de operador
      *>  (Operador.cbl) e reativação de cliente (Cliente.cbl). Quem
      *>  autorizou fica em exc-autorizador; exc-solicitante e
      *>  exc-cd-vendedor identificam quem pediu. Consultado por
      *>  RelExcecoes.cbl.
      *>===================================================================================
       01  reg-excecao.
           03 exc-cd-excecao                         pic 9(09).
           03 exc-data                              pic 9(08).
           03 exc-hora                              pic 9(06).
           03 exc-tipo                              pic 9(02).
              88 exc-tipo-desconto-teto                             value 1.
              88 exc-tipo-margem-minima                             value 2.
              88 exc-tipo-bonificacao-verba                         value 3.
              88 exc-tipo-cliente-bloqueado                         value 4.
              88 exc-tipo-limite-credito                            value 5.
              88 exc-tipo-baixa-perda                               value 6.
              88 exc-tipo-ajuste-inventario                         value 7.
              88 exc-tipo-bloqueio-edicao                           value 8.
              88 exc-tipo-desbloqueio-operador                      value 9.
              88 exc-tipo-reativacao-cliente                        value 10.
              88 exc-tipo-dispensa-encargos                         value 11.
              88 exc-tipo-frete-informado                           value 12.
              88 exc-tipo-descarte-lote                             value 13.
              88 exc-tipo-valido                                   value 1 thru 13.
           03 exc-autorizador                        pic x(10).
           03 exc-solicitante                        pic x(10).
           03 exc-cd-vendedor                        pic 9(05).
           03 exc-cd-cliente                         pic 9(05).
      *>  Documento da exceção: pedido, pedido/parcela, inventário,
      *>  movimento de descarte ("RCL nnnnn") ou o código do operador
      *>  desbloqueado.
           03 exc-documento                          pic x(12).
           03 exc-valor                             pic 9(11)v9(02).
           03 exc-motivo                            pic x(60).
