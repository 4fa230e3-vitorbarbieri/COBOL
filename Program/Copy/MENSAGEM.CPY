      *>===================================================================================
      *>  MENSAGEM.CPY
      *>  Fila de mensagens ao cliente por e-mail (MENSAGEM.DAT), chave
      *>  msg-cd-mensagem (série MENSAGEM em PARAMETRO.DAT), chave
      *>  alternativa msg-cd-cliente. Alimentada pelo subprograma
      *>  EnfileiraMensagem.cbl a partir do fechamento do pedido e da
      *>  emissão da fatura (Pedido.cbl, PedidoCompra.cbl), do desfecho
      *>  da entrega (ConfirmaEntrega.cbl), da régua de cobrança
      *>  (ReguaCobranca.cbl) e da baixa de parcela (Receber.cbl), com o
      *>  e-mail do cliente resolvido em CLI-CONTATO.DAT. EnviaMensagens
      *>  (cadeia noturna) entrega as Pendentes ao gateway de e-mail e
      *>  marca as devolvidas; Mensagens.cbl consulta e reenvia.
      *>===================================================================================
       01  reg-mensagem.
           03 msg-cd-mensagem                        pic 9(09).
           03 msg-tipo                              pic 9(01).
              88 msg-tipo-confirmacao-pedido                       value 1.
              88 msg-tipo-fatura-emitida                           value 2.
              88 msg-tipo-entrega-realizada                        value 3.
              88 msg-tipo-entrega-recusada                         value 4.
              88 msg-tipo-carta-cobranca                           value 5.
              88 msg-tipo-recibo-pagamento                         value 6.
              88 msg-tipo-valido                                   value 1 thru 6.
           03 msg-cd-cliente                         pic 9(05).
           03 msg-documento                          pic x(12).
           03 msg-email                             pic x(60).
           03 msg-assunto                           pic x(60).
           03 msg-texto.
              05 msg-linha                           pic x(100) occurs 4.
           03 msg-data-geracao                       pic 9(08).
           03 msg-hora-geracao                       pic 9(04).
           03 msg-operador                          pic x(10).
           03 msg-situacao                          pic x(01).
              88 msg-pendente                                      value "P".
              88 msg-enviada                                       value "E".
              88 msg-devolvida                                     value "D".
           03 msg-data-envio                         pic 9(08).
           03 msg-qtd-envios                         pic 9(02).
           03 msg-motivo-devolucao                   pic x(40).
