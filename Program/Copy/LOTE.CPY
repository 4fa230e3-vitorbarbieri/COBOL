      *>  pedido em Pedido.cbl, que carimba em cada saída de
      *>  ESTOQUE-MOV.DAT qual lote foi embarcado. Produto sem lote
      *>  informado na entrada continua controlado só pelo saldo geral.
      *>  O recolhimento (recall) de RastreioLote.cbl marca o lote como
      *>  Recolhido e bloqueia o que restava sem tirá-lo do estoque:
      *>  lot-saldo continua com a mercadoria física, lot-qtd-recolhida
      *>  guarda a parte bloqueada (somada em prd-saldo-reservado) e as
      *>  varreduras FEFO pulam o lote. O bloqueio é liberado pela
      *>  devolução ao fornecedor (DevolucaoCompra.cbl) ou pelo descarte
      *>  em RastreioLote.cbl, que baixa o estoque com registro de
      *>  exceção.
      *>===================================================================================
       01  reg-prd-lote.
           03 lot-chave.
              05 lot-lote                            pic x(10).
           03 lot-saldo                             pic s9(07).
           03 lot-data-inclusao                      pic 9(08).
           03 lot-situacao                          pic x(01).
              88 lot-recolhido                                     value "R".
           03 lot-qtd-recolhida                       pic s9(07).
           03 lot-data-recolhimento                   pic 9(08).
           03 lot-operador-recolhimento                pic x(10).
