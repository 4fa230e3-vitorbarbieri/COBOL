      *>===================================================================================
      *>  NOTADEB.CPY
      *>  Notas de débito de devolução de compra (NOTA-DEBITO.DAT), chave
      *>  ndb-cd-nota (série NOTADEB em PARAMETRO.DAT) - espelho de
      *>  NOTACRED.CPY no sentido do fornecedor. Geradas por
      *>  DevolucaoCompra.cbl no registro da devolução; o débito abate as
      *>  parcelas em aberto do fornecedor em PAGAR.DAT (pag-valor-abatido)
      *>  ou fica Aberta como crédito para a próxima compra.
      *>  ndb-valor-utilizado acompanha quanto do débito já foi abatido.
      *>===================================================================================
       01  reg-nota-debito.
           03 ndb-cd-nota                           pic 9(07).
           03 ndb-cd-fornecedor                      pic 9(05).
           03 ndb-cd-pedido-compra                   pic 9(07).
           03 ndb-valor                             pic 9(09)v9(02).
           03 ndb-valor-utilizado                    pic 9(09)v9(02).
           03 ndb-situacao                          pic x(01).
              88 ndb-aberta                                        value "A".
              88 ndb-utilizada                                     value "U".
              88 ndb-cancelada                                     value "C".
           03 ndb-data-emissao                       pic 9(08).
           03 ndb-operador                          pic x(10).
