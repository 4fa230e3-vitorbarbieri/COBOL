      *>===================================================================================
      *>  CCUSTO.CPY
      *>  Cadastro de centros de custo (CENTRO-CUSTO.DAT), chave
      *>  ccu-cd-centro-custo: a loja, o depósito, a frota, o
      *>  administrativo. Mantido pela tela de CentroCusto.cbl (mesmo
      *>  molde de Deposito.cbl) e informado em cada despesa de contas a
      *>  pagar junto com a conta do plano (PLCONTA.CPY).
      *>===================================================================================
       01  reg-centro-custo.
           03 ccu-cd-centro-custo                    pic 9(03).
           03 ccu-descricao                         pic x(30).
           03 ccu-situacao                          pic x(01).
              88 ccu-ativo                                         value "A".
              88 ccu-inativo                                       value "I".
           03 ccu-data-inclusao                      pic 9(08).
           03 ccu-operador-inclusao                   pic x(10).
