              88 dep-inativo                                       value "I".
           03 dep-data-inclusao                      pic 9(08).
           03 dep-operador-inclusao                   pic x(10).
      *>  Estabelecimento dono do depósito (EMPRESA.CPY); zeros valem a
      *>  matriz.
           03 dep-cd-empresa                           pic 9(01).
