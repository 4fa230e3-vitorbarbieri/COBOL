              88 vei-inativo                                      value "I".
           03 vei-data-inclusao                      pic 9(08).
           03 vei-operador-inclusao                   pic x(10).
      *>  Capacidade de carga do veículo - peso útil em kg e volume útil
      *>  do baú em m³ (zeros = não cadastrada, o romaneio não confere) -
      *>  e a rota de ROTA.DAT que o veículo atende no dia a dia, usada
      *>  pelo Romaneio.cbl para sugerir outro veículo da mesma rota
      *>  quando a carga passa da capacidade.
           03 vei-carga-maxima                        pic 9(06).
           03 vei-volume-maximo                       pic 9(03)v9(02).
           03 vei-cd-rota                             pic 9(03).
