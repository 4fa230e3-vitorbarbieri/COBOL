      *>  seguro - tipo "D", com data de vencimento) e o diário de
      *>  manutenção (tipo "M", com data, km, serviço e custo). Mantido
      *>  pela grade de controles de Veiculo.cbl e consultado por
      *>  RelVencimentos.cbl. Abastecimento é o tipo "C": data, hodômetro
      *>  em vct-km, litros, valor em vct-custo e o posto na descrição -
      *>  base do custo por km de RelFrota.cbl.
      *>===================================================================================
       01  reg-vei-controle.
           03 vct-chave.
           03 vct-tipo                              pic x(01).
              88 vct-documento                                     value "D".
              88 vct-manutencao                                    value "M".
              88 vct-abastecimento                                 value "C".
           03 vct-descricao                         pic x(30).
           03 vct-data-vencimento                    pic 9(08).
           03 vct-data                              pic 9(08).
           03 vct-km                                pic 9(07).
           03 vct-custo                             pic 9(07)v9(02).
           03 vct-litros                            pic 9(04)v9(03).
