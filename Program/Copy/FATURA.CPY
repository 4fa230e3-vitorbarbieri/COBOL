              88 fat-emitida                                       value "E".
              88 fat-cancelada                                     value "C".
           03 fat-operador-emissao                    pic x(10).
      *>  Tributos da fatura, somados dos itens fiscais gravados em
      *>  FATURA-ITEM.DAT por CalculaTributos.cbl na emissão: o ICMS está
      *>  dentro do valor dos produtos; o IPI e o frete do pedido são
      *>  somados por fora, então fat-valor-total = fat-valor-produtos +
      *>  fat-valor-ipi + fat-valor-frete (é este total que vira parcelas
      *>  de contas a receber).
           03 fat-valor-produtos                      pic 9(09)v9(02).
           03 fat-valor-icms                          pic 9(09)v9(02).
           03 fat-valor-ipi                           pic 9(09)v9(02).
      *>  Situação da NF-e no emissor fiscal: espaços enquanto a fatura
      *>  não foi para o arquivo de integração; "E" enviada por
      *>  GeraNfe.cbl; "A" autorizada ou "R" rejeitada pelo retorno lido
      *>  por RetornoNfe.cbl (a rejeitada volta no próximo envio depois
      *>  de corrigida); fatura cancelada com NF-e autorizada vai como
      *>  pedido de cancelamento ("S") até o retorno homologar ("X").
           03 fat-nfe-situacao                        pic x(01).
              88 fat-nfe-nao-enviada                               value " ".
              88 fat-nfe-enviada                                   value "E".
              88 fat-nfe-autorizada                                value "A".
              88 fat-nfe-rejeitada                                 value "R".
              88 fat-nfe-cancel-solicitado                         value "S".
              88 fat-nfe-cancelada                                 value "X".
           03 fat-nfe-chave-acesso                     pic x(44).
           03 fat-nfe-protocolo                        pic x(15).
           03 fat-nfe-data-retorno                     pic 9(08).
           03 fat-nfe-motivo-rejeicao                  pic x(60).
      *>  Frete cobrado do cliente (ped-valor-frete do pedido faturado);
      *>  zeros nas faturas de compra e nas anteriores ao frete.
           03 fat-valor-frete                          pic 9(07)v9(02).
      *>  Estabelecimento emitente (EMPRESA.CPY), herdado do pedido de
      *>  venda ou de compra; zeros valem a matriz.
           03 fat-cd-empresa                           pic 9(01).
