              88 prd-inativo                                      value "I".
           03 prd-data-inclusao                      pic 9(08).
           03 prd-operador-inclusao                   pic x(10).
      *>  Dados fiscais do produto para o cálculo de tributos da fatura
      *>  (CalculaTributos.cbl) e o layout da NF-e (GeraNfe.cbl):
      *>  classificação NCM (8 dígitos; zeros = não classificado, cai na
      *>  regra geral do par de UFs em REGRA-FISCAL.DAT) e origem da
      *>  mercadoria na tabela da SEFAZ (0 nacional, 1/2/3/8 estrangeira
      *>  ou com conteúdo importado - alíquota interestadual de 4%).
           03 prd-ncm                                pic 9(08).
           03 prd-origem                             pic 9(01).
              88 prd-origem-importada                             value 1 2 3 8.
      *>  Peso bruto de uma unidade do produto, em kg com 3 decimais
      *>  (embalagem incluída), para o peso do pedido e o cálculo do frete
      *>  pela tabela da rota (Pedido.cbl, 2750-calcular-frete); zeros =
      *>  peso não cadastrado, não soma.
           03 prd-peso-bruto                          pic 9(05)v9(03).
      *>  Volume de uma unidade embalada, em m³ com 4 decimais, somado no
      *>  pedido junto com o peso para a conferência de capacidade do
      *>  veículo no romaneio; zeros = não cadastrado.
           03 prd-volume                              pic 9(02)v9(04).
      *>  Classe da curva ABC carimbada pelo relatório da fila
      *>  (GeraRelatorios.cbl, tipo B) para o período pedido: pelo
      *>  faturamento e pela quantidade vendida nos itens de pedidos
      *>  fechados - A até 80% do acumulado, B até 95%, C o restante;
      *>  espaço = produto ainda não classificado ou sem venda no período.
           03 prd-classe-abc                          pic x(01).
              88 prd-classe-a                                      value "A".
              88 prd-classe-b                                      value "B".
              88 prd-classe-c                                      value "C".
           03 prd-classe-abc-qtd                      pic x(01).
           03 prd-data-classe-abc                     pic 9(08).
      *>  Grupo comercial do produto (código livre; zeros = sem grupo),
      *>  usado para uma campanha promocional (CAMPANHA.CPY) valer para
      *>  uma família inteira de produtos sem listar um a um.
           03 prd-cd-grupo                            pic 9(03).
