      *>===================================================================================
      *>  COTACAOF.CPY
      *>  Fornecedores convidados para a cotação (COTACAO-FORN.DAT), chave
      *>  composta cd-cotacao+cd-fornecedor. Guarda a condição de
      *>  pagamento que o fornecedor ofereceu (zeros = a do cadastro,
      *>  FORN.CPY) e as datas de envio e de resposta; a condição segue
      *>  para o pedido de compra gerado (pdc-qtd-parcelas-pagar e
      *>  pdc-prazo-pagamento-dias em PEDCOMP.CPY).
      *>===================================================================================
       01  reg-cotacao-forn.
           03 ctf-chave.
              05 ctf-cd-cotacao                     pic 9(07).
              05 ctf-cd-fornecedor                   pic 9(05).
           03 ctf-qtd-parcelas                      pic 9(02).
           03 ctf-prazo-pagamento-dias                pic 9(03).
           03 ctf-data-envio                         pic 9(08).
           03 ctf-data-resposta                      pic 9(08).
