      *>===================================================================================
      *>  EMPRESA.CPY
      *>  Cadastro dos estabelecimentos emitentes (EMPRESA.DAT), chave
      *>  emp-cd-empresa: a matriz (código 1) e as filiais, cada uma com
      *>  o próprio CNPJ, inscrição estadual, endereço e conta bancária.
      *>  Mantido pela tela de Empresa.cbl. O operador escolhe o
      *>  estabelecimento no Login.cbl (ses-cd-empresa) e os documentos
      *>  criados na sessão - pedido, fatura, pedido de compra, parcelas
      *>  a pagar e a receber - levam o código. Documentos com o código
      *>  em zeros (anteriores ao cadastro ou gerados pela cadeia
      *>  noturna) pertencem à matriz. Cada filial numera pedido, fatura
      *>  e pedido de compra na própria série em PARAMETRO.DAT (sufixo
      *>  -F e o código: PEDIDO-F2, FATURA-F2, PEDCOMP-F2), a partir de
      *>  código da filial x 1.000.000 para que as chaves de 7 dígitos
      *>  não se cruzem - daí o código de uma posição (até 9
      *>  estabelecimentos).
      *>===================================================================================
       01  reg-empresa.
           03 emp-cd-empresa                        pic 9(01).
           03 emp-razao-social                      pic x(40).
           03 emp-nome-fantasia                     pic x(30).
           03 emp-cnpj                              pic 9(14).
           03 emp-insc-estadual                     pic x(18).
           03 emp-cep                               pic 9(08).
           03 emp-logradouro                        pic x(30).
           03 emp-numero                            pic x(06).
           03 emp-bairro                            pic x(30).
           03 emp-municipio                         pic x(30).
           03 emp-uf                                pic x(02).
      *>  Conta de movimento do estabelecimento (cobrança e pagamentos).
           03 emp-banco                             pic 9(03).
           03 emp-agencia                           pic 9(05).
           03 emp-agencia-dv                         pic x(01).
           03 emp-conta-corrente                     pic 9(12).
           03 emp-conta-dv                           pic x(01).
           03 emp-situacao                          pic x(01).
              88 emp-ativa                                         value "A".
              88 emp-inativa                                       value "I".
           03 emp-data-inclusao                      pic 9(08).
           03 emp-operador-inclusao                   pic x(10).
      *>  Chave PIX do estabelecimento (CNPJ, e-mail, telefone +55... ou
      *>  chave aleatória) - recebedora das cobranças PIX das parcelas
      *>  (CobrancaPix.cbl). Em branco, as parcelas do estabelecimento
      *>  saem sem o "copia e cola".
           03 emp-chave-pix                           pic x(77).
