      *>===================================================================================
      *>  PROSPECT.CPY
      *>  Prospectos do funil de vendas (PROSPECT.DAT), chave
      *>  prs-cd-prospecto (série PROSPECT em PARAMETRO.DAT), chave
      *>  alternada prs-cd-vendedor. Cadastro leve, antes do cliente
      *>  existir em CLIENTE.DAT (sem CPF/CNPJ nem endereço completo),
      *>  mantido pela tela de Prospecto.cbl. Cada mudança de etapa e
      *>  cada contato ficam em PROSPECT-INTERACAO.DAT (PRSINT.CPY); o
      *>  próximo passo entra na Agenda do Dia (AgendaTarefas.cbl). Na
      *>  conversão, Cliente.cbl abre o formulário com os dados daqui e,
      *>  ao salvar, grava o cliente criado em prs-cd-cliente.
      *>===================================================================================
       01  reg-prospecto.
           03 prs-cd-prospecto                       pic 9(07).
           03 prs-nome                              pic x(40).
           03 prs-nm-contato                         pic x(40).
           03 prs-ddd-contato                        pic 9(02).
           03 prs-fone-contato                       pic x(10).
           03 prs-email-contato                      pic x(60).
           03 prs-municipio                         pic x(30).
           03 prs-uf                                pic x(02).
      *>  Origem do prospecto (de onde veio o contato).
           03 prs-origem                            pic x(01).
              88 prs-origem-indicacao                              value "I".
              88 prs-origem-visita                                 value "V".
              88 prs-origem-telefone                               value "T".
              88 prs-origem-site                                   value "S".
              88 prs-origem-feira                                  value "F".
              88 prs-origem-outra                                  value "O".
           03 prs-cd-vendedor                        pic 9(05).
      *>  Etapa do funil: 1 a 4 em aberto; 5 ganho (virou cliente) e 6
      *>  perdido encerram o prospecto.
           03 prs-etapa                             pic 9(01).
              88 prs-etapa-lead                                    value 1.
              88 prs-etapa-contato                                 value 2.
              88 prs-etapa-proposta                                value 3.
              88 prs-etapa-negociacao                              value 4.
              88 prs-etapa-ganho                                   value 5.
              88 prs-etapa-perdido                                 value 6.
              88 prs-em-aberto                                     value 1 thru 4.
              88 prs-encerrado                                     value 5 6.
      *>  Data de entrada na etapa atual (base do tempo por etapa).
           03 prs-data-etapa                         pic 9(08).
           03 prs-proximo-passo                      pic x(60).
           03 prs-data-proximo-passo                  pic 9(08).
           03 prs-motivo-perda                       pic x(40).
      *>  Cliente criado na conversão (zeros enquanto não convertido).
           03 prs-cd-cliente                         pic 9(05).
           03 prs-data-conversao                     pic 9(08).
           03 prs-data-inclusao                      pic 9(08).
           03 prs-operador-inclusao                   pic x(10).
