      *>   RECRIADO do zero a partir da cópia - o conteúdo atual daquele
      *>   arquivo é substituído. Arquivos com status AUSE/ERRO no
      *>   manifesto são pulados.
      *>   Enquanto a restauração roda fica aberta uma janela de
      *>   manutenção (origem restauração, JanelaManutencao.cbl): telas
      *>   que ficaram abertas passam a recusar gravações e ninguém
      *>   novo consegue entrar. A janela é encerrada no fim.
      *>

      *>===================================================================================
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-dados.
           select bkp-fatura-arq assign       to "BACKUP-FATURA.SEQ"
                  organization               is line sequential
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-dados.
           select bkp-receber-arq assign      to "BACKUP-RECEBER.SEQ"
                  organization               is line sequential
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mov-chave
                  alternate record key       is mov-data with duplicates
                  file status                is ws-status-dados.
           select bkp-estoque-mov-arq assign  to "BACKUP-ESTOQUE-MOV.SEQ"
                  organization               is line sequential
           select bkp-devolucao-arc-arq assign    to "BACKUP-DEVOLUCAO-ARC.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select regra-fiscal-arq assign       to "REGRA-FISCAL.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rfi-chave
                  file status                is ws-status-dados.
           select bkp-regra-fiscal-arq assign    to "BACKUP-REGRA-FISCAL.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select fatura-item-arq assign       to "FATURA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fti-chave
                  file status                is ws-status-dados.
           select bkp-fatura-item-arq assign    to "BACKUP-FATURA-ITEM.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select extrato-banco-arq assign       to "EXTRATO-BANCO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ebc-chave
                  file status                is ws-status-dados.
           select bkp-extrato-banco-arq assign    to "BACKUP-EXTRATO-BANCO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select romaneio-arq assign       to "ROMANEIO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rmn-chave
                  file status                is ws-status-dados.
           select bkp-romaneio-arq assign    to "BACKUP-ROMANEIO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select plano-contas-arq assign       to "PLANO-CONTAS.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pct-cd-conta
                  file status                is ws-status-dados.
           select bkp-plano-contas-arq assign    to "BACKUP-PLANO-CONTAS.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select centro-custo-arq assign       to "CENTRO-CUSTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ccu-cd-centro-custo
                  file status                is ws-status-dados.
           select bkp-centro-custo-arq assign    to "BACKUP-CENTRO-CUSTO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select despesa-fixa-arq assign       to "DESPESA-FIXA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dfx-cd-despesa-fixa
                  file status                is ws-status-dados.
           select bkp-despesa-fixa-arq assign    to "BACKUP-DESPESA-FIXA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select devolucao-compra-arq assign       to "DEVOLUCAO-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is dvc-chave
                  file status                is ws-status-dados.
           select bkp-devolucao-compra-arq assign    to "BACKUP-DEVOLUCAO-COMPRA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select nota-debito-arq assign       to "NOTA-DEBITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ndb-cd-nota
                  file status                is ws-status-dados.
           select bkp-nota-debito-arq assign    to "BACKUP-NOTA-DEBITO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select adiantamento-arq assign       to "ADIANTAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is adt-cd-adiantamento
                  file status                is ws-status-dados.
           select bkp-adiantamento-arq assign    to "BACKUP-ADIANTAMENTO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select cheque-arq assign       to "CHEQUE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is chq-cd-cheque
                  file status                is ws-status-dados.
           select bkp-cheque-arq assign    to "BACKUP-CHEQUE.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select consignacao-arq assign       to "CONSIGNACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csg-cd-consignacao
                  alternate record key       is csg-cd-cliente with duplicates
                  file status                is ws-status-dados.
           select bkp-consignacao-arq assign    to "BACKUP-CONSIGNACAO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select consig-item-arq assign       to "CONSIG-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is csi-chave
                  file status                is ws-status-dados.
           select bkp-consig-item-arq assign    to "BACKUP-CONSIG-ITEM.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select pedido-programado-arq assign       to "PEDIDO-PROGRAMADO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ppg-cd-programado
                  file status                is ws-status-dados.
           select bkp-pedido-programado-arq assign    to "BACKUP-PEDIDO-PROGRAMADO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select pedido-programado-item-arq assign       to "PEDIDO-PROGRAMADO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ppi-chave
                  file status                is ws-status-dados.
           select bkp-pedido-programado-item-arq assign    to "BACKUP-PEDIDO-PROGRAMADO-ITEM.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select ecommerce-enviado-arq assign       to "ECOMMERCE-ENVIADO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is eco-cd-produto
                  file status                is ws-status-dados.
           select bkp-ecommerce-enviado-arq assign    to "BACKUP-ECOMMERCE-ENVIADO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select cli-credito-arq assign       to "CLI-CREDITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ccr-cd-cliente
                  file status                is ws-status-dados.
           select bkp-cli-credito-arq assign    to "BACKUP-CLI-CREDITO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select cotacao-arq assign       to "COTACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cot-cd-cotacao
                  file status                is ws-status-dados.
           select bkp-cotacao-arq assign    to "BACKUP-COTACAO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select cotacao-item-arq assign       to "COTACAO-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cti-chave
                  file status                is ws-status-dados.
           select bkp-cotacao-item-arq assign    to "BACKUP-COTACAO-ITEM.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select cotacao-forn-arq assign       to "COTACAO-FORN.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ctf-chave
                  file status                is ws-status-dados.
           select bkp-cotacao-forn-arq assign    to "BACKUP-COTACAO-FORN.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select cotacao-preco-arq assign       to "COTACAO-PRECO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is ctp-chave
                  file status                is ws-status-dados.
           select bkp-cotacao-preco-arq assign    to "BACKUP-COTACAO-PRECO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select sac-arq assign       to "SAC.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sac-cd-protocolo
                  alternate record key       is sac-cd-cliente with duplicates
                  file status                is ws-status-dados.
           select bkp-sac-arq assign    to "BACKUP-SAC.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select sac-hist-arq assign       to "SAC-HIST.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is sah-chave
                  file status                is ws-status-dados.
           select bkp-sac-hist-arq assign    to "BACKUP-SAC-HIST.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select mensagem-arq assign       to "MENSAGEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is msg-cd-mensagem
                  alternate record key       is msg-cd-cliente with duplicates
                  file status                is ws-status-dados.
           select bkp-mensagem-arq assign    to "BACKUP-MENSAGEM.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select msg-recusa-arq assign       to "MSG-RECUSA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is mrc-chave
                  file status                is ws-status-dados.
           select bkp-msg-recusa-arq assign    to "BACKUP-MSG-RECUSA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select empresa-arq assign       to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-dados.
           select bkp-empresa-arq assign    to "BACKUP-EMPRESA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select campanha-arq assign       to "CAMPANHA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmp-cd-campanha
                  file status                is ws-status-dados.
           select bkp-campanha-arq assign    to "BACKUP-CAMPANHA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select campanha-item-arq assign       to "CAMPANHA-ITEM.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cpi-chave
                  file status                is ws-status-dados.
           select bkp-campanha-item-arq assign    to "BACKUP-CAMPANHA-ITEM.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select excecao-arq assign       to "EXCECAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is exc-cd-excecao
                  alternate record key       is exc-data with duplicates
                  file status                is ws-status-dados.
           select bkp-excecao-arq assign    to "BACKUP-EXCECAO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select prd-unidade-arq assign       to "PRD-UNIDADE.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pun-chave
                  alternate record key       is pun-codigo-barras with duplicates
                  file status                is ws-status-dados.
           select bkp-prd-unidade-arq assign    to "BACKUP-PRD-UNIDADE.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select equipamento-arq assign       to "EQUIPAMENTO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is eqp-nr-patrimonio
                  file status                is ws-status-dados.
           select bkp-equipamento-arq assign    to "BACKUP-EQUIPAMENTO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select comodato-arq assign       to "COMODATO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is cmd-cd-contrato
                  alternate record key       is cmd-cd-cliente with duplicates
                  file status                is ws-status-dados.
           select bkp-comodato-arq assign    to "BACKUP-COMODATO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select prospecto-arq assign       to "PROSPECT.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prs-cd-prospecto
                  alternate record key       is prs-cd-vendedor with duplicates
                  file status                is ws-status-dados.
           select bkp-prospecto-arq assign    to "BACKUP-PROSPECT.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select prospecto-interacao-arq assign       to "PROSPECT-INTERACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pin-chave
                  file status                is ws-status-dados.
           select bkp-prospecto-interacao-arq assign    to "BACKUP-PROSPECT-INTERACAO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select nfe-compra-arq assign       to "NFE-COMPRA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is nfc-chave
                  file status                is ws-status-dados.
           select bkp-nfe-compra-arq assign    to "BACKUP-NFE-COMPRA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select pix-cobranca-arq assign       to "PIX-COBRANCA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pxc-txid
                  alternate record key       is pxc-chave-parcela with duplicates
                  file status                is ws-status-dados.
           select bkp-pix-cobranca-arq assign    to "BACKUP-PIX-COBRANCA.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select pix-credito-arq assign       to "PIX-CREDITO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pcr-end-to-end
                  file status                is ws-status-dados.
           select bkp-pix-credito-arq assign    to "BACKUP-PIX-CREDITO.SEQ"
                  organization               is line sequential
                  file status                is ws-status-backup.
           select manifesto-arq assign      to "BACKUP-MANIFEST.TXT"
                  organization               is line sequential
                  file status                is ws-status-manifesto.
       fd  fatura-arc-arq.
       01  arc-fatura-registro.
           03 arc-fat-cd-fatura                      pic 9(07).
           03 arc-fat-resto                          pic x(250).
       fd  bkp-fatura-arc-arq.
       01  bkp-fatura-arc-registro                    pic x(600).
       fd  receber-arc-arq.
           03 arc-dev-resto                          pic x(150).
       fd  bkp-devolucao-arc-arq.
       01  bkp-devolucao-arc-registro                    pic x(600).
       fd  regra-fiscal-arq.
       copy "REGFISC.CPY".
       fd  bkp-regra-fiscal-arq.
       01  bkp-regra-fiscal-registro                    pic x(600).
       fd  fatura-item-arq.
       copy "FATITEM.CPY".
       fd  bkp-fatura-item-arq.
       01  bkp-fatura-item-registro                    pic x(600).
       fd  extrato-banco-arq.
       copy "EXTBANC.CPY".
       fd  bkp-extrato-banco-arq.
       01  bkp-extrato-banco-registro                    pic x(600).
       fd  romaneio-arq.
       copy "ROMANEIO.CPY".
       fd  bkp-romaneio-arq.
       01  bkp-romaneio-registro                    pic x(600).
       fd  plano-contas-arq.
       copy "PLCONTA.CPY".
       fd  bkp-plano-contas-arq.
       01  bkp-plano-contas-registro                    pic x(600).
       fd  centro-custo-arq.
       copy "CCUSTO.CPY".
       fd  bkp-centro-custo-arq.
       01  bkp-centro-custo-registro                    pic x(600).
       fd  despesa-fixa-arq.
       copy "DESPFIXA.CPY".
       fd  bkp-despesa-fixa-arq.
       01  bkp-despesa-fixa-registro                    pic x(600).
       fd  devolucao-compra-arq.
       copy "DEVCOMP.CPY".
       fd  bkp-devolucao-compra-arq.
       01  bkp-devolucao-compra-registro                    pic x(600).
       fd  nota-debito-arq.
       copy "NOTADEB.CPY".
       fd  bkp-nota-debito-arq.
       01  bkp-nota-debito-registro                    pic x(600).
       fd  adiantamento-arq.
       copy "ADIANT.CPY".
       fd  bkp-adiantamento-arq.
       01  bkp-adiantamento-registro                    pic x(600).
       fd  cheque-arq.
       copy "CHEQUE.CPY".
       fd  bkp-cheque-arq.
       01  bkp-cheque-registro                    pic x(600).
       fd  consignacao-arq.
       copy "CONSIG.CPY".
       fd  bkp-consignacao-arq.
       01  bkp-consignacao-registro                    pic x(600).
       fd  consig-item-arq.
       copy "CONSIGIT.CPY".
       fd  bkp-consig-item-arq.
       01  bkp-consig-item-registro                    pic x(600).
       fd  pedido-programado-arq.
       copy "PEDPROG.CPY".
       fd  bkp-pedido-programado-arq.
       01  bkp-pedido-programado-registro                    pic x(600).
       fd  pedido-programado-item-arq.
       copy "PEDPROGI.CPY".
       fd  bkp-pedido-programado-item-arq.
       01  bkp-pedido-programado-item-registro                    pic x(600).
       fd  ecommerce-enviado-arq.
       copy "ECOMENV.CPY".
       fd  bkp-ecommerce-enviado-arq.
       01  bkp-ecommerce-enviado-registro                    pic x(600).
       fd  cli-credito-arq.
       copy "CLICRED.CPY".
       fd  bkp-cli-credito-arq.
       01  bkp-cli-credito-registro                    pic x(600).
       fd  cotacao-arq.
       copy "COTACAO.CPY".
       fd  bkp-cotacao-arq.
       01  bkp-cotacao-registro                    pic x(600).
       fd  cotacao-item-arq.
       copy "COTACAOI.CPY".
       fd  bkp-cotacao-item-arq.
       01  bkp-cotacao-item-registro                    pic x(600).
       fd  cotacao-forn-arq.
       copy "COTACAOF.CPY".
       fd  bkp-cotacao-forn-arq.
       01  bkp-cotacao-forn-registro                    pic x(600).
       fd  cotacao-preco-arq.
       copy "COTACAOP.CPY".
       fd  bkp-cotacao-preco-arq.
       01  bkp-cotacao-preco-registro                    pic x(600).
       fd  sac-arq.
       copy "SAC.CPY".
       fd  bkp-sac-arq.
       01  bkp-sac-registro                    pic x(600).
       fd  sac-hist-arq.
       copy "SACHIST.CPY".
       fd  bkp-sac-hist-arq.
       01  bkp-sac-hist-registro                    pic x(600).
       fd  mensagem-arq.
       copy "MENSAGEM.CPY".
       fd  bkp-mensagem-arq.
       01  bkp-mensagem-registro                    pic x(620).
       fd  msg-recusa-arq.
       copy "MSGRECUS.CPY".
       fd  bkp-msg-recusa-arq.
       01  bkp-msg-recusa-registro                    pic x(600).
       fd  empresa-arq.
       copy "EMPRESA.CPY".
       fd  bkp-empresa-arq.
       01  bkp-empresa-registro                    pic x(600).
       fd  campanha-arq.
       copy "CAMPANHA.CPY".
       fd  bkp-campanha-arq.
       01  bkp-campanha-registro                    pic x(600).
       fd  campanha-item-arq.
       copy "CAMPANHI.CPY".
       fd  bkp-campanha-item-arq.
       01  bkp-campanha-item-registro                    pic x(600).
       fd  excecao-arq.
       copy "EXCECAO.CPY".
       fd  bkp-excecao-arq.
       01  bkp-excecao-registro                    pic x(600).
       fd  prd-unidade-arq.
       copy "PRDUNID.CPY".
       fd  bkp-prd-unidade-arq.
       01  bkp-prd-unidade-registro                    pic x(600).
       fd  equipamento-arq.
       copy "EQUIPTO.CPY".
       fd  bkp-equipamento-arq.
       01  bkp-equipamento-registro                    pic x(600).
       fd  comodato-arq.
       copy "COMODATO.CPY".
       fd  bkp-comodato-arq.
       01  bkp-comodato-registro                    pic x(600).
       fd  prospecto-arq.
       copy "PROSPECT.CPY".
       fd  bkp-prospecto-arq.
       01  bkp-prospecto-registro                    pic x(600).
       fd  prospecto-interacao-arq.
       copy "PRSINT.CPY".
       fd  bkp-prospecto-interacao-arq.
       01  bkp-prospecto-interacao-registro                    pic x(600).
       fd  nfe-compra-arq.
       copy "NFECOMP.CPY".
       fd  bkp-nfe-compra-arq.
       01  bkp-nfe-compra-registro                    pic x(600).
       fd  pix-cobranca-arq.
       copy "PIXCOB.CPY".
       fd  bkp-pix-cobranca-arq.
       01  bkp-pix-cobranca-registro                    pic x(600).
       fd  pix-credito-arq.
       copy "PIXCRED.CPY".
       fd  bkp-pix-credito-arq.
       01  bkp-pix-credito-registro                    pic x(600).
       fd  manifesto-arq.
       01  reg-manifesto                            pic x(100).

           03 ws-man-verificados                     pic x(07)       value spaces.
           03 ws-man-status                          pic x(04)       value spaces.

      *>   Término previsto da janela de manutenção da restauração.
       78  ws-horas-previstas-restauracao             value 2.

      *>   Janela de manutenção (CALL para JanelaManutencao).
       01  ws-parametros-manutencao.
           03 ws-jan-operacao                        pic x(01)       value spaces.
           03 ws-jan-origem                          pic x(01)       value spaces.
           03 ws-jan-operador                        pic x(10)       value spaces.
           03 ws-jan-motivo                          pic x(60)       value spaces.
           03 ws-jan-horas-previstas                  pic 9(02)       value zeros.
           03 ws-jan-data-hora-inicio                 pic 9(14)       value zeros.
           03 ws-jan-data-hora-fim-informada           pic 9(14)       value zeros.
           03 ws-jan-cd-janela                       pic 9(07)       value zeros.
           03 ws-jan-ind-ativa                       pic x(01)       value "N".
              88 ws-jan-manutencao-ativa                            value "S".
           03 ws-jan-data-hora-fim-prevista            pic 9(14)       value zeros.
           03 ws-jan-mensagem                        pic x(120)      value spaces.
           03 ws-jan-proxima-inicio                   pic 9(14)       value zeros.
           03 ws-jan-proxima-fim-prevista              pic 9(14)       value zeros.

       01  ws-qtd-restaurados                        pic 9(07)       value zeros.
       01  ws-qtd-rejeitados                         pic 9(07)       value zeros.
       01  ws-total-arquivos                          pic 9(03)       value zeros.
            if   ws-manifesto-nao-encontrado
                 display "BACKUP-MANIFEST.TXT nao encontrado - nada a restaurar."
                 set ws-manifesto-eof                to true
                 exit section
            end-if
            move "I"                                 to ws-jan-operacao
            move "R"                                 to ws-jan-origem
            move "SISTEMA"                           to ws-jan-operador
            move "Restauracao de backup em execucao." to ws-jan-motivo
            move ws-horas-previstas-restauracao       to ws-jan-horas-previstas
            call "JanelaManutencao" using ws-parametros-manutencao
            display "Janela de manutencao " ws-jan-cd-janela
                    " ativa - logins e gravacoes bloqueados"
            .

       1000-exit.
                     perform 2255-restaurar-entrega-arc
                when "DEVOLUCAO-ARC"
                     perform 2256-restaurar-devolucao-arc
                when "REGRA-FISCAL"
                     perform 2257-restaurar-regra-fiscal
                when "FATURA-ITEM"
                     perform 2258-restaurar-fatura-item
                when "EXTRATO-BANCO"
                     perform 2259-restaurar-extrato-banco
                when "ROMANEIO"
                     perform 2260-restaurar-romaneio
                when "PLANO-CONTAS"
                     perform 2261-restaurar-plano-contas
                when "CENTRO-CUSTO"
                     perform 2262-restaurar-centro-custo
                when "DESPESA-FIXA"
                     perform 2263-restaurar-despesa-fixa
                when "DEVOLUCAO-COMPRA"
                     perform 2264-restaurar-devolucao-compra
                when "NOTA-DEBITO"
                     perform 2265-restaurar-nota-debito
                when "ADIANTAMENTO"
                     perform 2266-restaurar-adiantamento
                when "CHEQUE"
                     perform 2267-restaurar-cheque
                when "CONSIGNACAO"
                     perform 2268-restaurar-consignacao
                when "CONSIG-ITEM"
                     perform 2269-restaurar-consig-item
                when "PEDIDO-PROGRAMADO"
                     perform 2270-restaurar-pedido-programado
                when "PEDIDO-PROGRAMADO-ITEM"
                     perform 2271-restaurar-pedido-programado-item
                when "ECOMMERCE-ENVIADO"
                     perform 2272-restaurar-ecommerce-enviado
                when "CLI-CREDITO"
                     perform 2273-restaurar-cli-credito
                when "COTACAO"
                     perform 2274-restaurar-cotacao
                when "COTACAO-ITEM"
                     perform 2275-restaurar-cotacao-item
                when "COTACAO-FORN"
                     perform 2276-restaurar-cotacao-forn
                when "COTACAO-PRECO"
                     perform 2277-restaurar-cotacao-preco
                when "SAC"
                     perform 2278-restaurar-sac
                when "SAC-HIST"
                     perform 2279-restaurar-sac-hist
                when "MENSAGEM"
                     perform 2280-restaurar-mensagem
                when "MSG-RECUSA"
                     perform 2281-restaurar-msg-recusa
                when "EMPRESA"
                     perform 2282-restaurar-empresa
                when "CAMPANHA"
                     perform 2283-restaurar-campanha
                when "CAMPANHA-ITEM"
                     perform 2284-restaurar-campanha-item
                when "EXCECAO"
                     perform 2285-restaurar-excecao
                when "PRD-UNIDADE"
                     perform 2286-restaurar-prd-unidade
                when "EQUIPAMENTO"
                     perform 2287-restaurar-equipamento
                when "COMODATO"
                     perform 2288-restaurar-comodato
                when "PROSPECT"
                     perform 2289-restaurar-prospecto
                when "PROSPECT-INTERACAO"
                     perform 2290-restaurar-prospecto-interacao
                when "NFE-COMPRA"
                     perform 2291-restaurar-nfe-compra
                when "PIX-COBRANCA"
                     perform 2292-restaurar-pix-cobranca
                when "PIX-CREDITO"
                     perform 2293-restaurar-pix-credito
                when other
                     display "Arquivo desconhecido no manifesto: " ws-man-arquivo
                     subtract 1                       from ws-total-arquivos
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         perform 2900-converter-imagem-prd-tabela
                         write reg-prd-tabela
                             invalid key
                                  add 1               to ws-qtd-rejeitados
       2235-exit.
            exit.

      *>===================================================================================
      *>   2900-converter-imagem-prd-tabela: cópia gravada antes da
      *>   unidade de venda na chave tem 20 posições (produto, categoria,
      *>   quantidade mínima, preço) e nada depois delas - as faixas vão
      *>   para o layout novo com tab-unidade em espaços (mesma conversão
      *>   de 2400-converter-prd-tabela em ReorganizaArquivos.cbl).
       2900-converter-imagem-prd-tabela section.
       2900.
            if   bkp-prd-tabela-registro (1:20) is numeric
            and  bkp-prd-tabela-registro (21:3) = spaces
                 initialize reg-prd-tabela
                 move bkp-prd-tabela-registro (1:5)  to tab-cd-produto
                 move bkp-prd-tabela-registro (6:1)  to tab-categoria
                 move spaces                         to tab-unidade
                 move bkp-prd-tabela-registro (7:5)  to tab-qtd-minima
                 move bkp-prd-tabela-registro (12:9) to tab-preco
            else
                 move bkp-prd-tabela-registro        to reg-prd-tabela
            end-if
            .

       2900-exit.
            exit.

      *>===================================================================================
       2236-restaurar-cond-pagto section.
       2236.
            exit.

      *>===================================================================================
       2257-restaurar-regra-fiscal section.
       2257.
            open input bkp-regra-fiscal-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-REGRA-FISCAL.SEQ nao encontrado - arquivo pulado."
                 close bkp-regra-fiscal-arq
                 exit section
            end-if
            open output regra-fiscal-arq

            perform until ws-arquivo-eof
                read bkp-regra-fiscal-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-regra-fiscal-registro      to reg-regra-fiscal
                         write reg-regra-fiscal
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-regra-fiscal-arq
            close regra-fiscal-arq
            .

       2257-exit.
            exit.

      *>===================================================================================
       2258-restaurar-fatura-item section.
       2258.
            open input bkp-fatura-item-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-FATURA-ITEM.SEQ nao encontrado - arquivo pulado."
                 close bkp-fatura-item-arq
                 exit section
            end-if
            open output fatura-item-arq

            perform until ws-arquivo-eof
                read bkp-fatura-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-fatura-item-registro      to reg-fatura-item
                         write reg-fatura-item
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-fatura-item-arq
            close fatura-item-arq
            .

       2258-exit.
            exit.

      *>===================================================================================
       2259-restaurar-extrato-banco section.
       2259.
            open input bkp-extrato-banco-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-EXTRATO-BANCO.SEQ nao encontrado - arquivo pulado."
                 close bkp-extrato-banco-arq
                 exit section
            end-if
            open output extrato-banco-arq

            perform until ws-arquivo-eof
                read bkp-extrato-banco-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-extrato-banco-registro      to reg-extrato-banco
                         write reg-extrato-banco
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-extrato-banco-arq
            close extrato-banco-arq
            .

       2259-exit.
            exit.

      *>===================================================================================
       2260-restaurar-romaneio section.
       2260.
            open input bkp-romaneio-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-ROMANEIO.SEQ nao encontrado - arquivo pulado."
                 close bkp-romaneio-arq
                 exit section
            end-if
            open output romaneio-arq

            perform until ws-arquivo-eof
                read bkp-romaneio-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-romaneio-registro      to reg-romaneio
                         write reg-romaneio
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-romaneio-arq
            close romaneio-arq
            .

       2260-exit.
            exit.

      *>===================================================================================
       2261-restaurar-plano-contas section.
       2261.
            open input bkp-plano-contas-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PLANO-CONTAS.SEQ nao encontrado - arquivo pulado."
                 close bkp-plano-contas-arq
                 exit section
            end-if
            open output plano-contas-arq

            perform until ws-arquivo-eof
                read bkp-plano-contas-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-plano-contas-registro      to reg-plano-contas
                         write reg-plano-contas
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-plano-contas-arq
            close plano-contas-arq
            .

       2261-exit.
            exit.

      *>===================================================================================
       2262-restaurar-centro-custo section.
       2262.
            open input bkp-centro-custo-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-CENTRO-CUSTO.SEQ nao encontrado - arquivo pulado."
                 close bkp-centro-custo-arq
                 exit section
            end-if
            open output centro-custo-arq

            perform until ws-arquivo-eof
                read bkp-centro-custo-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-centro-custo-registro      to reg-centro-custo
                         write reg-centro-custo
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-centro-custo-arq
            close centro-custo-arq
            .

       2262-exit.
            exit.

      *>===================================================================================
       2263-restaurar-despesa-fixa section.
       2263.
            open input bkp-despesa-fixa-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-DESPESA-FIXA.SEQ nao encontrado - arquivo pulado."
                 close bkp-despesa-fixa-arq
                 exit section
            end-if
            open output despesa-fixa-arq

            perform until ws-arquivo-eof
                read bkp-despesa-fixa-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-despesa-fixa-registro      to reg-despesa-fixa
                         write reg-despesa-fixa
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-despesa-fixa-arq
            close despesa-fixa-arq
            .

       2263-exit.
            exit.

      *>===================================================================================
       2264-restaurar-devolucao-compra section.
       2264.
            open input bkp-devolucao-compra-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-DEVOLUCAO-COMPRA.SEQ nao encontrado - arquivo pulado."
                 close bkp-devolucao-compra-arq
                 exit section
            end-if
            open output devolucao-compra-arq

            perform until ws-arquivo-eof
                read bkp-devolucao-compra-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-devolucao-compra-registro      to reg-devolucao-compra
                         write reg-devolucao-compra
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-devolucao-compra-arq
            close devolucao-compra-arq
            .

       2264-exit.
            exit.

      *>===================================================================================
       2265-restaurar-nota-debito section.
       2265.
            open input bkp-nota-debito-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-NOTA-DEBITO.SEQ nao encontrado - arquivo pulado."
                 close bkp-nota-debito-arq
                 exit section
            end-if
            open output nota-debito-arq

            perform until ws-arquivo-eof
                read bkp-nota-debito-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-nota-debito-registro      to reg-nota-debito
                         write reg-nota-debito
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-nota-debito-arq
            close nota-debito-arq
            .

       2265-exit.
            exit.

      *>===================================================================================
       2266-restaurar-adiantamento section.
       2266.
            open input bkp-adiantamento-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-ADIANTAMENTO.SEQ nao encontrado - arquivo pulado."
                 close bkp-adiantamento-arq
                 exit section
            end-if
            open output adiantamento-arq

            perform until ws-arquivo-eof
                read bkp-adiantamento-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-adiantamento-registro      to reg-adiantamento
                         write reg-adiantamento
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-adiantamento-arq
            close adiantamento-arq
            .

       2266-exit.
            exit.

      *>===================================================================================
       2267-restaurar-cheque section.
       2267.
            open input bkp-cheque-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-CHEQUE.SEQ nao encontrado - arquivo pulado."
                 close bkp-cheque-arq
                 exit section
            end-if
            open output cheque-arq

            perform until ws-arquivo-eof
                read bkp-cheque-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-cheque-registro      to reg-cheque
                         write reg-cheque
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-cheque-arq
            close cheque-arq
            .

       2267-exit.
            exit.

      *>===================================================================================
       2268-restaurar-consignacao section.
       2268.
            open input bkp-consignacao-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-CONSIGNACAO.SEQ nao encontrado - arquivo pulado."
                 close bkp-consignacao-arq
                 exit section
            end-if
            open output consignacao-arq

            perform until ws-arquivo-eof
                read bkp-consignacao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-consignacao-registro      to reg-consignacao
                         write reg-consignacao
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-consignacao-arq
            close consignacao-arq
            .

       2268-exit.
            exit.

      *>===================================================================================
       2269-restaurar-consig-item section.
       2269.
            open input bkp-consig-item-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-CONSIG-ITEM.SEQ nao encontrado - arquivo pulado."
                 close bkp-consig-item-arq
                 exit section
            end-if
            open output consig-item-arq

            perform until ws-arquivo-eof
                read bkp-consig-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-consig-item-registro      to reg-consignacao-item
                         write reg-consignacao-item
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-consig-item-arq
            close consig-item-arq
            .

       2269-exit.
            exit.

      *>===================================================================================
       2270-restaurar-pedido-programado section.
       2270.
            open input bkp-pedido-programado-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PEDIDO-PROGRAMADO.SEQ nao encontrado - arquivo pulado."
                 close bkp-pedido-programado-arq
                 exit section
            end-if
            open output pedido-programado-arq

            perform until ws-arquivo-eof
                read bkp-pedido-programado-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-pedido-programado-registro      to reg-pedido-programado
                         write reg-pedido-programado
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-pedido-programado-arq
            close pedido-programado-arq
            .

       2270-exit.
            exit.

      *>===================================================================================
       2271-restaurar-pedido-programado-item section.
       2271.
            open input bkp-pedido-programado-item-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PEDIDO-PROGRAMADO-ITEM.SEQ nao encontrado - arquivo pulado."
                 close bkp-pedido-programado-item-arq
                 exit section
            end-if
            open output pedido-programado-item-arq

            perform until ws-arquivo-eof
                read bkp-pedido-programado-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-pedido-programado-item-registro      to reg-pedido-programado-item
                         write reg-pedido-programado-item
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-pedido-programado-item-arq
            close pedido-programado-item-arq
            .

       2271-exit.
            exit.

      *>===================================================================================
       2272-restaurar-ecommerce-enviado section.
       2272.
            open input bkp-ecommerce-enviado-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-ECOMMERCE-ENVIADO.SEQ nao encontrado - arquivo pulado."
                 close bkp-ecommerce-enviado-arq
                 exit section
            end-if
            open output ecommerce-enviado-arq

            perform until ws-arquivo-eof
                read bkp-ecommerce-enviado-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-ecommerce-enviado-registro      to reg-ecommerce-enviado
                         write reg-ecommerce-enviado
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-ecommerce-enviado-arq
            close ecommerce-enviado-arq
            .

       2272-exit.
            exit.

      *>===================================================================================
       2273-restaurar-cli-credito section.
       2273.
            open input bkp-cli-credito-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-CLI-CREDITO.SEQ nao encontrado - arquivo pulado."
                 close bkp-cli-credito-arq
                 exit section
            end-if
            open output cli-credito-arq

            perform until ws-arquivo-eof
                read bkp-cli-credito-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-cli-credito-registro      to reg-cli-credito
                         write reg-cli-credito
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-cli-credito-arq
            close cli-credito-arq
            .

       2273-exit.
            exit.

      *>===================================================================================
       2274-restaurar-cotacao section.
       2274.
            open input bkp-cotacao-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-COTACAO.SEQ nao encontrado - arquivo pulado."
                 close bkp-cotacao-arq
                 exit section
            end-if
            open output cotacao-arq

            perform until ws-arquivo-eof
                read bkp-cotacao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-cotacao-registro      to reg-cotacao
                         write reg-cotacao
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-cotacao-arq
            close cotacao-arq
            .

       2274-exit.
            exit.

      *>===================================================================================
       2275-restaurar-cotacao-item section.
       2275.
            open input bkp-cotacao-item-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-COTACAO-ITEM.SEQ nao encontrado - arquivo pulado."
                 close bkp-cotacao-item-arq
                 exit section
            end-if
            open output cotacao-item-arq

            perform until ws-arquivo-eof
                read bkp-cotacao-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-cotacao-item-registro      to reg-cotacao-item
                         write reg-cotacao-item
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-cotacao-item-arq
            close cotacao-item-arq
            .

       2275-exit.
            exit.

      *>===================================================================================
       2276-restaurar-cotacao-forn section.
       2276.
            open input bkp-cotacao-forn-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-COTACAO-FORN.SEQ nao encontrado - arquivo pulado."
                 close bkp-cotacao-forn-arq
                 exit section
            end-if
            open output cotacao-forn-arq

            perform until ws-arquivo-eof
                read bkp-cotacao-forn-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-cotacao-forn-registro      to reg-cotacao-forn
                         write reg-cotacao-forn
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-cotacao-forn-arq
            close cotacao-forn-arq
            .

       2276-exit.
            exit.

      *>===================================================================================
       2277-restaurar-cotacao-preco section.
       2277.
            open input bkp-cotacao-preco-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-COTACAO-PRECO.SEQ nao encontrado - arquivo pulado."
                 close bkp-cotacao-preco-arq
                 exit section
            end-if
            open output cotacao-preco-arq

            perform until ws-arquivo-eof
                read bkp-cotacao-preco-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-cotacao-preco-registro      to reg-cotacao-preco
                         write reg-cotacao-preco
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-cotacao-preco-arq
            close cotacao-preco-arq
            .

       2277-exit.
            exit.

      *>===================================================================================
       2278-restaurar-sac section.
       2278.
            open input bkp-sac-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-SAC.SEQ nao encontrado - arquivo pulado."
                 close bkp-sac-arq
                 exit section
            end-if
            open output sac-arq

            perform until ws-arquivo-eof
                read bkp-sac-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-sac-registro      to reg-sac
                         write reg-sac
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-sac-arq
            close sac-arq
            .

       2278-exit.
            exit.

      *>===================================================================================
       2279-restaurar-sac-hist section.
       2279.
            open input bkp-sac-hist-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-SAC-HIST.SEQ nao encontrado - arquivo pulado."
                 close bkp-sac-hist-arq
                 exit section
            end-if
            open output sac-hist-arq

            perform until ws-arquivo-eof
                read bkp-sac-hist-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-sac-hist-registro      to reg-sac-historico
                         write reg-sac-historico
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-sac-hist-arq
            close sac-hist-arq
            .

       2279-exit.
            exit.

      *>===================================================================================
       2280-restaurar-mensagem section.
       2280.
            open input bkp-mensagem-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-MENSAGEM.SEQ nao encontrado - arquivo pulado."
                 close bkp-mensagem-arq
                 exit section
            end-if
            open output mensagem-arq

            perform until ws-arquivo-eof
                read bkp-mensagem-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-mensagem-registro      to reg-mensagem
                         write reg-mensagem
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-mensagem-arq
            close mensagem-arq
            .

       2280-exit.
            exit.

      *>===================================================================================
       2281-restaurar-msg-recusa section.
       2281.
            open input bkp-msg-recusa-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-MSG-RECUSA.SEQ nao encontrado - arquivo pulado."
                 close bkp-msg-recusa-arq
                 exit section
            end-if
            open output msg-recusa-arq

            perform until ws-arquivo-eof
                read bkp-msg-recusa-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-msg-recusa-registro      to reg-msg-recusa
                         write reg-msg-recusa
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-msg-recusa-arq
            close msg-recusa-arq
            .

       2281-exit.
            exit.

      *>===================================================================================
       2282-restaurar-empresa section.
       2282.
            open input bkp-empresa-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-EMPRESA.SEQ nao encontrado - arquivo pulado."
                 close bkp-empresa-arq
                 exit section
            end-if
            open output empresa-arq

            perform until ws-arquivo-eof
                read bkp-empresa-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-empresa-registro      to reg-empresa
                         write reg-empresa
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-empresa-arq
            close empresa-arq
            .

       2282-exit.
            exit.

      *>===================================================================================
       2283-restaurar-campanha section.
       2283.
            open input bkp-campanha-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-CAMPANHA.SEQ nao encontrado - arquivo pulado."
                 close bkp-campanha-arq
                 exit section
            end-if
            open output campanha-arq

            perform until ws-arquivo-eof
                read bkp-campanha-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-campanha-registro      to reg-campanha
                         write reg-campanha
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-campanha-arq
            close campanha-arq
            .

       2283-exit.
            exit.

      *>===================================================================================
       2284-restaurar-campanha-item section.
       2284.
            open input bkp-campanha-item-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-CAMPANHA-ITEM.SEQ nao encontrado - arquivo pulado."
                 close bkp-campanha-item-arq
                 exit section
            end-if
            open output campanha-item-arq

            perform until ws-arquivo-eof
                read bkp-campanha-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-campanha-item-registro      to reg-campanha-item
                         write reg-campanha-item
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-campanha-item-arq
            close campanha-item-arq
            .

       2284-exit.
            exit.

      *>===================================================================================
       2285-restaurar-excecao section.
       2285.
            open input bkp-excecao-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-EXCECAO.SEQ nao encontrado - arquivo pulado."
                 close bkp-excecao-arq
                 exit section
            end-if
            open output excecao-arq

            perform until ws-arquivo-eof
                read bkp-excecao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-excecao-registro      to reg-excecao
                         write reg-excecao
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-excecao-arq
            close excecao-arq
            .

       2285-exit.
            exit.

      *>===================================================================================
       2286-restaurar-prd-unidade section.
       2286.
            open input bkp-prd-unidade-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PRD-UNIDADE.SEQ nao encontrado - arquivo pulado."
                 close bkp-prd-unidade-arq
                 exit section
            end-if
            open output prd-unidade-arq

            perform until ws-arquivo-eof
                read bkp-prd-unidade-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-prd-unidade-registro      to reg-prd-unidade
                         write reg-prd-unidade
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-prd-unidade-arq
            close prd-unidade-arq
            .

       2286-exit.
            exit.

      *>===================================================================================
       2287-restaurar-equipamento section.
       2287.
            open input bkp-equipamento-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-EQUIPAMENTO.SEQ nao encontrado - arquivo pulado."
                 close bkp-equipamento-arq
                 exit section
            end-if
            open output equipamento-arq

            perform until ws-arquivo-eof
                read bkp-equipamento-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-equipamento-registro      to reg-equipamento
                         write reg-equipamento
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-equipamento-arq
            close equipamento-arq
            .

       2287-exit.
            exit.

      *>===================================================================================
       2288-restaurar-comodato section.
       2288.
            open input bkp-comodato-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-COMODATO.SEQ nao encontrado - arquivo pulado."
                 close bkp-comodato-arq
                 exit section
            end-if
            open output comodato-arq

            perform until ws-arquivo-eof
                read bkp-comodato-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-comodato-registro      to reg-comodato
                         write reg-comodato
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-comodato-arq
            close comodato-arq
            .

       2288-exit.
            exit.

      *>===================================================================================
       2289-restaurar-prospecto section.
       2289.
            open input bkp-prospecto-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PROSPECT.SEQ nao encontrado - arquivo pulado."
                 close bkp-prospecto-arq
                 exit section
            end-if
            open output prospecto-arq

            perform until ws-arquivo-eof
                read bkp-prospecto-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-prospecto-registro      to reg-prospecto
                         write reg-prospecto
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-prospecto-arq
            close prospecto-arq
            .

       2289-exit.
            exit.

      *>===================================================================================
       2290-restaurar-prospecto-interacao section.
       2290.
            open input bkp-prospecto-interacao-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PROSPECT-INTERACAO.SEQ nao encontrado - arquivo pulado."
                 close bkp-prospecto-interacao-arq
                 exit section
            end-if
            open output prospecto-interacao-arq

            perform until ws-arquivo-eof
                read bkp-prospecto-interacao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-prospecto-interacao-registro      to reg-prospecto-interacao
                         write reg-prospecto-interacao
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-prospecto-interacao-arq
            close prospecto-interacao-arq
            .

       2290-exit.
            exit.

      *>===================================================================================
       2291-restaurar-nfe-compra section.
       2291.
            open input bkp-nfe-compra-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-NFE-COMPRA.SEQ nao encontrado - arquivo pulado."
                 close bkp-nfe-compra-arq
                 exit section
            end-if
            open output nfe-compra-arq

            perform until ws-arquivo-eof
                read bkp-nfe-compra-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-nfe-compra-registro      to reg-nfe-compra
                         write reg-nfe-compra
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-nfe-compra-arq
            close nfe-compra-arq
            .

       2291-exit.
            exit.

      *>===================================================================================
       2292-restaurar-pix-cobranca section.
       2292.
            open input bkp-pix-cobranca-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PIX-COBRANCA.SEQ nao encontrado - arquivo pulado."
                 close bkp-pix-cobranca-arq
                 exit section
            end-if
            open output pix-cobranca-arq

            perform until ws-arquivo-eof
                read bkp-pix-cobranca-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-pix-cobranca-registro      to reg-pix-cobranca
                         write reg-pix-cobranca
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-pix-cobranca-arq
            close pix-cobranca-arq
            .

       2292-exit.
            exit.

      *>===================================================================================
       2293-restaurar-pix-credito section.
       2293.
            open input bkp-pix-credito-arq
            if   ws-backup-nao-encontrado
                 display "BACKUP-PIX-CREDITO.SEQ nao encontrado - arquivo pulado."
                 close bkp-pix-credito-arq
                 exit section
            end-if
            open output pix-credito-arq

            perform until ws-arquivo-eof
                read bkp-pix-credito-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move bkp-pix-credito-registro      to reg-pix-credito
                         write reg-pix-credito
                             invalid key
                                  add 1               to ws-qtd-rejeitados
                             not invalid key
                                  add 1               to ws-qtd-restaurados
                         end-write
                end-read
            end-perform
            close bkp-pix-credito-arq
            close pix-credito-arq
            .

       2293-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            display "Arquivos restaurados: " ws-total-arquivos
            display "Com divergencia.....: " ws-total-divergentes
            close manifesto-arq
            if   ws-jan-cd-janela not = zeros
                 move "E"                            to ws-jan-operacao
                 call "JanelaManutencao" using ws-parametros-manutencao
                 display "Janela de manutencao " ws-jan-cd-janela
                         " encerrada."
            end-if
            .

       3000-exit.
