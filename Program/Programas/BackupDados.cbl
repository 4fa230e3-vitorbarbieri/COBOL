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

            perform 2154-backup-separacao-arc
            perform 2155-backup-entrega-arc
            perform 2156-backup-devolucao-arc
            perform 2157-backup-regra-fiscal
            perform 2158-backup-fatura-item
            perform 2159-backup-extrato-banco
            perform 2160-backup-romaneio
            perform 2161-backup-plano-contas
            perform 2162-backup-centro-custo
            perform 2163-backup-despesa-fixa
            perform 2164-backup-devolucao-compra
            perform 2165-backup-nota-debito
            perform 2166-backup-adiantamento
            perform 2167-backup-cheque
            perform 2168-backup-consignacao
            perform 2169-backup-consig-item
            perform 2170-backup-pedido-programado
            perform 2171-backup-pedido-programado-item
            perform 2172-backup-ecommerce-enviado
            perform 2173-backup-cli-credito
            perform 2174-backup-cotacao
            perform 2175-backup-cotacao-item
            perform 2176-backup-cotacao-forn
            perform 2177-backup-cotacao-preco
            perform 2178-backup-sac
            perform 2179-backup-sac-hist
            perform 2180-backup-mensagem
            perform 2181-backup-msg-recusa
            perform 2182-backup-empresa
            perform 2183-backup-campanha
            perform 2184-backup-campanha-item
            perform 2185-backup-excecao
            perform 2186-backup-prd-unidade
            perform 2187-backup-equipamento
            perform 2188-backup-comodato
            perform 2189-backup-prospecto
            perform 2190-backup-prospecto-interacao
            perform 2191-backup-nfe-compra
            perform 2192-backup-pix-cobranca
            perform 2193-backup-pix-credito
            .

       2000-exit.
       2156-exit.
            exit.

      *>===================================================================================
       2157-backup-regra-fiscal section.
       2157.
            move "REGRA-FISCAL"         to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input regra-fiscal-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close regra-fiscal-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-regra-fiscal-arq

            perform until ws-arquivo-eof
                read regra-fiscal-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-regra-fiscal   to bkp-regra-fiscal-registro
                         write bkp-regra-fiscal-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close regra-fiscal-arq
            close bkp-regra-fiscal-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-regra-fiscal-arq
            perform until ws-arquivo-eof
                read bkp-regra-fiscal-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-regra-fiscal-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2157-exit.
            exit.

      *>===================================================================================
       2158-backup-fatura-item section.
       2158.
            move "FATURA-ITEM"          to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input fatura-item-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close fatura-item-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-fatura-item-arq

            perform until ws-arquivo-eof
                read fatura-item-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-fatura-item   to bkp-fatura-item-registro
                         write bkp-fatura-item-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close fatura-item-arq
            close bkp-fatura-item-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-fatura-item-arq
            perform until ws-arquivo-eof
                read bkp-fatura-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-fatura-item-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2158-exit.
            exit.

      *>===================================================================================
       2159-backup-extrato-banco section.
       2159.
            move "EXTRATO-BANCO"        to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input extrato-banco-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close extrato-banco-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-extrato-banco-arq

            perform until ws-arquivo-eof
                read extrato-banco-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-extrato-banco   to bkp-extrato-banco-registro
                         write bkp-extrato-banco-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close extrato-banco-arq
            close bkp-extrato-banco-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-extrato-banco-arq
            perform until ws-arquivo-eof
                read bkp-extrato-banco-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-extrato-banco-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2159-exit.
            exit.

      *>===================================================================================
       2160-backup-romaneio section.
       2160.
            move "ROMANEIO"             to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input romaneio-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close romaneio-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-romaneio-arq

            perform until ws-arquivo-eof
                read romaneio-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-romaneio   to bkp-romaneio-registro
                         write bkp-romaneio-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close romaneio-arq
            close bkp-romaneio-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-romaneio-arq
            perform until ws-arquivo-eof
                read bkp-romaneio-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-romaneio-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2160-exit.
            exit.

      *>===================================================================================
       2161-backup-plano-contas section.
       2161.
            move "PLANO-CONTAS"         to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input plano-contas-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close plano-contas-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-plano-contas-arq

            perform until ws-arquivo-eof
                read plano-contas-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-plano-contas   to bkp-plano-contas-registro
                         write bkp-plano-contas-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close plano-contas-arq
            close bkp-plano-contas-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-plano-contas-arq
            perform until ws-arquivo-eof
                read bkp-plano-contas-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-plano-contas-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2161-exit.
            exit.

      *>===================================================================================
       2162-backup-centro-custo section.
       2162.
            move "CENTRO-CUSTO"         to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input centro-custo-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close centro-custo-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-centro-custo-arq

            perform until ws-arquivo-eof
                read centro-custo-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-centro-custo   to bkp-centro-custo-registro
                         write bkp-centro-custo-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close centro-custo-arq
            close bkp-centro-custo-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-centro-custo-arq
            perform until ws-arquivo-eof
                read bkp-centro-custo-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-centro-custo-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2162-exit.
            exit.

      *>===================================================================================
       2163-backup-despesa-fixa section.
       2163.
            move "DESPESA-FIXA"         to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input despesa-fixa-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close despesa-fixa-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-despesa-fixa-arq

            perform until ws-arquivo-eof
                read despesa-fixa-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-despesa-fixa   to bkp-despesa-fixa-registro
                         write bkp-despesa-fixa-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close despesa-fixa-arq
            close bkp-despesa-fixa-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-despesa-fixa-arq
            perform until ws-arquivo-eof
                read bkp-despesa-fixa-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-despesa-fixa-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2163-exit.
            exit.

      *>===================================================================================
       2164-backup-devolucao-compra section.
       2164.
            move "DEVOLUCAO-COMPRA"     to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input devolucao-compra-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close devolucao-compra-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-devolucao-compra-arq

            perform until ws-arquivo-eof
                read devolucao-compra-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-devolucao-compra   to bkp-devolucao-compra-registro
                         write bkp-devolucao-compra-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close devolucao-compra-arq
            close bkp-devolucao-compra-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-devolucao-compra-arq
            perform until ws-arquivo-eof
                read bkp-devolucao-compra-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-devolucao-compra-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2164-exit.
            exit.

      *>===================================================================================
       2165-backup-nota-debito section.
       2165.
            move "NOTA-DEBITO"          to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input nota-debito-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close nota-debito-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-nota-debito-arq

            perform until ws-arquivo-eof
                read nota-debito-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-nota-debito   to bkp-nota-debito-registro
                         write bkp-nota-debito-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close nota-debito-arq
            close bkp-nota-debito-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-nota-debito-arq
            perform until ws-arquivo-eof
                read bkp-nota-debito-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-nota-debito-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2165-exit.
            exit.

      *>===================================================================================
       2166-backup-adiantamento section.
       2166.
            move "ADIANTAMENTO"         to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input adiantamento-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close adiantamento-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-adiantamento-arq

            perform until ws-arquivo-eof
                read adiantamento-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-adiantamento   to bkp-adiantamento-registro
                         write bkp-adiantamento-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close adiantamento-arq
            close bkp-adiantamento-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-adiantamento-arq
            perform until ws-arquivo-eof
                read bkp-adiantamento-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-adiantamento-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2166-exit.
            exit.

      *>===================================================================================
       2167-backup-cheque section.
       2167.
            move "CHEQUE"               to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input cheque-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close cheque-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-cheque-arq

            perform until ws-arquivo-eof
                read cheque-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-cheque   to bkp-cheque-registro
                         write bkp-cheque-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close cheque-arq
            close bkp-cheque-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-cheque-arq
            perform until ws-arquivo-eof
                read bkp-cheque-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-cheque-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2167-exit.
            exit.

      *>===================================================================================
       2168-backup-consignacao section.
       2168.
            move "CONSIGNACAO"          to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input consignacao-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close consignacao-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-consignacao-arq

            perform until ws-arquivo-eof
                read consignacao-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-consignacao   to bkp-consignacao-registro
                         write bkp-consignacao-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close consignacao-arq
            close bkp-consignacao-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-consignacao-arq
            perform until ws-arquivo-eof
                read bkp-consignacao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-consignacao-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2168-exit.
            exit.

      *>===================================================================================
       2169-backup-consig-item section.
       2169.
            move "CONSIG-ITEM"          to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input consig-item-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close consig-item-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-consig-item-arq

            perform until ws-arquivo-eof
                read consig-item-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-consignacao-item   to bkp-consig-item-registro
                         write bkp-consig-item-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close consig-item-arq
            close bkp-consig-item-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-consig-item-arq
            perform until ws-arquivo-eof
                read bkp-consig-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-consig-item-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2169-exit.
            exit.

      *>===================================================================================
       2170-backup-pedido-programado section.
       2170.
            move "PEDIDO-PROGRAMADO"    to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input pedido-programado-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close pedido-programado-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-pedido-programado-arq

            perform until ws-arquivo-eof
                read pedido-programado-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-pedido-programado   to bkp-pedido-programado-registro
                         write bkp-pedido-programado-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close pedido-programado-arq
            close bkp-pedido-programado-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-pedido-programado-arq
            perform until ws-arquivo-eof
                read bkp-pedido-programado-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-pedido-programado-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2170-exit.
            exit.

      *>===================================================================================
       2171-backup-pedido-programado-item section.
       2171.
            move "PEDIDO-PROGRAMADO-ITEM" to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input pedido-programado-item-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close pedido-programado-item-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-pedido-programado-item-arq

            perform until ws-arquivo-eof
                read pedido-programado-item-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-pedido-programado-item   to bkp-pedido-programado-item-registro
                         write bkp-pedido-programado-item-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close pedido-programado-item-arq
            close bkp-pedido-programado-item-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-pedido-programado-item-arq
            perform until ws-arquivo-eof
                read bkp-pedido-programado-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-pedido-programado-item-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2171-exit.
            exit.

      *>===================================================================================
       2172-backup-ecommerce-enviado section.
       2172.
            move "ECOMMERCE-ENVIADO"    to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input ecommerce-enviado-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close ecommerce-enviado-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-ecommerce-enviado-arq

            perform until ws-arquivo-eof
                read ecommerce-enviado-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-ecommerce-enviado   to bkp-ecommerce-enviado-registro
                         write bkp-ecommerce-enviado-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close ecommerce-enviado-arq
            close bkp-ecommerce-enviado-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-ecommerce-enviado-arq
            perform until ws-arquivo-eof
                read bkp-ecommerce-enviado-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-ecommerce-enviado-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2172-exit.
            exit.

      *>===================================================================================
       2173-backup-cli-credito section.
       2173.
            move "CLI-CREDITO"          to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input cli-credito-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close cli-credito-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-cli-credito-arq

            perform until ws-arquivo-eof
                read cli-credito-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-cli-credito   to bkp-cli-credito-registro
                         write bkp-cli-credito-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close cli-credito-arq
            close bkp-cli-credito-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-cli-credito-arq
            perform until ws-arquivo-eof
                read bkp-cli-credito-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-cli-credito-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2173-exit.
            exit.

      *>===================================================================================
       2174-backup-cotacao section.
       2174.
            move "COTACAO"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input cotacao-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close cotacao-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-cotacao-arq

            perform until ws-arquivo-eof
                read cotacao-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-cotacao   to bkp-cotacao-registro
                         write bkp-cotacao-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close cotacao-arq
            close bkp-cotacao-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-cotacao-arq
            perform until ws-arquivo-eof
                read bkp-cotacao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-cotacao-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2174-exit.
            exit.

      *>===================================================================================
       2175-backup-cotacao-item section.
       2175.
            move "COTACAO-ITEM"         to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input cotacao-item-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close cotacao-item-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-cotacao-item-arq

            perform until ws-arquivo-eof
                read cotacao-item-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-cotacao-item   to bkp-cotacao-item-registro
                         write bkp-cotacao-item-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close cotacao-item-arq
            close bkp-cotacao-item-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-cotacao-item-arq
            perform until ws-arquivo-eof
                read bkp-cotacao-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-cotacao-item-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2175-exit.
            exit.

      *>===================================================================================
       2176-backup-cotacao-forn section.
       2176.
            move "COTACAO-FORN"         to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input cotacao-forn-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close cotacao-forn-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-cotacao-forn-arq

            perform until ws-arquivo-eof
                read cotacao-forn-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-cotacao-forn   to bkp-cotacao-forn-registro
                         write bkp-cotacao-forn-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close cotacao-forn-arq
            close bkp-cotacao-forn-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-cotacao-forn-arq
            perform until ws-arquivo-eof
                read bkp-cotacao-forn-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-cotacao-forn-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2176-exit.
            exit.

      *>===================================================================================
       2177-backup-cotacao-preco section.
       2177.
            move "COTACAO-PRECO"        to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input cotacao-preco-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close cotacao-preco-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-cotacao-preco-arq

            perform until ws-arquivo-eof
                read cotacao-preco-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-cotacao-preco   to bkp-cotacao-preco-registro
                         write bkp-cotacao-preco-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close cotacao-preco-arq
            close bkp-cotacao-preco-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-cotacao-preco-arq
            perform until ws-arquivo-eof
                read bkp-cotacao-preco-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-cotacao-preco-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2177-exit.
            exit.

      *>===================================================================================
       2178-backup-sac section.
       2178.
            move "SAC"                  to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input sac-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close sac-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-sac-arq

            perform until ws-arquivo-eof
                read sac-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-sac   to bkp-sac-registro
                         write bkp-sac-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close sac-arq
            close bkp-sac-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-sac-arq
            perform until ws-arquivo-eof
                read bkp-sac-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-sac-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2178-exit.
            exit.

      *>===================================================================================
       2179-backup-sac-hist section.
       2179.
            move "SAC-HIST"             to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input sac-hist-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close sac-hist-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-sac-hist-arq

            perform until ws-arquivo-eof
                read sac-hist-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-sac-historico   to bkp-sac-hist-registro
                         write bkp-sac-hist-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close sac-hist-arq
            close bkp-sac-hist-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-sac-hist-arq
            perform until ws-arquivo-eof
                read bkp-sac-hist-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-sac-hist-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2179-exit.
            exit.

      *>===================================================================================
       2180-backup-mensagem section.
       2180.
            move "MENSAGEM"             to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input mensagem-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close mensagem-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-mensagem-arq

            perform until ws-arquivo-eof
                read mensagem-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-mensagem   to bkp-mensagem-registro
                         write bkp-mensagem-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close mensagem-arq
            close bkp-mensagem-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-mensagem-arq
            perform until ws-arquivo-eof
                read bkp-mensagem-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-mensagem-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2180-exit.
            exit.

      *>===================================================================================
       2181-backup-msg-recusa section.
       2181.
            move "MSG-RECUSA"           to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input msg-recusa-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close msg-recusa-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-msg-recusa-arq

            perform until ws-arquivo-eof
                read msg-recusa-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-msg-recusa   to bkp-msg-recusa-registro
                         write bkp-msg-recusa-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close msg-recusa-arq
            close bkp-msg-recusa-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-msg-recusa-arq
            perform until ws-arquivo-eof
                read bkp-msg-recusa-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-msg-recusa-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2181-exit.
            exit.

      *>===================================================================================
       2182-backup-empresa section.
       2182.
            move "EMPRESA"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input empresa-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close empresa-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-empresa-arq

            perform until ws-arquivo-eof
                read empresa-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-empresa   to bkp-empresa-registro
                         write bkp-empresa-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close empresa-arq
            close bkp-empresa-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-empresa-arq
            perform until ws-arquivo-eof
                read bkp-empresa-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-empresa-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2182-exit.
            exit.

      *>===================================================================================
       2183-backup-campanha section.
       2183.
            move "CAMPANHA"             to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input campanha-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close campanha-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-campanha-arq

            perform until ws-arquivo-eof
                read campanha-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-campanha   to bkp-campanha-registro
                         write bkp-campanha-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close campanha-arq
            close bkp-campanha-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-campanha-arq
            perform until ws-arquivo-eof
                read bkp-campanha-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-campanha-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2183-exit.
            exit.

      *>===================================================================================
       2184-backup-campanha-item section.
       2184.
            move "CAMPANHA-ITEM"        to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input campanha-item-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close campanha-item-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-campanha-item-arq

            perform until ws-arquivo-eof
                read campanha-item-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-campanha-item   to bkp-campanha-item-registro
                         write bkp-campanha-item-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close campanha-item-arq
            close bkp-campanha-item-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-campanha-item-arq
            perform until ws-arquivo-eof
                read bkp-campanha-item-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-campanha-item-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2184-exit.
            exit.

      *>===================================================================================
       2185-backup-excecao section.
       2185.
            move "EXCECAO"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input excecao-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close excecao-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-excecao-arq

            perform until ws-arquivo-eof
                read excecao-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-excecao   to bkp-excecao-registro
                         write bkp-excecao-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close excecao-arq
            close bkp-excecao-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-excecao-arq
            perform until ws-arquivo-eof
                read bkp-excecao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-excecao-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2185-exit.
            exit.

      *>===================================================================================
       2186-backup-prd-unidade section.
       2186.
            move "PRD-UNIDADE"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input prd-unidade-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close prd-unidade-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-prd-unidade-arq

            perform until ws-arquivo-eof
                read prd-unidade-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-prd-unidade   to bkp-prd-unidade-registro
                         write bkp-prd-unidade-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close prd-unidade-arq
            close bkp-prd-unidade-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-prd-unidade-arq
            perform until ws-arquivo-eof
                read bkp-prd-unidade-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-prd-unidade-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2186-exit.
            exit.

      *>===================================================================================
       2187-backup-equipamento section.
       2187.
            move "EQUIPAMENTO"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input equipamento-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close equipamento-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-equipamento-arq

            perform until ws-arquivo-eof
                read equipamento-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-equipamento   to bkp-equipamento-registro
                         write bkp-equipamento-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close equipamento-arq
            close bkp-equipamento-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-equipamento-arq
            perform until ws-arquivo-eof
                read bkp-equipamento-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-equipamento-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2187-exit.
            exit.

      *>===================================================================================
       2188-backup-comodato section.
       2188.
            move "COMODATO"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input comodato-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close comodato-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-comodato-arq

            perform until ws-arquivo-eof
                read comodato-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-comodato   to bkp-comodato-registro
                         write bkp-comodato-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close comodato-arq
            close bkp-comodato-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-comodato-arq
            perform until ws-arquivo-eof
                read bkp-comodato-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-comodato-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2188-exit.
            exit.

      *>===================================================================================
       2189-backup-prospecto section.
       2189.
            move "PROSPECT"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input prospecto-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close prospecto-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-prospecto-arq

            perform until ws-arquivo-eof
                read prospecto-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-prospecto   to bkp-prospecto-registro
                         write bkp-prospecto-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close prospecto-arq
            close bkp-prospecto-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-prospecto-arq
            perform until ws-arquivo-eof
                read bkp-prospecto-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-prospecto-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2189-exit.
            exit.

      *>===================================================================================
       2190-backup-prospecto-interacao section.
       2190.
            move "PROSPECT-INTERACAO"              to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input prospecto-interacao-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close prospecto-interacao-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-prospecto-interacao-arq

            perform until ws-arquivo-eof
                read prospecto-interacao-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-prospecto-interacao   to bkp-prospecto-interacao-registro
                         write bkp-prospecto-interacao-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close prospecto-interacao-arq
            close bkp-prospecto-interacao-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-prospecto-interacao-arq
            perform until ws-arquivo-eof
                read bkp-prospecto-interacao-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-prospecto-interacao-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2190-exit.
            exit.

      *>===================================================================================
       2191-backup-nfe-compra section.
       2191.
            move "NFE-COMPRA"                        to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input nfe-compra-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close nfe-compra-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-nfe-compra-arq

            perform until ws-arquivo-eof
                read nfe-compra-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-nfe-compra          to bkp-nfe-compra-registro
                         write bkp-nfe-compra-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close nfe-compra-arq
            close bkp-nfe-compra-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-nfe-compra-arq
            perform until ws-arquivo-eof
                read bkp-nfe-compra-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-nfe-compra-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2191-exit.
            exit.

      *>===================================================================================
       2192-backup-pix-cobranca section.
       2192.
            move "PIX-COBRANCA"                        to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input pix-cobranca-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close pix-cobranca-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-pix-cobranca-arq

            perform until ws-arquivo-eof
                read pix-cobranca-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-pix-cobranca          to bkp-pix-cobranca-registro
                         write bkp-pix-cobranca-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close pix-cobranca-arq
            close bkp-pix-cobranca-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-pix-cobranca-arq
            perform until ws-arquivo-eof
                read bkp-pix-cobranca-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-pix-cobranca-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2192-exit.
            exit.

      *>===================================================================================
       2193-backup-pix-credito section.
       2193.
            move "PIX-CREDITO"                        to ws-nome-arquivo
            move zeros                               to ws-qtd-copiados
            move zeros                               to ws-qtd-verificados
            move "OK"                                to ws-status-arquivo
            move "N"                                 to ws-ind-fim-arquivo

            open input pix-credito-arq
            if   ws-dados-nao-encontrado
                 move "AUSE"                          to ws-status-arquivo
                 close pix-credito-arq
                 perform 9000-gravar-manifesto
                 exit section
            end-if
            open output bkp-pix-credito-arq

            perform until ws-arquivo-eof
                read pix-credito-arq next record
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         move reg-pix-credito          to bkp-pix-credito-registro
                         write bkp-pix-credito-registro
                         add 1                        to ws-qtd-copiados
                end-read
            end-perform
            close pix-credito-arq
            close bkp-pix-credito-arq

            move "N"                                 to ws-ind-fim-arquivo
            open input bkp-pix-credito-arq
            perform until ws-arquivo-eof
                read bkp-pix-credito-arq
                    at end
                         set ws-arquivo-eof           to true
                    not at end
                         add 1                        to ws-qtd-verificados
                end-read
            end-perform
            close bkp-pix-credito-arq

            if   ws-qtd-verificados not = ws-qtd-copiados
                 move "ERRO"                          to ws-status-arquivo
            end-if
            perform 9000-gravar-manifesto
            .

       2193-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
