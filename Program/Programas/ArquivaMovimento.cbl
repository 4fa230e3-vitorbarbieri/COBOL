                  organization               is indexed
                  access mode                is dynamic
                  record key                 is fat-cd-fatura
                  alternate record key       is fat-data-emissao with duplicates
                  alternate record key       is fat-cd-cliente with duplicates
                  file status                is ws-status-fatura.
           select receber-arq assign        to "RECEBER.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is rec-chave
                  alternate record key       is rec-cd-cliente with duplicates
                  alternate record key       is rec-data-vencimento with duplicates
                  file status                is ws-status-receber.
           select pendencia-arq assign      to "PENDENCIA.DAT"
                  organization               is indexed
       fd  fatura-arc-arq.
       01  arc-fatura-registro.
           03 arc-fat-cd-fatura                      pic 9(07).
           03 arc-fat-resto                          pic x(250).
       fd  receber-arc-arq.
       01  arc-receber-registro.
           03 arc-rec-chave.
