                when 4 move "Bar"                       to ws-ds-categoria
                when 5 move "Night Club"                to ws-ds-categoria
                when 6 move "Tabacaria"                 to ws-ds-categoria
                when 7 move "Loja Web"                  to ws-ds-categoria
                when other
                       move spaces                       to ws-ds-categoria
            end-evaluate
