                when 4 move "Bar"                       to ws-ds-categoria-atual
                when 5 move "Night Club"                to ws-ds-categoria-atual
                when 6 move "Tabacaria"                 to ws-ds-categoria-atual
                when 7 move "Loja Web"                  to ws-ds-categoria-atual
                when other
                       move "Sem categoria"             to ws-ds-categoria-atual
            end-evaluate
            exit.

      *>===================================================================================
      *>   8000-listagem-por-categoria: percorre as sete categorias
      *>   fixas do combo de Cliente.cbl e, para cada uma, filtra
      *>   ws-tab-relatorio (já carregada em memória) em vez de reler o
      *>   arquivo — evita sete varreduras sequenciais de CLIENTE.DAT.
       8000-listagem-por-categoria section.
       8000.
            perform varying ws-categoria-atual from 1 by 1 until ws-categoria-atual > 7
                perform 2100-descricao-categoria
                exec html
                    <tr>
