            move "A"                                  to cli-situacao
            move function current-date (1:8)          to cli-data-inclusao
            move "IMPORT"                              to cli-operador-inclusao
            move spaces                                to cli-classe-abc
            move zeros                                 to cli-data-classe-abc

            write reg-cliente
                invalid key
