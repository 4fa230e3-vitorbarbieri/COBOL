      *>   validade dentro do horizonte informado (dias= na URL; vazio
      *>   assume 30), incluindo os já vencidos, para a equipe queimar o
      *>   estoque antes de virar perda - chega de palete vencendo sem
      *>   ninguém saber. Lote Recolhido (RastreioLote.cbl) fica de
      *>   fora - está bloqueado para venda, não há o que queimar.
      *>   Chamado pelo menu em "3 - Relatórios".
      *>

      *>===================================================================================
                    not at end
                         if   lot-saldo > zeros
                         and  lot-data-validade <= ws-data-limite
                         and  not lot-recolhido
                              perform 1210-guardar-lote
                         end-if
                end-read
