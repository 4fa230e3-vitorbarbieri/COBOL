      *>  cada passo. O reinício da cadeia pula os passos já Ok do dia e
      *>  retoma do que falhou; ConsultaJobs.cbl é a tela da manhã que
      *>  mostra o que rodou, o que falhou e de onde retomar.
      *>  Os passos 50 a 99 registram as ativações das janelas de
      *>  manutenção (JanelaManutencao.cbl, nome "MANUTENCAO nnnnnnn"):
      *>  Executando enquanto a janela está ativa, Ok quando se encerra.
      *>===================================================================================
       01  reg-job-log.
           03 job-chave.
