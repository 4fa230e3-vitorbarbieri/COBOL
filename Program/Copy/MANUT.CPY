      *>===================================================================================
      *>  MANUT.CPY
      *>  Janelas de manutenção do sistema (MANUTENCAO.DAT), chave
      *>  man-cd-janela (série MANUTENCAO em PARAMETRO.DAT). Enquanto há
      *>  uma janela Ativa, Login.cbl recusa sessões novas e as telas
      *>  recusam gravações (somente consulta). Abertas pela
      *>  CadeiaNoturna.cbl e pela RestauraDados.cbl durante a execução,
      *>  agendadas com antecedência ou abertas em emergência pelo
      *>  supervisor em Manutencao.cbl. Toda a regra de ativação e
      *>  encerramento fica no subprograma JanelaManutencao.cbl, que
      *>  registra cada ativação em JOB-LOG.DAT (man-job-data e
      *>  man-job-passo apontam o registro).
      *>===================================================================================
       01  reg-manutencao.
           03 man-cd-janela                          pic 9(07).
           03 man-origem                            pic x(01).
              88 man-origem-cadeia                                  value "C".
              88 man-origem-restauracao                             value "R".
              88 man-origem-agendada                                value "A".
              88 man-origem-emergencia                              value "E".
           03 man-situacao                          pic x(01).
              88 man-agendada                                       value "A".
              88 man-ativa                                          value "T".
              88 man-encerrada                                      value "E".
              88 man-cancelada                                      value "C".
           03 man-data-hora-inicio                    pic 9(14).
      *>  Término previsto exibido no aviso do menú e no login; a janela
      *>  agendada se encerra sozinha nele, as demais só quando o lote
      *>  termina ou o supervisor encerra.
           03 man-data-hora-fim-prevista              pic 9(14).
           03 man-data-hora-fim                       pic 9(14).
           03 man-motivo                            pic x(60).
           03 man-operador                          pic x(10).
           03 man-operador-encerramento              pic x(10).
           03 man-job-data                          pic 9(08).
           03 man-job-passo                          pic 9(02).
