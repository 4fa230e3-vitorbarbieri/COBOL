      *>===================================================================================
      *>  MSGRECUS.CPY
      *>  Recusa do cliente a um tipo de mensagem por e-mail
      *>  (MSG-RECUSA.DAT), chave cd-cliente+tipo (tipos de msg-tipo em
      *>  MENSAGEM.CPY). Existir o registro é o opt-out: o subprograma
      *>  EnfileiraMensagem.cbl não enfileira aquele tipo para o
      *>  cliente. Mantido pela tela Mensagens.cbl.
      *>===================================================================================
       01  reg-msg-recusa.
           03 mrc-chave.
              05 mrc-cd-cliente                      pic 9(05).
              05 mrc-tipo                            pic 9(01).
           03 mrc-data                              pic 9(08).
           03 mrc-operador                          pic x(10).
