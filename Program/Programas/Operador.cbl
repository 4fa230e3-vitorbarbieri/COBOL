      *>   (atendimento).
       01  ws-perfil-logado                           pic 9(01)       value 1.

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn); o
      *>   desbloqueio (80) libera a conta travada por tentativas
      *>   inválidas sem esperar o vencimento do bloqueio em Login.cbl.
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
              88 ws-opcao-carregar                                  value "30".
              88 ws-opcao-novo                                      value "50".
              88 ws-opcao-trocar-senha                              value "70".
              88 ws-opcao-desbloquear                               value "80".

      *>   Campos recebidos do formulário, mapeados a partir dos name= via
      *>   getfield do htmlpp.
       01  ws-ocor-tipo                               pic x(01)       value spaces.
       01  ws-ocor-descricao                           pic x(40)       value spaces.

      *>   O desbloqueio entra nas exceções autorizadas pelo supervisor
      *>   (CALL para RegistraExcecao, mesmo padrão de EnfileiraMensagem).
       01  ws-parametros-registra-excecao.
           03 ws-exc-tipo                           pic 9(02)       value zeros.
           03 ws-exc-autorizador                    pic x(10)       value spaces.
           03 ws-exc-solicitante                    pic x(10)       value spaces.
           03 ws-exc-cd-vendedor                    pic 9(05)       value zeros.
           03 ws-exc-cd-cliente                     pic 9(05)       value zeros.
           03 ws-exc-documento                      pic x(12)       value spaces.
           03 ws-exc-valor                          pic 9(11)v9(02) value zeros.
           03 ws-exc-motivo                         pic x(60)       value spaces.
           03 ws-exc-cd-excecao                      pic 9(09)       value zeros.

      *>   Ocorrências de segurança do operador carregado (bloqueios,
      *>   trocas de senha), exibidas na grade para o supervisor ver quem
      *>   foi bloqueado e por quê.
          88 ws-oco-eof                                              value "S".
          88 ws-oco-continua                                         value "N".

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

       01  ws-mensagem-retorno                       pic x(120)      value spaces.
       01  ws-ind-erro                              pic x(01)       value "N".
          88 ws-com-erro                                            value "S".
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-trocar-senha
                      or ws-opcao-desbloquear)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-trocar-senha
                     perform 1200-obter-campos-formulario
                     perform 2400-trocar-senha
                     perform 2300-carregar-operador
                when ws-opcao-novo
                     perform 2600-novo-operador
                when ws-opcao-desbloquear
                     perform 1200-obter-campos-formulario
                     perform 2700-desbloquear-operador
                when other
                     continue
            end-evaluate
       1160-exit.
            exit.

      *>===================================================================================
      *>   1170-verificar-manutencao: janela de manutenção ativa
      *>   (JanelaManutencao.cbl) deixa a tela só para consulta - as
      *>   gravações são recusadas com o término previsto.
       1170-verificar-manutencao section.
       1170.
            move "V"                                 to ws-jan-operacao
            call "JanelaManutencao" using ws-parametros-manutencao
            .

       1170-exit.
            exit.

      *>===================================================================================
       1200-obter-campos-formulario section.
       1200.
       2600-exit.
            exit.

      *>===================================================================================
      *>   2700-desbloquear-operador: zera as tentativas inválidas e o
      *>   bloqueio temporário do operador carregado, grava a ocorrência
      *>   de liberação ("L") e registra a exceção.
       2700-desbloquear-operador section.
       2700.
            move function upper-case(ws-form-cd-operador) to opr-cd-operador
            read operador-arq
                key is opr-cd-operador
                invalid key
                     move "Operador não encontrado." to ws-mensagem-retorno
                     exit section
            end-read
            if   opr-tentativas-invalidas = zeros
            and  opr-data-hora-bloqueio = zeros
                 perform 2300-carregar-operador
                 move "Operador nao esta bloqueado."  to ws-mensagem-retorno
                 exit section
            end-if

            initialize ws-parametros-registra-excecao
            string "Conta desbloqueada apos "
                   opr-tentativas-invalidas
                   " tentativa(s) invalida(s)"
                   delimited by size into ws-exc-motivo
            move zeros                               to opr-tentativas-invalidas
            move zeros                               to opr-data-hora-bloqueio
            rewrite reg-operador
                invalid key
                     move "Erro ao desbloquear operador." to ws-mensagem-retorno
                     exit section
            end-rewrite

            move "L"                                 to ws-ocor-tipo
            move "Desbloqueio pelo supervisor"        to ws-ocor-descricao
            perform 2500-gravar-ocorrencia

            move 9                                   to ws-exc-tipo
            move ws-operador-logado                  to ws-exc-autorizador
            move opr-cd-operador                     to ws-exc-solicitante
            move opr-cd-operador                     to ws-exc-documento
            call "RegistraExcecao" using ws-parametros-registra-excecao

            perform 2300-carregar-operador
            move "Operador desbloqueado."            to ws-mensagem-retorno
            .

       2700-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
                        <td colspan=6>
                            <button class=botao name=BotNovo   onclick='Novo();'   style="width:70px;" tabindex=10><label>&nbsp;<U>N</U>ovo&nbsp;   </label></button>&nbsp;
                            <button class=botao name=BotSalvar onclick='TelSalvar();' style="width:70px;" tabindex=11><label>&nbsp;<U>S</U>alvar&nbsp; </label></button>&nbsp;
                            <button class=botao name=BotDesbloquear onclick='Desbloquear();' style="width:90px;" tabindex=12><label>Desbloquear</label></button>&nbsp;
                        </td>
                    </tr>
                </table>
                        Submeter("70");
                    }

                    function Desbloquear() {
                        if (confirm("Confirma o desbloqueio do operador " + document.all.cdOperador.value + "?")) {
                            Submeter("80");
                        }
                    }

                    function InicializarTela() {
                        document.all.nome.value     = ":ws-form-nome";
                        document.all.perfil.value   = ":ws-form-perfil";
