      *>   Se OPERADOR.DAT ainda não existir, é criado com um operador
      *>   padrão (ADMIN/ADMIN) para permitir o primeiro acesso.
      *>
      *>   O operador escolhe também o estabelecimento (EMPRESA.DAT) em
      *>   que vai trabalhar; a sessão guarda o código e os documentos
      *>   criados nela pertencem àquele estabelecimento. Sem cadastro de
      *>   estabelecimentos o login entra na matriz (código 1).
      *>
      *>   Com uma janela de manutenção ativa (cadeia noturna, restauração
      *>   ou janela do supervisor - JanelaManutencao.cbl) o login de
      *>   atendimento e vendas é recusado com o término previsto; o
      *>   supervisor continua entrando para acompanhar e, se preciso,
      *>   encerrar a janela em Manutencao.cbl.
      *>

      *>===================================================================================
       environment division.
                  access mode                is dynamic
                  record key                 is oco-chave
                  file status                is ws-status-opr-ocorrencia.
           select empresa-arq assign        to "EMPRESA.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is emp-cd-empresa
                  file status                is ws-status-empresa.

      *>===================================================================================
       data division.
       copy "SESSAO.CPY".
       fd  opr-ocorrencia-arq.
       copy "OPROCOR.CPY".
       fd  empresa-arq.
       copy "EMPRESA.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-opr-ocorrencia               pic x(02)       value "00".
              88 ws-opr-ocorrencia-ok                               value "00".
              88 ws-opr-ocorrencia-nao-encontrado                   value "23" "35".
           03 ws-status-empresa                     pic x(02)       value "00".
              88 ws-empresa-ok                                      value "00".
              88 ws-empresa-nao-encontrado                          value "23" "35".

      *>   Parâmetro de ação recebido via QUERY_STRING (opcao=nn).
       01  ws-parametros-cgi.
           03 ws-form-senha                         pic x(15)       value spaces.
           03 ws-form-senha-nova                     pic x(15)       value spaces.
           03 ws-form-senha-nova-2                   pic x(15)       value spaces.
           03 ws-form-empresa                       pic 9(01)       value zeros.

       01  ws-ind-erro                              pic x(01)       value "N".
          88 ws-com-erro                                            value "S".
       01  ws-senha-tamanho                           pic 9(02)       value zeros.
       01  ws-form-sessao-gerada                     pic 9(10)       value zeros.

      *>   Estabelecimentos ativos oferecidos no formulário de login.
       01  ws-ind-cadastro-empresa                    pic x(01)       value "N".
          88 ws-com-cadastro-empresa                                  value "S".
       01  ws-ind-fim-empresa                         pic x(01)       value "N".
          88 ws-empresa-eof                                          value "S".
       01  ws-tab-empresas.
           03 ws-emp-linha                           occurs 9 times.
              05 ws-emp-cd                           pic 9(01).
              05 ws-emp-nome-fantasia                pic x(30).
       01  ws-emp-qtd                                pic 9(02)       value zeros.
       01  ws-emp-tab-idx                             pic 9(02)       value zeros.

      *>   Atribuição de próximo número via PARAMETRO.DAT (CALL para
      *>   ProximoNumero, mesmo padrão de LINKAGE de ValidaDoc).
       01  ws-parametros-proximo-numero.
           03 ws-seq-numero-semente                   pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                    pic 9(10)       value zeros.

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

      *>===================================================================================
       procedure division.
       0000-controle section.
                 close opr-ocorrencia-arq
                 open i-o opr-ocorrencia-arq
            end-if

            open input empresa-arq
            if   ws-empresa-ok
                 set ws-com-cadastro-empresa         to true
            end-if
            .

       1100-exit.
                when ws-opcao-sair
                     perform 2200-encerrar-sessao
                when other
                     perform 2170-verificar-manutencao
            end-evaluate
            perform 8000-tela
            .
                getfield( ws-form-senha )
                getfield( ws-form-senha-nova )
                getfield( ws-form-senha-nova-2 )
                getfield( ws-form-empresa )
            end-exec
            .

                 exit section
            end-if

            perform 2160-validar-empresa
            if   ws-com-erro
                 exit section
            end-if

            perform 2170-verificar-manutencao
            if   ws-jan-manutencao-ativa
            and  not opr-perfil-supervisor
                 move "S"                            to ws-ind-erro
                 exit section
            end-if

            perform 2110-obter-proxima-sessao
            move opr-cd-operador                    to ses-cd-operador
            move opr-nome                           to ses-nome-operador
            move function current-date(1:14)         to ses-data-hora-login
            move opr-perfil                         to ses-perfil
            move ws-form-empresa                    to ses-cd-empresa
            write reg-sessao
                invalid key
                     move "S"                        to ws-ind-erro
       2150-exit.
            exit.

      *>===================================================================================
      *>   2160-validar-empresa: o estabelecimento escolhido precisa estar
      *>   cadastrado e ativo; sem escolha vale a matriz. Sem cadastro de
      *>   estabelecimentos só a matriz é aceita.
       2160-validar-empresa section.
       2160.
            if   ws-form-empresa = zeros
                 move 1                              to ws-form-empresa
            end-if
            if   not ws-com-cadastro-empresa
                 if   ws-form-empresa not = 1
                      move "S"                        to ws-ind-erro
                      move "Estabelecimento não cadastrado." to ws-mensagem-retorno
                 end-if
                 exit section
            end-if
            move ws-form-empresa                    to emp-cd-empresa
            read empresa-arq
                key is emp-cd-empresa
                invalid key
                     if   ws-form-empresa not = 1
                          move "S"                    to ws-ind-erro
                          move "Estabelecimento não cadastrado." to ws-mensagem-retorno
                     end-if
                not invalid key
                     if   emp-inativa
                          move "S"                    to ws-ind-erro
                          move "Estabelecimento inativo." to ws-mensagem-retorno
                     end-if
            end-read
            .

       2160-exit.
            exit.

      *>===================================================================================
      *>   2170-verificar-manutencao: com janela de manutenção ativa, a
      *>   mensagem com o término previsto vai para a tela de login.
       2170-verificar-manutencao section.
       2170.
            move "V"                                 to ws-jan-operacao
            call "JanelaManutencao" using ws-parametros-manutencao
            if   ws-jan-manutencao-ativa
                 move ws-jan-mensagem                 to ws-mensagem-retorno
            end-if
            .

       2170-exit.
            exit.

      *>===================================================================================
      *>   2300-trocar-senha-obrigatoria: aplica a troca obrigatória - o
      *>   operador confirma usuário e senha atual, e a nova senha precisa
       2310-exit.
            exit.

      *>===================================================================================
      *>   2400-listar-empresas: estabelecimentos ativos para a escolha
      *>   no formulário de login.
       2400-listar-empresas section.
       2400.
            move zeros                               to ws-emp-qtd
            if   not ws-com-cadastro-empresa
                 exit section
            end-if
            move "N"                                 to ws-ind-fim-empresa
            move zeros                               to emp-cd-empresa
            start empresa-arq key is greater than or equal emp-cd-empresa
                invalid key
                     set ws-empresa-eof               to true
            end-start
            perform until ws-empresa-eof
                    or ws-emp-qtd >= 9
                read empresa-arq next record
                    at end
                         set ws-empresa-eof            to true
                    not at end
                         if   emp-ativa
                              add 1                     to ws-emp-qtd
                              move emp-cd-empresa       to ws-emp-cd(ws-emp-qtd)
                              move emp-nome-fantasia    to ws-emp-nome-fantasia(ws-emp-qtd)
                              if   emp-nome-fantasia = spaces
                                   move emp-razao-social to ws-emp-nome-fantasia(ws-emp-qtd)
                              end-if
                         end-if
                end-read
            end-perform
            .

       2400-exit.
            exit.

      *>===================================================================================
      *>   2200-encerrar-sessao: logout de verdade - o "Sair" do menú chama
      *>   Login.exe?opcao=20&sessao=nn e o registro é apagado de
            close operador-arq
            close sessao-arq
            close opr-ocorrencia-arq
            if   ws-com-cadastro-empresa
                 close empresa-arq
            end-if
            .

       3000-exit.
                when ws-troca-pendente
                     perform 8000-form-troca-senha
                when other
                     perform 2400-listar-empresas
                     perform 8000-formulario
            end-evaluate
            .
                        <td class=titulocampo>Senha&nbsp;</td>
                        <td><input type=password name=senha size=15 maxlength=15 value="" class="campo" obrigatorio=1 tabIndex=2></td>
                    </tr>
            end-exec
            if   ws-emp-qtd > 0
                 exec html
                    <tr>
                        <td class=titulocampo>Estabelecimento&nbsp;</td>
                        <td>
                            <select name=empresa class="combo" tabIndex=3>
                 end-exec
                 perform 8000-linhas-empresas
                 exec html
                            </select>
                        </td>
                    </tr>
                 end-exec
            end-if
            exec html
                    <tr>
                        <td colspan=2>
                            <button class=botao name=BotEntrar onclick='Entrar();' style="width:70px;" tabindex=4><label>&nbsp;<U>E</U>ntrar&nbsp;</label></button>&nbsp;
                        </td>
                    </tr>
                </table>
       8000-exit.
            exit.

      *>===================================================================================
       8000-linhas-empresas section.
       8000.
            perform varying ws-emp-tab-idx from 1 by 1
                    until ws-emp-tab-idx > ws-emp-qtd
                exec html
                                <option value=":ws-emp-cd(ws-emp-tab-idx)">:ws-emp-cd(ws-emp-tab-idx) - :ws-emp-nome-fantasia(ws-emp-tab-idx)</option>
                end-exec
            end-perform
            .

       8000-exit.
            exit.

      *>===================================================================================
       8000-style section.
       8000.
