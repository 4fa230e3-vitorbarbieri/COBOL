                  access mode                is dynamic
                  record key                 is vnd-cd-vendedor
                  file status                is ws-status-vendedor.
           select prospecto-arq assign      to "PROSPECT.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prs-cd-prospecto
                  alternate record key       is prs-cd-vendedor with duplicates
                  file status                is ws-status-prospecto.
           select prospecto-interacao-arq assign to "PROSPECT-INTERACAO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is pin-chave
                  file status                is ws-status-prospecto-interacao.
           select rota-arq assign           to "ROTA.DAT"
                  organization               is indexed
                  access mode                is dynamic
       copy "VEND.CPY".
       fd  rota-arq.
       copy "ROTA.CPY".
       fd  prospecto-arq.
       copy "PROSPECT.CPY".
       fd  prospecto-interacao-arq.
       copy "PRSINT.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-rota                         pic x(02)       value "00".
              88 ws-rota-ok                                          value "00".
              88 ws-rota-nao-encontrada                              value "23" "35".
           03 ws-status-prospecto                    pic x(02)       value "00".
              88 ws-prospecto-ok                                     value "00".
              88 ws-prospecto-nao-encontrado                         value "23" "35".
           03 ws-status-prospecto-interacao           pic x(02)       value "00".
              88 ws-prospecto-interacao-ok                           value "00".
              88 ws-prospecto-interacao-nao-encontrado               value "23" "35".

      *>   Operador logado, obtido via SESSAO.DAT a partir do parâmetro
      *>   sessao=nn (gravado por Login.cbl); "SISTEMA" é o padrão quando
              88 ws-opcao-excluir-endereco                          value "93".
              88 ws-opcao-validar-insc-estadual                     value "61".
              88 ws-opcao-verificar-vendedor                        value "65".
              88 ws-opcao-novo-de-prospecto                         value "55".

      *>   Validação de CPF/CNPJ (dígitos verificadores) usada pelo ícone
      *>   "Verificar CPF/CNPJ" (ValidaCpfCnpj) da tela. O cálculo em si
           03 ws-form-data-inclusao                  pic x(10)       value spaces.
           03 ws-form-limite-credito                  pic 9(09)v9(02) value zeros.
           03 ws-form-nao-expurgar                    pic x(01)       value spaces.
      *>   Classe da curva ABC (só exibição; carimbada pelo relatório da
      *>   fila em GeraRelatorios.cbl).
           03 ws-form-classe-abc                      pic x(01)       value spaces.
           03 ws-form-texto-pesquisa                 pic x(40)       value spaces.
      *>   Página corrente da pesquisa (1 em diante), para a navegação da
      *>   grade de resultados.
       01  ws-ind-fim-rota                           pic x(01)       value "N".
          88 ws-rota-eof                                            value "S".

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
       01  ws-ds-motivo-anterior                      pic x(60)       value spaces.
       01  ws-ind-reativando                          pic x(01)       value "N".
          88 ws-esta-reativando                                       value "S".
      *>   A reativação entra nas exceções autorizadas pelo supervisor
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
       01  ws-ind-cliente-existente                   pic x(01)       value "N".
          88 ws-cliente-existente                                    value "S".
       01  ws-proxima-sequencia-situacao               pic 9(05)       value zero.
           03 ws-seq-numero-semente                      pic 9(10)       value zeros.
           03 ws-seq-numero-gerado                       pic 9(10)       value zeros.

      *>   Equipamentos em comodato com o cliente que está sendo bloqueado
      *>   ou inativado (CALL para RecolheComodato, mesmo padrão de
      *>   LINKAGE de ProximoNumero).
       01  ws-parametros-recolhimento.
           03 ws-rec-cd-cliente                          pic 9(05)       value zeros.
           03 ws-rec-cd-cliente-tarefa                   pic 9(05)       value zeros.
           03 ws-rec-motivo                             pic x(30)       value spaces.
           03 ws-rec-operador                           pic x(10)       value spaces.
           03 ws-rec-ind-somente-consulta                pic x(01)       value "N".
           03 ws-rec-qtd-equipamentos                    pic 9(03)       value zeros.
           03 ws-rec-qtd-tarefas                         pic 9(03)       value zeros.
       01  ws-mensagem-comodato                      pic x(120)      value spaces.

      *>   Conversão de prospecto (Prospecto.cbl abre a tela com
      *>   opcao=55&prospecto=n): o código segue no campo oculto
      *>   cdProspecto até o Salvar da inclusão, que marca o prospecto
      *>   como Ganho e grava o vínculo com o cliente criado.
       01  ws-form-cd-prospecto                      pic 9(07)       value zeros.
       01  ws-prospecto-param                        pic x(20)       value spaces.
       01  ws-prospecto-param-valor                   pic x(10)       value spaces.
       01  ws-prs-etapa-anterior                     pic 9(01)       value zeros.
       01  ws-prs-proxima-sequencia                   pic 9(05)       value zeros.

      *>===================================================================================
       procedure division.
       0000-controle section.
                 close rota-arq
                 open input rota-arq
            end-if

            open i-o prospecto-arq
            if   ws-prospecto-nao-encontrado
                 open output prospecto-arq
                 close prospecto-arq
                 open i-o prospecto-arq
            end-if
            open i-o prospecto-interacao-arq
            if   ws-prospecto-interacao-nao-encontrado
                 open output prospecto-interacao-arq
                 close prospecto-interacao-arq
                 open i-o prospecto-interacao-arq
            end-if
            .
       1100-exit.
            exit.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-excluir
                      or ws-opcao-incluir-tarefa
                      or ws-opcao-concluir-tarefa
                      or ws-opcao-incluir-endereco
                      or ws-opcao-excluir-endereco or ws-opcao-novo
                      or ws-opcao-novo-de-prospecto)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 2100-gravar-cliente
                when ws-opcao-validar-cpf-cnpj
                     perform 2600-excluir-cliente
                when ws-opcao-novo
                     perform 2620-novo-cliente
                when ws-opcao-novo-de-prospecto
                     perform 2640-novo-de-prospecto
                when other
                     continue
            end-evaluate
                                                                     ws-opcao
                 unstring ws-query-string delimited by "sessao=" into ws-mensagem-retorno
                                                                     ws-form-sessao
                 move spaces                          to ws-prospecto-param
                 unstring ws-query-string delimited by "prospecto=" into ws-mensagem-retorno
                                                                        ws-prospecto-param
                 move spaces                          to ws-prospecto-param-valor
                 unstring ws-prospecto-param delimited by "&" into ws-prospecto-param-valor
                 if   ws-prospecto-param-valor not = spaces
                      move function numval(ws-prospecto-param-valor) to ws-form-cd-prospecto
                 end-if
            end-if
            move spaces                             to ws-mensagem-retorno
            .
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
      *>   2100-gravar-cliente: persiste o registro corrente em CLIENTE.DAT.
      *>   As validações de negócio (campos obrigatórios, CPF/CNPJ duplicado,
                      perform 2140-gravar-historico-situacao
                      perform 2141-gravar-auditoria
                      perform 2150-gravar-contatos
                      if   ws-esta-reativando
                           perform 2142-registrar-excecao-reativacao
                      end-if
                      if   not ws-cliente-existente
                      and  ws-form-cd-prospecto not = zeros
                           perform 2650-vincular-prospecto
                      end-if
                      if   ws-cliente-existente
                      and  cli-situacao not = ws-situacao-anterior
                      and (cli-bloqueado or cli-inativo)
                           if   cli-bloqueado
                                move "Bloqueio do cliente"  to ws-rec-motivo
                           else
                                move "Inativacao do cliente" to ws-rec-motivo
                           end-if
                           perform 2170-recolher-comodato
                      end-if
                 end-if
            end-if
            .
            move ws-form-ds-motivo                   to cli-ds-motivo
            move ws-form-limite-credito              to cli-limite-credito
            move ws-form-nao-expurgar                 to cli-nao-expurgar
      *>   O ponteiro de fusão e a classe ABC não vêm do formulário: na
      *>   inclusão o buffer pode carregar sobras da varredura de 2117,
      *>   então são zerados aqui; na alteração, o valor lido por 2105
      *>   permanece.
            if   not ws-cliente-existente
                 move zeros                            to cli-cd-cliente-fusao
                 move spaces                           to cli-classe-abc
                 move zeros                            to cli-data-classe-abc
            end-if
            .
       2110-exit.
      *>   tarefa de acompanhamento na inclusão do cliente, com cadência
      *>   definida pela categoria: semanal para Bar (4) e Night Club (5),
      *>   mensal para Mercado (1) e Mercearia (3). As demais categorias
      *>   (Padaria, Tabacaria, Loja Web) não têm cadência padrão definida
      *>   e por isso não geram tarefa automática.
       2124-agendar-tarefa-inicial section.
       2124.
            evaluate cli-categoria
       2141-exit.
            exit.

      *>===================================================================================
      *>   2142-registrar-excecao-reativacao: cliente que volta a Ativo
      *>   vai para o registro de exceções com o limite de crédito que
      *>   volta a valer e a situação/motivo de que saiu.
       2142-registrar-excecao-reativacao section.
       2142.
            initialize ws-parametros-registra-excecao
            move 10                                  to ws-exc-tipo
            move ws-operador-logado                  to ws-exc-autorizador
            move cli-cd-vendedor                     to ws-exc-cd-vendedor
            move cli-cd-cliente                      to ws-exc-cd-cliente
            move cli-cd-cliente                      to ws-exc-documento
            move cli-limite-credito                  to ws-exc-valor
            string "Reativado (era "
                   ws-situacao-anterior
                   "): "
                   ws-ds-motivo-anterior
                   delimited by size into ws-exc-motivo
            call "RegistraExcecao" using ws-parametros-registra-excecao
            .
       2142-exit.
            exit.

      *>===================================================================================
      *>   2143-escrever-linha-auditoria: monta e grava uma linha de
      *>   CLI-AUDITORIA.DAT com o aud-campo/aud-valor-anterior/aud-valor-novo
                 move cli-motivo                     to ws-form-motivo
                 move cli-ds-motivo                  to ws-form-ds-motivo
                 move "Cliente inativado."            to ws-mensagem-retorno
                 move "Inativacao do cliente"         to ws-rec-motivo
                 perform 2170-recolher-comodato
            end-if
            .
       2600-exit.
            exit.

      *>===================================================================================
      *>   2170-recolher-comodato: cliente bloqueado ou inativado com
      *>   equipamento em comodato (COMODATO.DAT) - RecolheComodato abre a
      *>   tarefa de recolher em CLI-TAREFA.DAT e o operador é avisado na
      *>   mensagem. CLI-TAREFA.DAT é fechado durante o CALL porque o
      *>   subprograma grava nele pelo seu próprio FD.
       2170-recolher-comodato section.
       2170.
            move cli-cd-cliente                      to ws-rec-cd-cliente
            move zeros                               to ws-rec-cd-cliente-tarefa
            move ws-operador-logado                  to ws-rec-operador
            move "N"                                 to ws-rec-ind-somente-consulta
            close cli-tarefa-arq
            call "RecolheComodato" using ws-parametros-recolhimento
            open i-o cli-tarefa-arq
            if   ws-rec-qtd-equipamentos = zeros
                 exit section
            end-if
            move ws-mensagem-retorno                 to ws-mensagem-comodato
            move spaces                              to ws-mensagem-retorno
            string ws-mensagem-comodato delimited by "  "
                   " Cliente com " ws-rec-qtd-equipamentos
                   " equipamento(s) em comodato - " ws-rec-qtd-tarefas
                   " tarefa(s) de recolhimento aberta(s)."
                   delimited by size into ws-mensagem-retorno
            .
       2170-exit.
            exit.

      *>===================================================================================
      *>   2610-verificar-tarefas-abertas: varre CLI-TAREFA.DAT à procura de
      *>   alguma tarefa ainda pendente (tar-situacao = "P") do cliente
       2620-exit.
            exit.

      *>===================================================================================
      *>   2640-novo-de-prospecto: abre um cliente novo (2620) já com os
      *>   dados do prospecto do funil - nome, contato, telefone, e-mail,
      *>   município e vendedor. CPF/CNPJ e endereço completam-se aqui.
       2640-novo-de-prospecto section.
       2640.
            if   ws-form-cd-prospecto = zeros
                 move "Prospecto nao informado."       to ws-mensagem-retorno
                 exit section
            end-if
            move ws-form-cd-prospecto                to prs-cd-prospecto
            read prospecto-arq
                key is prs-cd-prospecto
                invalid key
                     move zeros                       to ws-form-cd-prospecto
                     move "Prospecto nao encontrado."  to ws-mensagem-retorno
                     exit section
            end-read
            if   prs-encerrado
                 move zeros                           to ws-form-cd-prospecto
                 move "Prospecto ja encerrado (ganho ou perdido) - nao ha o que converter."
                                                     to ws-mensagem-retorno
                 exit section
            end-if

            perform 2620-novo-cliente
            move prs-nome                            to ws-form-razao-social
            move prs-nm-contato                      to ws-form-nm-contato
            if   prs-ddd-contato not = zeros
                 move prs-ddd-contato                 to ws-form-nr-telefone-ddd
            end-if
            move prs-fone-contato                     to ws-form-nr-telefone-numero
            move prs-email-contato                    to ws-form-ds-email-cli
            move prs-municipio                       to ws-form-dsc-municipio
            move prs-uf                              to ws-form-uf
            move prs-cd-vendedor                      to ws-form-cd-vendedor
            perform 1405-carregar-nome-vendedor
            move "Dados do prospecto carregados - complete o cadastro e salve para converter."
                                                     to ws-mensagem-retorno
            .
       2640-exit.
            exit.

      *>===================================================================================
      *>   2650-vincular-prospecto: após a inclusão do cliente vindo do
      *>   funil, marca o prospecto como Ganho com o código do cliente e a
      *>   data da conversão, e registra a mudança de etapa em
      *>   PROSPECT-INTERACAO.DAT para o tempo por etapa de RelFunil.cbl.
       2650-vincular-prospecto section.
       2650.
            move ws-form-cd-prospecto                to prs-cd-prospecto
            move zeros                               to ws-form-cd-prospecto
            read prospecto-arq
                key is prs-cd-prospecto
                invalid key
                     exit section
            end-read
            if   prs-encerrado
                 exit section
            end-if
            move prs-etapa                           to ws-prs-etapa-anterior
            set  prs-etapa-ganho                     to true
            move cli-data-inclusao                   to prs-data-etapa
            move cli-cd-cliente                      to prs-cd-cliente
            move cli-data-inclusao                   to prs-data-conversao
            move spaces                              to prs-proximo-passo
            move zeros                               to prs-data-proximo-passo
            rewrite reg-prospecto
                invalid key
                     exit section
            end-rewrite

            move zeros                               to ws-prs-proxima-sequencia
            move prs-cd-prospecto                    to pin-cd-prospecto
            move 99999                                to pin-sequencia
            start prospecto-interacao-arq key is less than or equal pin-chave
                invalid key
                     continue
                not invalid key
                     read prospecto-interacao-arq previous record
                         at end
                              continue
                         not at end
                              if   pin-cd-prospecto = prs-cd-prospecto
                                   move pin-sequencia    to ws-prs-proxima-sequencia
                              end-if
                     end-read
            end-start
            add 1                                    to ws-prs-proxima-sequencia

            move prs-cd-prospecto                    to pin-cd-prospecto
            move ws-prs-proxima-sequencia             to pin-sequencia
            move cli-data-inclusao                   to pin-data
            set  pin-outro                           to true
            move spaces                              to pin-descricao
            string "Convertido no cliente " cli-cd-cliente
                   delimited by size into pin-descricao
            move ws-prs-etapa-anterior               to pin-etapa-anterior
            move 5                                   to pin-etapa-nova
            move ws-operador-logado                  to pin-operador
            write reg-prospecto-interacao
                invalid key
                     continue
            end-write

            move ws-mensagem-retorno                 to ws-mensagem-comodato
            move spaces                              to ws-mensagem-retorno
            string ws-mensagem-comodato delimited by "  "
                   " Prospecto " prs-cd-prospecto " convertido (Ganho)."
                   delimited by size into ws-mensagem-retorno
            .
       2650-exit.
            exit.

      *>===================================================================================
      *>   2630-obter-proximo-codigo-cliente: varre CLIENTE.DAT do início ao
      *>   fim à procura do maior cd-cliente já gravado (mesma técnica usada
                getfield( ws-form-end-municipio )
                getfield( ws-form-end-uf )
                getfield( ws-form-end-sequencia )
                getfield( ws-form-cd-prospecto )
            end-exec
            .
       1200-exit.
                     move "S"                        to ws-ind-cliente-existente
                     perform 2106-verificar-bloqueio-edicao
                     if   not ws-com-erro
      *>   Em manutenção o cliente é só consultado, sem reservar.
                          if   not ws-jan-manutencao-ativa
                               perform 2325-bloquear-registro-edicao
                          end-if
                          perform 2320-copiar-registro-para-formulario
                          perform 2330-carregar-contatos
                          perform 2530-carregar-tarefas
            move cli-data-inclusao                   to ws-form-data-inclusao
            move cli-limite-credito                  to ws-form-limite-credito
            move cli-nao-expurgar                     to ws-form-nao-expurgar
            move cli-classe-abc                       to ws-form-classe-abc
            .
       2320-exit.
            exit.
            close sessao-arq
            close vendedor-arq
            close rota-arq
            close prospecto-arq
            close prospecto-interacao-arq
            .
       3000-exit.
            exit.
                <input type=hidden name=opcao id=opcao value="00">
                <input type=hidden name=sessao id=sessao value=":ws-form-sessao">
                <input type=hidden name=pagina id=pagina value=":ws-form-pagina">
                <input type=hidden name=cdProspecto id=cdProspecto value=":ws-form-cd-prospecto">
                <table width=100%>
            end-exec
            perform 8000-mensagem
                                                                      <option value='4'>Bar</option>
                                                                      <option value='5'>Night Club</option>
                                                                      <option value='6'>Tabacaria</option>
                                                                      <option value='7'>Loja Web</option>
                                                                  </select>
                                                    </td>
                                                </tr>
                                                    <td class=titulocampo>Limite de Crédito&nbsp;</td>
                                                    <td colspan=2><input name=limiteCredito size=12 maxlength=12 value="" class="campo" title="Zero = sem limite" tabIndex=11>
                                                        <input name=naoExpurgar type="checkbox" value="S" title="Protege do expurgo LGPD" tabIndex=11>Não expurgar
                                                        Curva ABC: <input name=classeAbc size=1 value=":ws-form-classe-abc" class="clsDisabled" title="Classe pelo valor faturado" disabled>
                                                    </td>
                                                </tr>
                                                <tr>
