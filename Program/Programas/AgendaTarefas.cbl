      *>   varre CLI-TAREFA.DAT inteiro (e não um cliente por vez como a
      *>   telaC de Cliente.cbl), lista as tarefas pendentes atrasadas, as
      *>   de hoje e as desta semana, ordenadas por tar-data-prevista, com
      *>   nome e telefone do cliente resolvidos de CLIENTE.DAT. Entram
      *>   também os próximos passos agendados dos prospectos em aberto do
      *>   funil (PROSPECT.DAT, Prospecto.cbl), no mesmo horizonte. Com
      *>   vendedor= na URL a agenda fica só com os clientes
      *>   (cli-cd-vendedor) e prospectos daquele vendedor. Chamado pelo
      *>   menu em "2 - Movimentações".
      *>

      *>===================================================================================
                  alternate record key       is cli-cpf-cnpj with duplicates
                  alternate record key       is cli-razao-social with duplicates
                  file status                is ws-status-cliente.
           select prospecto-arq assign      to "PROSPECT.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is prs-cd-prospecto
                  alternate record key       is prs-cd-vendedor with duplicates
                  file status                is ws-status-prospecto.

      *>===================================================================================
       data division.
       copy "CLITAR.CPY".
       fd  cliente-arq.
       copy "CLIENTE.CPY".
       fd  prospecto-arq.
       copy "PROSPECT.CPY".

      *>===================================================================================
       working-storage section.
           03 ws-status-cliente                     pic x(02)       value "00".
              88 ws-cliente-ok                                      value "00".
              88 ws-cliente-nao-encontrado                          value "23" "35".
           03 ws-status-prospecto                    pic x(02)       value "00".
              88 ws-prospecto-ok                                    value "00".
              88 ws-prospecto-nao-encontrado                        value "23" "35".

      *>   Parâmetros recebidos via QUERY_STRING (vendedor= e sessao=).
       01  ws-parametros-cgi.
           03 ws-query-string                       pic x(200)      value spaces.
           03 ws-form-sessao                        pic 9(10)       value zeros.
           03 ws-form-vendedor                      pic 9(05)       value zeros.
       01  ws-lixo-unstring                          pic x(200)      value spaces.
       01  ws-param-resto                            pic x(60)       value spaces.
       01  ws-param-valor                            pic x(10)       value spaces.

       01  ws-ind-fim-tarefa                         pic x(01)       value "N".
          88 ws-tarefa-eof                                          value "S".
                 88 ws-age-atrasada                                 value "A".
                 88 ws-age-hoje                                     value "H".
                 88 ws-age-semana                                   value "S".
              05 ws-age-origem                        pic x(01).
                 88 ws-age-origem-cliente                           value "C".
                 88 ws-age-origem-prospecto                         value "P".
              05 ws-age-cd-prospecto                  pic 9(07).
       01  ws-age-qtd                                pic 9(03)       value zeros.
       01  ws-age-idx                                pic 9(03)       value zeros.
       01  ws-age-tab-idx                             pic 9(03)       value zeros.
       01  ws-age-linha-troca                         pic x(150)      value spaces.
       01  ws-ind-houve-troca                         pic x(01)       value "N".
          88 ws-houve-troca                                          value "S".

       01  ws-data-limite-semana                      pic 9(08)       value zeros.
       01  ws-data-prevista-num                       pic 9(08)       value zeros.
       01  ws-classe-atual                            pic x(01)       value spaces.
       01  ws-ind-fim-prospecto                       pic x(01)       value "N".
          88 ws-prospecto-eof                                        value "S".
       01  ws-ind-cliente-do-vendedor                  pic x(01)       value "S".
          88 ws-cliente-do-vendedor                                  value "S".

      *>===================================================================================
       procedure division.
      *>===================================================================================
       1000-inicializacao section.
       1000.
            perform 1050-obter-parametros
            perform 1100-abrir-arquivos
            perform 1200-carregar-agenda
            perform 1250-carregar-prospectos
            perform 1300-ordenar-agenda
            .

       1000-exit.
            exit.

      *>===================================================================================
       1050-obter-parametros section.
       1050.
            accept ws-query-string                  from environment "QUERY_STRING"
            if   ws-query-string = spaces
                 exit section
            end-if
            unstring ws-query-string delimited by "sessao=" into ws-lixo-unstring
                                                                ws-form-sessao
            move spaces                              to ws-param-resto
            unstring ws-query-string delimited by "vendedor=" into ws-lixo-unstring
                                                                  ws-param-resto
            move spaces                              to ws-param-valor
            unstring ws-param-resto delimited by "&" into ws-param-valor
            if   ws-param-valor not = spaces
                 move function numval(ws-param-valor)  to ws-form-vendedor
            end-if
            .

       1050-exit.
            exit.

      *>===================================================================================
       1100-abrir-arquivos section.
       1100.
            end-if

            open input cliente-arq

            open input prospecto-arq
            if   ws-prospecto-nao-encontrado
                 open output prospecto-arq
                 close prospecto-arq
                 open input prospecto-arq
            end-if
            .

       1100-exit.
            exit.

      *>===================================================================================
      *>   1220-guardar-tarefa: com filtro de vendedor, a tarefa só entra
      *>   quando o cliente é daquele vendedor.
       1220-guardar-tarefa section.
       1220.
            move "S"                                 to ws-ind-cliente-do-vendedor
            move tar-cd-cliente                      to cli-cd-cliente
            read cliente-arq
                key is cli-cd-cliente
                invalid key
                     move "N"                         to ws-ind-cliente-do-vendedor
            end-read
            if   ws-form-vendedor not = zeros
                 if   not ws-cliente-do-vendedor
                 or   cli-cd-vendedor not = ws-form-vendedor
                      exit section
                 end-if
            end-if

            add  1                                    to ws-age-qtd
            set  ws-age-origem-cliente(ws-age-qtd)   to true
            move zeros                               to ws-age-cd-prospecto(ws-age-qtd)
            move ws-data-prevista-num                 to ws-age-data-num(ws-age-qtd)
            move tar-cd-cliente                      to ws-age-cd-cliente(ws-age-qtd)
            move tar-descricao                       to ws-age-descricao(ws-age-qtd)
            move ws-classe-atual                     to ws-age-classe(ws-age-qtd)
            move spaces                              to ws-age-nm-cliente(ws-age-qtd)
            move spaces                              to ws-age-fone(ws-age-qtd)
            if   ws-cliente-do-vendedor
                 move cli-razao-social                to ws-age-nm-cliente(ws-age-qtd)
                 string "(" cli-ddd-contato ") "
                        function trim(cli-fone-contato)
                        delimited by size into ws-age-fone(ws-age-qtd)
            end-if
            .

       1220-exit.
            exit.

      *>===================================================================================
      *>   1250-carregar-prospectos: próximos passos dos prospectos em
      *>   aberto (prs-data-proximo-passo já em aaaammdd), classificados
      *>   como as tarefas - pela chave alternada prs-cd-vendedor quando
      *>   há filtro de vendedor.
       1250-carregar-prospectos section.
       1250.
            move "N"                                 to ws-ind-fim-prospecto
            if   ws-form-vendedor not = zeros
                 move ws-form-vendedor                to prs-cd-vendedor
                 start prospecto-arq key is greater than or equal prs-cd-vendedor
                     invalid key
                          set ws-prospecto-eof         to true
                 end-start
            else
                 move low-values                      to prs-cd-prospecto
                 start prospecto-arq key is greater than or equal prs-cd-prospecto
                     invalid key
                          set ws-prospecto-eof         to true
                 end-start
            end-if

            perform until ws-prospecto-eof
                    or ws-age-qtd >= 200
                read prospecto-arq next record
                    at end
                         set ws-prospecto-eof          to true
                    not at end
                         if   ws-form-vendedor not = zeros
                         and  prs-cd-vendedor not = ws-form-vendedor
                              set ws-prospecto-eof      to true
                         else
                              if   prs-em-aberto
                              and  prs-data-proximo-passo not = zeros
                                   perform 1260-guardar-prospecto
                              end-if
                         end-if
                end-read
            end-perform
            .

       1250-exit.
            exit.

      *>===================================================================================
       1260-guardar-prospecto section.
       1260.
            move spaces                              to ws-classe-atual
            evaluate true
                when prs-data-proximo-passo < ws-data-hoje
                     move "A"                         to ws-classe-atual
                when prs-data-proximo-passo = ws-data-hoje
                     move "H"                         to ws-classe-atual
                when prs-data-proximo-passo <= ws-data-limite-semana
                     move "S"                         to ws-classe-atual
                when other
                     exit section
            end-evaluate

            add  1                                    to ws-age-qtd
            set  ws-age-origem-prospecto(ws-age-qtd) to true
            move prs-cd-prospecto                    to ws-age-cd-prospecto(ws-age-qtd)
            move zeros                               to ws-age-cd-cliente(ws-age-qtd)
            move prs-data-proximo-passo               to ws-age-data-num(ws-age-qtd)
            move prs-nome                            to ws-age-nm-cliente(ws-age-qtd)
            move spaces                              to ws-age-descricao(ws-age-qtd)
            string "Prospecto: " prs-proximo-passo
                   delimited by size into ws-age-descricao(ws-age-qtd)
            move ws-classe-atual                     to ws-age-classe(ws-age-qtd)
            move spaces                              to ws-age-data-prevista(ws-age-qtd)
            move prs-data-proximo-passo (7:2)         to ws-age-data-prevista(ws-age-qtd) (1:2)
            move "/"                                 to ws-age-data-prevista(ws-age-qtd) (3:1)
            move prs-data-proximo-passo (5:2)         to ws-age-data-prevista(ws-age-qtd) (4:2)
            move "/"                                 to ws-age-data-prevista(ws-age-qtd) (6:1)
            move prs-data-proximo-passo (1:4)         to ws-age-data-prevista(ws-age-qtd) (7:4)
            move spaces                              to ws-age-fone(ws-age-qtd)
            if   prs-ddd-contato not = zeros
            or   prs-fone-contato not = spaces
                 string "(" prs-ddd-contato ") "
                        function trim(prs-fone-contato)
                        delimited by size into ws-age-fone(ws-age-qtd)
            end-if
            .

       1260-exit.
            exit.

      *>===================================================================================
      *>   1300-ordenar-agenda: ordena a tabela por data prevista (bolha
      *>   simples sobre as linhas, trocando o bloco inteiro).
       3000.
            close cli-tarefa-arq
            close cliente-arq
            close prospecto-arq
            .

       3000-exit.
                    <tr>
                        <td colspan=5 class="titulo-relatorio">Agenda do Dia - :ws-data-hoje</td>
                    </tr>
                    <tr>
                        <td colspan=5>
                            <form name=frmAgenda method=get action="AgendaTarefas.exe">
                            <input type=hidden name=sessao value=":ws-form-sessao">
                            Vendedor <input name=vendedor size=5 maxlength=5 value=":ws-form-vendedor" title="Em branco = todos">
                            <input type=submit value="Filtrar">
                            </form>
                        </td>
                    </tr>
            end-exec
            if   ws-age-qtd = 0
                 exec html
                    <tr>
                        <td colspan=5>Nenhuma tarefa ou próximo passo pendente vencido ou previsto para a semana.</td>
                    </tr>
                 end-exec
            else
            perform varying ws-age-tab-idx from 1 by 1
                    until ws-age-tab-idx > ws-age-qtd
                if   ws-age-classe(ws-age-tab-idx) = ws-classe-atual
                and  ws-age-origem-prospecto(ws-age-tab-idx)
                     exec html
                    <tr>
                        <td>:ws-age-data-prevista(ws-age-tab-idx)</td>
                        <td>Prospecto :ws-age-cd-prospecto(ws-age-tab-idx) - :ws-age-nm-cliente(ws-age-tab-idx)</td>
                        <td>:ws-age-fone(ws-age-tab-idx)</td>
                        <td>:ws-age-descricao(ws-age-tab-idx)</td>
                        <td><img title="Abrir Prospecto" style="cursor:hand; width:16; height:16;"
                                 onClick="AbrirProspecto(:ws-age-cd-prospecto(ws-age-tab-idx));" src="Icones/check.gif"></td>
                    </tr>
                     end-exec
                end-if
                if   ws-age-classe(ws-age-tab-idx) = ws-classe-atual
                and  ws-age-origem-cliente(ws-age-tab-idx)
                     exec html
                    <tr>
                        <td>:ws-age-data-prevista(ws-age-tab-idx)</td>
                       var url = "Cliente.exe?opcao=30&cdCliente=" + cdCliente;
                       window.open(url, "", "top=0, left=0, width=800, height=600");
                   }

                   function AbrirProspecto(cdProspecto) {
                       var url = "Prospecto.exe?opcao=30&cdProspecto=" + cdProspecto + "&sessao=:ws-form-sessao";
                       window.open(url, "", "top=0, left=0, width=800, height=600");
                   }
               </script>
            end-exec
            .
