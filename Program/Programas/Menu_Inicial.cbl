       01  ws-ind-sessao-valida                      pic x(01)       value "N".
          88 ws-sessao-valida                                        value "S".
       01  ws-nome-operador-logado                    pic x(30)       value spaces.
      *>   Estabelecimento escolhido no login (ses-cd-empresa); sessões
      *>   sem o campo trabalham na matriz.
       01  ws-empresa-logada                          pic 9(01)       value 1.
      *>   Perfil do operador logado (ses-perfil): 1=atendimento só vê os
      *>   cadastros, agenda e relatórios de cliente; 2=vendas ganha as
      *>   movimentações e os relatórios de venda; 3=supervisor vê tudo
       01  ws-mta-tab-idx                             pic 9(03)       value zeros.
       01  ws-mta-ano-mes                             pic 9(06)       value zeros.

      *>   Janela de manutenção (CALL para JanelaManutencao): com janela
      *>   ativa o topo do menú avisa até quando o sistema fica só para
      *>   consulta; com janela agendada, avisa quando será a próxima.
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
       01  ws-jan-data-hora-formatar                  pic 9(14)       value zeros.
       01  ws-jan-data-hora-formatada                 pic x(16)       value spaces.
       01  ws-jan-proxima-inicio-fmt                  pic x(16)       value spaces.
       01  ws-jan-proxima-fim-fmt                     pic x(16)       value spaces.

      *>===================================================================================
       procedure division.
       0000-controle section.
            perform 1200-validar-sessao
            if   ws-sessao-valida
                 perform 1300-montar-indicadores
                 perform 1370-verificar-manutencao
            end-if
            .

            and  ws-sessao-minutos-decorridos < ws-sessao-validade-minutos
                 set  ws-sessao-valida                to true
                 move ses-nome-operador                to ws-nome-operador-logado
                 if   ses-cd-empresa > zeros
                      move ses-cd-empresa              to ws-empresa-logada
                 end-if
                 if   ses-perfil >= 1 and ses-perfil <= 3
                      move ses-perfil                  to ws-perfil-logado
                 end-if
       1360-exit.
            exit.

      *>===================================================================================
      *>   1370-verificar-manutencao: situação da janela de manutenção
      *>   para o aviso do topo do menú.
       1370-verificar-manutencao section.
       1370.
            move "V"                                 to ws-jan-operacao
            call "JanelaManutencao" using ws-parametros-manutencao
            if   ws-jan-proxima-inicio not = zeros
                 move ws-jan-proxima-inicio           to ws-jan-data-hora-formatar
                 perform 1375-formatar-data-hora
                 move ws-jan-data-hora-formatada      to ws-jan-proxima-inicio-fmt
                 move ws-jan-proxima-fim-prevista     to ws-jan-data-hora-formatar
                 perform 1375-formatar-data-hora
                 move ws-jan-data-hora-formatada      to ws-jan-proxima-fim-fmt
            end-if
            .

       1370-exit.
            exit.

      *>===================================================================================
       1375-formatar-data-hora section.
       1375.
            move ws-jan-data-hora-formatar (7:2)      to ws-jan-data-hora-formatada (1:2)
            move "/"                                 to ws-jan-data-hora-formatada (3:1)
            move ws-jan-data-hora-formatar (5:2)      to ws-jan-data-hora-formatada (4:2)
            move "/"                                 to ws-jan-data-hora-formatada (6:1)
            move ws-jan-data-hora-formatar (1:4)      to ws-jan-data-hora-formatada (7:4)
            move " "                                 to ws-jan-data-hora-formatada (11:1)
            move ws-jan-data-hora-formatar (9:2)      to ws-jan-data-hora-formatada (12:2)
            move ":"                                 to ws-jan-data-hora-formatada (14:1)
            move ws-jan-data-hora-formatar (11:2)     to ws-jan-data-hora-formatada (15:2)
            .

       1375-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
                     font-size: 11px;
                     color: #8B0000;
                  }

                  .aviso-manutencao {
                     font-size: 14px;
                     font-weight: bold;
                     color: white;
                     background: #8B0000;
                     text-align: center;
                  }
               </style>
            end-exec
            .
               <table border=0 width=100%>
                  <tr>
                     <td colspan= 4 class="titulo-principal">Ideal Venda</td>
                     <td class="operador-logado">Operador: :ws-nome-operador-logado &nbsp; Estabelecimento: :ws-empresa-logada &nbsp; <a onclick="Sair();">Sair</a></td>
            end-exec
            if   ws-jan-manutencao-ativa
                 exec html
                  <tr>
                     <td colspan=5 class="aviso-manutencao">:ws-jan-mensagem</td>
                 end-exec
            end-if
            if   ws-jan-proxima-inicio not = zeros
                 exec html
                  <tr>
                     <td colspan=5 class="indicador">Manutencao agendada de :ws-jan-proxima-inicio-fmt ate :ws-jan-proxima-fim-fmt - o sistema ficara somente para consulta.</td>
                 end-exec
            end-if
            if   ws-fechamento-lido
                 exec html
                  <tr>
                     <td colspan=5 class="indicador">Fechamento de ontem (:fdi-data): :fdi-qtd-incluidos incluidos, :fdi-qtd-fechados fechados no total de :fdi-valor-fechados, :fdi-qtd-cancelados cancelados, :fdi-qtd-divergentes divergencias de total.</td>
                  <tr>
                     <td colspan=5 class="indicador">Neste estabelecimento: :fdi-emp-qtd-incluidos(ws-empresa-logada) incluidos, :fdi-emp-qtd-fechados(ws-empresa-logada) fechados no total de :fdi-emp-valor-fechados(ws-empresa-logada), :fdi-emp-qtd-cancelados(ws-empresa-logada) cancelados.</td>
                 end-exec
            end-if
            exec html
                     <td><a onclick="novaJanela('MetaVendedor.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=500');"><label>:espaços</label>1.15 - Metas de Venda</a>
                  <tr>
                     <td><a onclick="novaJanela('TransfereCarteira.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>1.17 - Transferência de Carteira</a>
                  <tr>
                     <td><a onclick="novaJanela('RegraFiscal.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>1.18 - Regras Fiscais</a>
                  <tr>
                     <td><a onclick="novaJanela('PlanoContas.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>1.19 - Plano de Contas</a>
                  <tr>
                     <td><a onclick="novaJanela('CentroCusto.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=700, height=500');"><label>:espaços</label>1.20 - Centros de Custo</a>
                  <tr>
                     <td><a onclick="novaJanela('AprovaCredito.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>1.23 - Aprovação de Limites de Crédito</a>
                  <tr>
                     <td><a onclick="novaJanela('Empresa.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=500');"><label>:espaços</label>1.24 - Estabelecimentos (Matriz e Filiais)</a>
                  <tr>
                     <td><a onclick="novaJanela('Campanha.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>1.25 - Campanhas Promocionais</a>
                  <tr>
                     <td><a onclick="novaJanela('Manutencao.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>1.26 - Janelas de Manutenção</a>
                 end-exec
            end-if
            if   ws-perfil-logado >= 2
                 exec html
                  <tr>
                     <td><a onclick="novaJanela('Comodato.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>1.27 - Equipamentos em Comodato</a>
                 end-exec
            end-if
            exec html
                     <td><a onclick="novaJanela('TabelaPreco.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=500');"><label>:espaços</label>1.14 - Tabela de Preços</a>
                  <tr>
                     <td><a onclick="novaJanela('Rota.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=500');"><label>:espaços</label>1.16 - Rotas de Entrega</a>
                  <tr>
                     <td><a onclick="novaJanela('DespesaFixa.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=500');"><label>:espaços</label>1.21 - Despesas Fixas</a>
                  <tr>
                     <td><a onclick="novaJanela('PedidoProgramado.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=500');"><label>:espaços</label>1.22 - Pedidos Programados</a>
                  <tr>
                     <td><a onclick="novaJanela('Operador.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=700, height=500');"><label>:espaços</label>1.11 - Trocar Minha Senha</a>
                  <tr>
                     <td><a onclick="novaJanela('Separacao.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>2.10 - Separação (conferência)</a>
                  <tr>
                     <td><a onclick="novaJanela('ConfirmaEntrega.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>2.11 - Confirmação de Entrega</a>
                  <tr>
                     <td><a onclick="novaJanela('Conciliacao.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.12 - Conciliação Bancária</a>
                  <tr>
                     <td><a onclick="novaJanela('DevolucaoCompra.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>2.13 - Devolução de Compra</a>
                  <tr>
                     <td><a onclick="novaJanela('Adiantamento.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.14 - Adiantamento de Cliente</a>
                  <tr>
                     <td><a onclick="novaJanela('Cheque.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.15 - Custódia de Cheques</a>
                  <tr>
                     <td><a onclick="novaJanela('Consignacao.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.16 - Consignação</a>
                  <tr>
                     <td><a onclick="novaJanela('Cotacao.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.17 - Cotação de Compra</a>
                  <tr>
                     <td><a onclick="novaJanela('Mensagens.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.19 - Mensagens ao Cliente (e-mail)</a>
                  <tr>
                     <td><a onclick="novaJanela('Prospecto.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>2.20 - Funil de Prospecção</a>
                  <tr>
                     <td><a onclick="novaJanela('PixPendente.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.21 - PIX a Identificar</a>
                 end-exec
            end-if
            exec html
                  <tr>
                     <td><a onclick="novaJanela('AgendaTarefas.exe?sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>2.6 - Agenda do Dia</a>
                  <tr>
                     <td><a onclick="novaJanela('Atendimento.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>2.18 - Atendimento ao Cliente (SAC)</a>
                  <tr>
                     <td>&nbsp;
                  <tr>
                  <tr>
                     <td><a onclick="novaJanela('ExtratoCliente.exe?cdCliente=0','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.16 - Extrato do Cliente (impressão)</a>
                  <tr>
                     <td><a onclick="novaJanela('Romaneio.exe?cdVeiculo=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.5 - Romaneio de Entrega (impressão)</a>
            end-exec
            if   ws-perfil-logado = 3
                 exec html
            if   ws-perfil-logado >= 2
                 exec html
                  <tr>
                     <td><a onclick="novaJanela('RelVendas.exe?dataIni=0&empresa=:ws-empresa-logada&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.7 - Vendas por Período</a>
                  <tr>
                     <td><a onclick="novaJanela('MeusRelatorios.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.19 - Meus Relatórios (fila)</a>
                  <tr>
                     <td><a onclick="novaJanela('RelConsignacao.exe?cdCliente=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>3.25 - Mercadoria em Consignação</a>
                  <tr>
                     <td><a onclick="novaJanela('RelAtendimento.exe?cdCliente=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>3.26 - SLA do Atendimento (SAC)</a>
                 end-exec
            end-if
            if   ws-perfil-logado = 3
                     <td><a onclick="novaJanela('ConsultaAuditoria.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.8 - Auditoria de Clientes</a>
                  <tr>
                     <td><a onclick="novaJanela('RelValorizacao.exe?sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.13 - Valorização do Estoque</a>
                  <tr>
                     <td><a onclick="novaJanela('RelGiro.exe?diasMin=30&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.20 - Estoque Parado e Giro</a>
                  <tr>
                     <td><a onclick="novaJanela('RelMetas.exe?anoMes=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.15 - Metas x Realizado</a>
                  <tr>
                     <td><a onclick="novaJanela('RelPerdas.exe?dataIni=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.17 - Perdas (incobráveis)</a>
                  <tr>
                     <td><a onclick="novaJanela('RelMargem.exe?dataIni=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.21 - Rentabilidade (margem)</a>
                  <tr>
                     <td><a onclick="novaJanela('RelDre.exe?anoMes=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.22 - DRE Gerencial</a>
                  <tr>
                     <td><a onclick="novaJanela('RelFrota.exe?anoMes=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>3.23 - Custo da Frota</a>
                  <tr>
                     <td><a onclick="novaJanela('RelBonificacao.exe?anoMes=0&sessao=:ws-form-sessao','top=0, left=0, width=900, height=600');"><label>:espaços</label>3.24 - Bonificações por Vendedor</a>
                  <tr>
                     <td><a onclick="novaJanela('RelCampanha.exe?campanha=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>3.27 - Resultado de Campanhas</a>
                  <tr>
                     <td><a onclick="novaJanela('RelExcecoes.exe?dataIni=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>3.28 - Exceções Autorizadas (supervisor)</a>
                  <tr>
                     <td><a onclick="novaJanela('ConsultaJobs.exe?data=0&sessao=:ws-form-sessao','top=0, left=0, width=800, height=500');"><label>:espaços</label>3.18 - Cadeia Noturna (monitor)</a>
                  <tr>
                     <td><a onclick="novaJanela('RelFunil.exe?anoMes=0&sessao=:ws-form-sessao','top=0, left=0, width=1100, height=600');"><label>:espaços</label>3.31 - Funil de Prospecção por Vendedor</a>
                 end-exec
            end-if
            exec html
            if   ws-perfil-logado >= 2
                 exec html
                  <tr>
                     <td><a onclick="novaJanela('BoletimCaixa.exe?data=0&empresa=:ws-empresa-logada&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.11 - Boletim de Caixa</a>
                  <tr>
                     <td><a onclick="novaJanela('FluxoCaixa.exe?dias=30&empresa=:ws-empresa-logada&sessao=:ws-form-sessao','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.12 - Fluxo de Caixa Projetado</a>
                  <tr>
                     <td><a onclick="novaJanela('RelValidade.exe?dias=30','top=0, left=0, width=800, height=600');"><label>:espaços</label>3.14 - Lotes a Vencer</a>
                  <tr>
                     <td><a onclick="novaJanela('RastreioLote.exe?opcao=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>3.29 - Rastreabilidade de Lote (recall)</a>
                  <tr>
                     <td><a onclick="novaJanela('RelComodato.exe?anoMes=0&sessao=:ws-form-sessao','top=0, left=0, width=1000, height=600');"><label>:espaços</label>3.30 - Comodato x Compra Mínima</a>
                 end-exec
            end-if
            exec html
