           03 ws-form-rota                          pic x(30)       value spaces.
           03 ws-form-situacao                      pic x(01)       value "A".
           03 ws-form-texto-pesquisa                 pic x(40)       value spaces.
      *>   Capacidade de carga e rota habitual (conferência do romaneio).
           03 ws-form-carga-maxima                    pic 9(06)       value zeros.
           03 ws-form-volume-maximo                   pic 9(03)v9(02) value zeros.
           03 ws-form-cd-rota                         pic 9(03)       value zeros.
      *>   Grade de controles do veículo (documentos, manutenção e
      *>   abastecimentos, VEI-CONTROLE.DAT).
           03 ws-form-vct-tipo                       pic x(01)       value "D".
           03 ws-form-vct-descricao                   pic x(30)       value spaces.
           03 ws-form-vct-data-vencimento              pic x(08)       value spaces.
           03 ws-form-vct-data                        pic x(08)       value spaces.
           03 ws-form-vct-km                          pic 9(07)       value zeros.
           03 ws-form-vct-custo                       pic 9(07)v9(02) value zeros.
           03 ws-form-vct-litros                      pic 9(04)v9(03) value zeros.
           03 ws-form-vct-sequencia                    pic 9(05)       value zeros.

      *>   Validação da placa MERCOSUL (mesma técnica de Programa_3.cbl).
       01  ws-ind-veiculo-existente                   pic x(01)       value "N".
          88 ws-veiculo-existente                                    value "S".

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

      *>   Controles do veículo carregado (documentos, manutenção e
      *>   abastecimentos), do mais recente para o mais antigo,
      *>   redesenhados por 8000-linhas-controles.
       01  ws-tab-controles.
           03 ws-vct-linha                           occurs 50 times.
              05 ws-vct-r-data                        pic 9(08).
              05 ws-vct-r-km                          pic 9(07).
              05 ws-vct-r-custo                       pic 9(07)v9(02).
              05 ws-vct-r-litros                      pic 9(04)v9(03).
       01  ws-vct-qtd                                pic 9(03)       value zeros.
       01  ws-vct-tab-idx                             pic 9(03)       value zeros.
       01  ws-proxima-sequencia-controle               pic 9(05)       value zeros.
       2000.
            perform 1150-obter-opcao
            perform 1160-obter-operador-logado
            perform 1170-verificar-manutencao
            evaluate true
                when ws-jan-manutencao-ativa
                 and (ws-opcao-salvar or ws-opcao-incluir-controle
                      or ws-opcao-excluir-controle)
                     move ws-jan-mensagem            to ws-mensagem-retorno
                when ws-opcao-salvar
                     perform 1200-obter-campos-formulario
                     perform 2100-gravar-veiculo
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
                getfield( ws-form-rota )
                getfield( ws-form-situacao )
                getfield( ws-form-texto-pesquisa )
                getfield( ws-form-carga-maxima )
                getfield( ws-form-volume-maximo )
                getfield( ws-form-cd-rota )
                getfield( ws-form-vct-tipo )
                getfield( ws-form-vct-descricao )
                getfield( ws-form-vct-data-vencimento )
                getfield( ws-form-vct-data )
                getfield( ws-form-vct-km )
                getfield( ws-form-vct-custo )
                getfield( ws-form-vct-litros )
                getfield( ws-form-vct-sequencia )
            end-exec
            .
            move ws-form-motorista                   to vei-motorista
            move ws-form-rota                       to vei-rota
            move ws-form-situacao                    to vei-situacao
            move ws-form-carga-maxima                 to vei-carga-maxima
            move ws-form-volume-maximo                to vei-volume-maximo
            move ws-form-cd-rota                      to vei-cd-rota

            if   ws-veiculo-existente
                 rewrite reg-veiculo
                     move vei-motorista                to ws-form-motorista
                     move vei-rota                     to ws-form-rota
                     move vei-situacao                 to ws-form-situacao
                     move vei-carga-maxima              to ws-form-carga-maxima
                     move vei-volume-maximo             to ws-form-volume-maximo
                     move vei-cd-rota                   to ws-form-cd-rota
                     perform 2430-carregar-controles
                     move "Veiculo carregado."          to ws-mensagem-retorno
            end-read

      *>===================================================================================
      *>   2400-incluir-controle: grava um lançamento de controle para o
      *>   veículo carregado - documento com vencimento (tipo D),
      *>   manutenção com data, km e custo (tipo M) ou abastecimento com
      *>   data, hodômetro, litros, valor e posto (tipo C).
       2400-incluir-controle section.
       2400.
            move "N"                                to ws-ind-erro
                 move "Informe o vencimento do documento (AAAAMMDD)." to ws-mensagem-retorno
                 exit section
            end-if
            if   ws-form-vct-tipo = "C"
            and (ws-form-vct-km = zeros
             or  ws-form-vct-litros = zeros
             or  ws-form-vct-custo = zeros)
                 move "S"                            to ws-ind-erro
                 move "Abastecimento exige hodometro (Km), litros e valor." to ws-mensagem-retorno
                 exit section
            end-if

            perform 2405-obter-proxima-seq-controle
            move ws-form-cd-veiculo                 to vct-cd-veiculo
            end-if
            move ws-form-vct-km                      to vct-km
            move ws-form-vct-custo                   to vct-custo
            if   ws-form-vct-tipo = "C"
                 move ws-form-vct-litros               to vct-litros
            else
                 move zeros                           to vct-litros
            end-if
            write reg-vei-controle
                invalid key
                     move "S"                        to ws-ind-erro
                 move spaces                          to ws-form-vct-data
                 move zeros                           to ws-form-vct-km
                 move zeros                           to ws-form-vct-custo
                 move zeros                           to ws-form-vct-litros
            end-if
            .

      *>===================================================================================
      *>   2430-carregar-controles: lê os controles do veículo atual em
      *>   VEI-CONTROLE.DAT para a grade (mesma técnica de
      *>   2530-carregar-tarefas em Cliente.cbl), de trás para a frente -
      *>   com os abastecimentos a grade enche rápido e o que importa são
      *>   os lançamentos mais recentes.
       2430-carregar-controles section.
       2430.
            move zeros                               to ws-vct-qtd
            move ws-form-cd-veiculo                  to vct-cd-veiculo
            move 99999                                to vct-sequencia
            set  ws-vct-continua                     to true
            start vei-controle-arq key is less than or equal vct-chave
                invalid key
                     set ws-vct-eof                  to true
            end-start

            perform until ws-vct-eof
                    or ws-vct-qtd >= 50
                read vei-controle-arq previous record
                    at end
                         set ws-vct-eof               to true
                    not at end
                              move vct-data             to ws-vct-r-data(ws-vct-qtd)
                              move vct-km               to ws-vct-r-km(ws-vct-qtd)
                              move vct-custo            to ws-vct-r-custo(ws-vct-qtd)
                              move vct-litros           to ws-vct-r-litros(ws-vct-qtd)
                         end-if
                end-read
            end-perform
            move spaces                               to ws-form-motorista
            move spaces                               to ws-form-rota
            move "A"                                  to ws-form-situacao
            move zeros                                to ws-form-carga-maxima
            move zeros                                to ws-form-volume-maximo
            move zeros                                to ws-form-cd-rota
            move spaces                               to ws-mensagem-retorno
            .

                        <td class=titulocampo>Motorista&nbsp;</td>
                        <td colspan=5><input name=motorista style="width:270px;" maxlength=40 value="" class="campo" obrigatorio=1 tabIndex=5></td>
                    </tr>
                    <tr>
                        <td class=titulocampo>Capacidade&nbsp;</td>
                        <td colspan=2>
                            <input name=cargaMaxima size=6 maxlength=6 value="" class="campo" title="Peso util em kg (0 = nao confere)" tabIndex=6> kg
                            <input name=volumeMaximo size=6 maxlength=6 value="" class="campo" title="Volume util do bau em m3 (0 = nao confere)" tabIndex=6> m³
                        </td>
                        <td class=titulocampo>Rota Habitual&nbsp;</td>
                        <td colspan=2><input name=cdRota size=3 maxlength=3 value="" class="campo" title="Codigo da rota (ROTA.DAT) atendida pelo veiculo" tabIndex=6></td>
                    </tr>
                    <tr>
                        <td colspan=6>&nbsp;</td>
                    </tr>
                    <tr>
                        <td colspan=6>
                            <fieldset>
                            <legend>Documentos, Manutenção e Abastecimentos</legend>
                            <input type=hidden name=vctSequencia id=vctSequencia value="0">
                            <select name=vctTipo class="combo" tabIndex=7>
                                <option value="D">Documento</option>
                                <option value="M">Manutenção</option>
                                <option value="C">Abastecimento</option>
                            </select>
                            <input name=vctDescricao size=25 maxlength=30 value="" class="campo" title="Descricao (licenciamento, seguro, troca de oleo...; no abastecimento, o posto)" tabIndex=7>
                            Venc.: <input name=vctDataVencimento size=8 maxlength=8 value="" class="campo" title="Vencimento do documento (AAAAMMDD)" tabIndex=7>
                            Data: <input name=vctData size=8 maxlength=8 value="" class="campo" title="Data do servico (AAAAMMDD)" tabIndex=7>
                            Km: <input name=vctKm size=7 maxlength=7 value="" class="campo" tabIndex=7>
                            Custo: <input name=vctCusto size=10 maxlength=10 value="" class="campo" tabIndex=7>
                            Litros: <input name=vctLitros size=8 maxlength=8 value="" class="campo" title="Litros abastecidos" tabIndex=7>
                            <button class=botao name=BotIncluiCtrl onclick='IncluirControle();' style="width:80px;" tabindex=7><label>Incluir</label></button>
                            <table width=100% :tabela-padrao>
                                <tr>
                                    <td class=titulocampo>Data</td>
                                    <td class=titulocampo>Km</td>
                                    <td class=titulocampo>Custo</td>
                                    <td class=titulocampo>Litros</td>
                                    <td class=titulocampo>&nbsp;</td>
                                </tr>
            end-exec
                        <td>:ws-vct-r-data(ws-vct-tab-idx)</td>
                        <td><div align=right>:ws-vct-r-km(ws-vct-tab-idx)</div></td>
                        <td><div align=right>:ws-vct-r-custo(ws-vct-tab-idx)</div></td>
                        <td><div align=right>:ws-vct-r-litros(ws-vct-tab-idx)</div></td>
                        <td><img title="Excluir" style="cursor:hand; width:16; height:16;"
                                 onClick="ExcluirControle(:ws-vct-r-sequencia(ws-vct-tab-idx));" src="Icones/busca.gif"></td>
                    </tr>
                        document.all.placa.value      = ":ws-form-placa";
                        document.all.motorista.value  = ":ws-form-motorista";
                        document.all.rota.value       = ":ws-form-rota";
                        document.all.cargaMaxima.value = ":ws-form-carga-maxima";
                        document.all.volumeMaximo.value = ":ws-form-volume-maximo";
                        document.all.cdRota.value     = ":ws-form-cd-rota";
                        document.all.situacao.value   = ":ws-form-situacao";
                    }
                </script>
