      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id. CalculaEncargos.
       author. Vitor Barbieri.

      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>                                 CalculaEncargos
      *>            --------------------------------------------------------
      *>
      *>   Subprograma de encargos por atraso de uma parcela de contas a
      *>   receber (mesmo padrão de CALL de ProximoNumero/DataUtil): o
      *>   chamador informa o vencimento, a data do pagamento e o valor
      *>   de principal que está sendo pago, e recebe de volta os dias de
      *>   atraso, os juros e a multa. As taxas vêm de PARAMETRO.DAT, na
      *>   mesma técnica da série PERDADIAS de Receber.cbl - o contador da
      *>   série guarda a taxa em centésimos de ponto percentual:
      *>       JUROSMES  - juros de mora ao mês (100 = 1,00% a.m.),
      *>                   pro rata dia sobre mês comercial de 30 dias;
      *>       MULTAPERC - multa por atraso, aplicada uma vez (200 = 2,00%).
      *>   Sem a série, a taxa é zero (não há encargo). Vencimento que cai
      *>   em fim de semana ou feriado é prorrogado para o próximo dia
      *>   útil (DataUtil): pago até lá não há encargo; pago depois, o
      *>   atraso conta do vencimento original. Usado pela baixa de
      *>   Receber.cbl e pelo retorno bancário de RetornoBanco.cbl.
      *>

      *>===================================================================================
       environment division.

       input-output section.
       file-control.
           select parametro-arq assign      to "PARAMETRO.DAT"
                  organization               is indexed
                  access mode                is dynamic
                  record key                 is par-serie
                  file status                is ws-status-parametro.

      *>===================================================================================
       data division.
       file section.
       fd  parametro-arq.
       copy "PARAM.CPY".

      *>===================================================================================
       working-storage section.
       01  ws-controle-arquivos.
           03 ws-status-parametro                    pic x(02)       value "00".
              88 ws-parametro-ok                                    value "00".
              88 ws-parametro-nao-encontrado                        value "23" "35".

       01  ws-taxa-juros-mes                          pic 9(05)       value zeros.
       01  ws-taxa-multa                              pic 9(05)       value zeros.
       01  ws-data-limite                             pic 9(08)       value zeros.

       01  ws-parametros-data-util.
           03 ws-du-data-ano                         pic 9(04)       value zeros.
           03 ws-du-data-mes                         pic 9(02)       value zeros.
           03 ws-du-data-dia                         pic 9(02)       value zeros.
           03 ws-du-ultimo-dia-mes                    pic 9(02)       value zeros.
           03 ws-du-bissexto                         pic x(01)       value spaces.
           03 ws-du-nome-mes                         pic x(09)       value spaces.
           03 ws-du-nome-dia-semana                   pic x(15)       value spaces.
           03 ws-du-dia-util                         pic x(01)       value spaces.
              88 ws-du-data-eh-util                                  value "S".
           03 ws-du-proximo-dia-util                  pic 9(08)       value zeros.
           03 ws-du-dia-util-anterior                 pic 9(08)       value zeros.
           03 ws-du-mensagem-erro                     pic x(40)       value spaces.

      *>===================================================================================
       linkage section.
       01  ws-parametros-calcula-encargos.
           03 ln-enc-data-vencimento                 pic 9(08).
           03 ln-enc-data-pagamento                  pic 9(08).
           03 ln-enc-valor-base                      pic 9(09)v9(02).
           03 ln-enc-dias-atraso                     pic 9(05).
           03 ln-enc-valor-juros                     pic 9(09)v9(02).
           03 ln-enc-valor-multa                     pic 9(09)v9(02).

      *>===================================================================================
       procedure division using ws-parametros-calcula-encargos.

      *>===================================================================================
       0000-controle section.
       0000.
            move zeros                               to ln-enc-dias-atraso
            move zeros                               to ln-enc-valor-juros
            move zeros                               to ln-enc-valor-multa
            perform 2100-verificar-atraso
            if   ln-enc-dias-atraso > zeros
                 perform 2200-obter-taxas
                 perform 2300-calcular-encargos
            end-if
            .
       0000-saida.
           goback.

      *>===================================================================================
      *>   2100-verificar-atraso: prorroga o vencimento não útil para o
      *>   próximo dia útil e, havendo atraso além dele, conta os dias a
      *>   partir do vencimento original.
       2100-verificar-atraso section.
       2100.
            if   ln-enc-data-vencimento is not numeric
            or   ln-enc-data-vencimento = zeros
            or   ln-enc-data-pagamento is not numeric
            or   ln-enc-data-pagamento <= ln-enc-data-vencimento
            or   ln-enc-valor-base = zeros
                 exit section
            end-if

            move ln-enc-data-vencimento              to ws-data-limite
            move ln-enc-data-vencimento (1:4)         to ws-du-data-ano
            move ln-enc-data-vencimento (5:2)         to ws-du-data-mes
            move ln-enc-data-vencimento (7:2)         to ws-du-data-dia
            call "DataUtil" using ws-parametros-data-util
            if   not ws-du-data-eh-util
            and  ws-du-proximo-dia-util not = zeros
                 move ws-du-proximo-dia-util           to ws-data-limite
            end-if
            if   ln-enc-data-pagamento <= ws-data-limite
                 exit section
            end-if

            compute ln-enc-dias-atraso =
                    function integer-of-date(ln-enc-data-pagamento)
                  - function integer-of-date(ln-enc-data-vencimento)
            .
       2100-exit.
            exit.

      *>===================================================================================
      *>   2200-obter-taxas: séries JUROSMES e MULTAPERC de PARAMETRO.DAT.
       2200-obter-taxas section.
       2200.
            move zeros                               to ws-taxa-juros-mes
            move zeros                               to ws-taxa-multa
            open input parametro-arq
            if   not ws-parametro-ok
                 exit section
            end-if

            move "JUROSMES"                          to par-serie
            read parametro-arq
                key is par-serie
                invalid key
                     continue
                not invalid key
                     move par-proximo-numero          to ws-taxa-juros-mes
            end-read

            move "MULTAPERC"                         to par-serie
            read parametro-arq
                key is par-serie
                invalid key
                     continue
                not invalid key
                     move par-proximo-numero          to ws-taxa-multa
            end-read
            close parametro-arq
            .
       2200-exit.
            exit.

      *>===================================================================================
      *>   2300-calcular-encargos: multa única sobre o principal pago e
      *>   juros simples pro rata dia (taxa mensal / 30 por dia).
       2300-calcular-encargos section.
       2300.
            compute ln-enc-valor-multa rounded =
                    ln-enc-valor-base * ws-taxa-multa / 10000
            compute ln-enc-valor-juros rounded =
                    ln-enc-valor-base * ws-taxa-juros-mes
                  * ln-enc-dias-atraso / 300000
            .
       2300-exit.
            exit.
