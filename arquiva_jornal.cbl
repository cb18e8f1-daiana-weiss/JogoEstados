      *>   apenas o periodo corrente. Programa batch, sem telas -- roda no
      *>   fim de cada etapa/ano letivo para o jornal nao crescer sem limite
      *>   e o relatorio de periodo nao ter que reler a historia inteira.
      *>   O controle do diario (jornalRespostas.ctl) e regravado com os
      *>   totais do jornal vivo que sobrou, para a juncao noturna continuar
      *>   aceitando a copia desta estacao.

      *>Divis�o para configura��o do ambiente
       environment division.
           access mode is sequential
           file status is ws-fs-arqJornalTrab.

           select arqEstacao assign to "estacao.txt" *> identificacao desta estacao (primeira linha), p/ o controle do diario
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqEstacao.

           select arqControleJornal assign to "jornalRespostas.ctl" *> controle do diario (estacao, registros, periodo, total de pontos), conferido pela juncao noturna
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControleJornal.

           select arqParametros assign to "arquivaJornal.par" *> parametros p/ execucao nao assistida: DATA-CORTE=
           organization is line sequential
           access mode is sequential
           05 fd-jrn-tipo                          pic x(01).
           05 fd-jrn-estacao                       pic x(04).
           05 fd-jrn-dicas                         pic 9(01).
      *>       turma do jogador no momento da resposta
           05 fd-jrn-turma                         pic x(06).
      *>       tarefa de casa da resposta (em branco no jogo livre)
           05 fd-jrn-tarefa                        pic x(06).

       fd arqJornalMes.
       01 fd-jornal-mes                            pic x(114).

       fd arqJornalTrab.
       01 fd-jornal-trab                           pic x(114).

       fd arqEstacao.
       01 fd-estacao-linha                         pic x(10).

       fd arqControleJornal.
       01 fd-controle-jornal.
           05 fd-ctj-estacao                       pic x(04).
           05 fd-ctj-data-geracao                  pic 9(08).
           05 fd-ctj-hora-geracao                  pic 9(08).
           05 fd-ctj-qtd-registros                 pic 9(07).
           05 fd-ctj-momento-ini                   pic x(16).
           05 fd-ctj-momento-fim                   pic x(16).
           05 fd-ctj-total-pontos                  pic 9(09).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).
       78 ws-max-conf-mes                          value 5000.

       01 ws-tab-conf-mes.
          05 ws-conf-reg occurs ws-max-conf-mes    pic x(114).

       77 ws-qtd-conf-mes                          pic 9(05) value zero.
       77 ws-ind-conf                              pic 9(05).
          88 registro-ja-no-mes                    value "S".
          88 registro-novo-no-mes                  value "N".

      *>   totais de controle do jornal vivo regravado (mesmas contagens
      *>   que o jogo grava no encerramento) e a estacao de estacao.txt
       01 ws-controle-jornal.
          05 ws-ctj-qtd-registros                  pic 9(07) value zero.
          05 ws-ctj-momento-ini                    pic x(16) value high-values.
          05 ws-ctj-momento-fim                    pic x(16) value low-values.
          05 ws-ctj-total-pontos                   pic 9(09) value zero.

       77 ws-estacao                               pic x(04) value "E001".

       01 ws-edicao.
          05 ws-qtd-edit                           pic zzzzzz9.

       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqJornalTrab                      pic 9(02).
       77 ws-fs-arqEstacao                         pic 9(02).
       77 ws-fs-arqControleJornal                  pic 9(02).
       77 ws-fs-arqParametros                      pic 9(02).
       77 ws-fs-arqLogBatch                        pic 9(02).

           perform inicializa
           perform separar-jornal
           perform regravar-jornal-vivo
           perform gravar-controle-jornal
           perform finaliza
           .

                   move fd-jornal-trab to fd-jornal
                   write fd-jornal

                   add 1 to ws-ctj-qtd-registros
                   if fd-jornal(1:16) < ws-ctj-momento-ini then
                       move fd-jornal(1:16) to ws-ctj-momento-ini
                   end-if
                   if fd-jornal(1:16) > ws-ctj-momento-fim then
                       move fd-jornal(1:16) to ws-ctj-momento-fim
                   end-if
                   if fd-jrn-pontos is numeric then
                       add fd-jrn-pontos to ws-ctj-total-pontos
                   end-if

                   if ws-fs-arqJornal <> 00 then
                       move 14                                       to ws-msn-erro-ofsset
                       move ws-fs-arqJornal                         to ws-msn-erro-cod
       regravar-jornal-vivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava jornalRespostas.ctl com os totais do jornal vivo que
      *>  sobrou do corte (sem estacao.txt a estacao fica E001, como no jogo)
      *>------------------------------------------------------------------------
       gravar-controle-jornal section.
           open input arqEstacao

           if ws-fs-arqEstacao = 00 then
               read arqEstacao

               if ws-fs-arqEstacao = 00
               and fd-estacao-linha <> space then
                   move function upper-case(function trim(fd-estacao-linha)) to ws-estacao
               end-if

               close arqEstacao
           end-if

           if ws-ctj-qtd-registros = zero then
               move all "0" to ws-ctj-momento-ini
               move all "0" to ws-ctj-momento-fim
           end-if

           open output arqControleJornal

           if ws-fs-arqControleJornal <> 00 then
               move 23                                     to ws-msn-erro-ofsset
               move ws-fs-arqControleJornal               to ws-msn-erro-cod
               move "Erro ao abrir controle do diario"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-hora-log from time

           move ws-estacao            to fd-ctj-estacao
           move ws-data-hoje          to fd-ctj-data-geracao
           move ws-hora-log           to fd-ctj-hora-geracao
           move ws-ctj-qtd-registros  to fd-ctj-qtd-registros
           move ws-ctj-momento-ini    to fd-ctj-momento-ini
           move ws-ctj-momento-fim    to fd-ctj-momento-fim
           move ws-ctj-total-pontos   to fd-ctj-total-pontos
           write fd-controle-jornal

           if ws-fs-arqControleJornal <> 00 then
               move 24                                     to ws-msn-erro-ofsset
               move ws-fs-arqControleJornal               to ws-msn-erro-cod
               move "Erro ao gravar controle do diario"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleJornal
           .
       gravar-controle-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finaliza��o  Anormal
      *>------------------------------------------------------------------------
