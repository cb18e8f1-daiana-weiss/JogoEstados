      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "comparativo_turmas".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Comparativo entre turmas sobre o diario de respostas: para cada
      *>   turma do cadastro (arqTurmas), alunos matriculados e participantes
      *>   no periodo, percentual de acerto e media de pontos por aluno; em
      *>   seguida o acerto de cada turma lado a lado por banco de questoes e
      *>   por regiao. A turma de cada resposta vem do proprio diario; registro
      *>   gravado antes do cadastro de turmas cai na turma da matricula atual
      *>   do jogador. Programa batch, sem telas -- imprime um arquivo
      *>   paginado de 80 colunas (comparativoTurmas.txt), pedido a cada
      *>   bimestre pela coordenacao.

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select arqEstados assign to "arqEstados.dat" *> cadastro dos bancos de questoes (regiao de cada item)
           organization is indexed
           access mode is dynamic
           record key is fd-chave-estado
           lock mode is automatic
           file status is ws-fs-arqEstados.

           select arqTurmas assign to "arqTurmas.dat" *> cadastro de turmas (serie, professor, ano letivo)
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           lock mode is automatic
           file status is ws-fs-arqTurmas.

           select arqMatriculas assign to "arqMatriculas.dat" *> matricula de cada jogador em uma turma
           organization is indexed
           access mode is dynamic
           record key is fd-mat-nome-jog
           lock mode is automatic
           file status is ws-fs-arqMatriculas.

           select arqJornal assign using ws-nome-arq-jornal *> diario de respostas: o da estacao ou o jornal mestre da juncao (parametro ENTRADA=)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

           select arqJornalMes assign using ws-nome-arq-mes *> arquivo morto mensal do jornal (jornal-AAAAMM.txt, gerado pelo fechamento)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornalMes.

           select arqRelTurmas assign using ws-nome-arq-saida *> saida: comparativo entre turmas (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelTurmas.

           select arqParametros assign to "comparativoTurmas.par" *> parametros p/ execucao nao assistida: DATA-INI=, DATA-FIM=, SAIDA=, ENTRADA=
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select arqLogBatch assign to "execucaoBatch.log" *> registro de execucao dos batches: inicio, fim, contagens e erros
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogBatch.


       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqEstados.
       01 fd-estados.
           05 fd-chave-estado.
               10 fd-cod-banco                     pic X(08).
               10 fd-cod-estado                    pic X(02).
           05 fd-estado                            pic X(25).
           05 fd-capital                           pic X(25).
           05 fd-regiao                            pic X(12).
           05 fd-est-situacao                      pic x(01).

       fd arqTurmas.
       01 fd-turma.
           05 fd-tur-codigo                        pic x(06).
           05 fd-tur-serie                         pic x(10).
           05 fd-tur-professor                     pic x(25).
           05 fd-tur-ano-letivo                    pic 9(04).

       fd arqMatriculas.
       01 fd-matricula.
           05 fd-mat-nome-jog                      pic x(25).
           05 fd-mat-turma                         pic x(06).
           05 fd-mat-data                          pic 9(08).

       fd arqJornal.
       01 fd-jornal.
           05 fd-jrn-data                          pic 9(08).
           05 fd-jrn-hora                          pic 9(08).
           05 fd-jrn-nome-jog                      pic x(25).
           05 fd-jrn-modo                          pic x(01).
           05 fd-jrn-regiao                        pic x(12).
           05 fd-jrn-cod-banco                     pic x(08).
           05 fd-jrn-cod-estado                    pic x(02).
           05 fd-jrn-resposta                      pic x(25).
           05 fd-jrn-acertou                       pic x(01).
           05 fd-jrn-tempo-resp                    pic 9(04).
           05 fd-jrn-pontos                        pic 9(02).
      *>       tipo do registro: espaco = resposta dada no jogo; "A" =
      *>       ajuste de revisao (resposta aceita depois de corrigir o item)
           05 fd-jrn-tipo                          pic x(01).
           05 fd-jrn-estacao                       pic x(04).
           05 fd-jrn-dicas                         pic 9(01).
      *>       turma do jogador no momento da resposta (em branco no
      *>       registro gravado antes do cadastro de turmas)
           05 fd-jrn-turma                         pic x(06).
      *>       tarefa de casa da resposta (em branco no jogo livre)
           05 fd-jrn-tarefa                        pic x(06).

       fd arqJornalMes.
       01 fd-jornal-mes                            pic x(114).

       fd arqRelTurmas.
       01 fd-linha-turmas                          pic x(80).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   tetos das tabelas de consolidacao em memoria; estourar um teto
      *>   nao derruba o programa, o excedente sai somado na linha "DEMAIS"
      *>   da secao
       78 ws-max-turmas-rel                        value 100.
       78 ws-max-turma-banco                       value 500.
       78 ws-max-turma-regiao                      value 2000.
       78 ws-max-participantes                     value 3000.

       01 ws-tab-turmas.
          05 ws-tur-ent occurs ws-max-turmas-rel.
             10 ws-tur-codigo                      pic x(06).
             10 ws-tur-serie                       pic x(10).
             10 ws-tur-professor                   pic x(25).
             10 ws-tur-matriculados                pic 9(05) value zero.
             10 ws-tur-participantes               pic 9(05) value zero.
             10 ws-tur-perguntas                   pic 9(07) value zero.
             10 ws-tur-acertos                     pic 9(07) value zero.
             10 ws-tur-pontos                      pic 9(09) value zero.

       01 ws-tur-ent-aux.
          05 ws-tur-codigo-aux                     pic x(06).
          05 ws-tur-serie-aux                      pic x(10).
          05 ws-tur-professor-aux                  pic x(25).
          05 ws-tur-matriculados-aux               pic 9(05).
          05 ws-tur-participantes-aux              pic 9(05).
          05 ws-tur-perguntas-aux                  pic 9(07).
          05 ws-tur-acertos-aux                    pic 9(07).
          05 ws-tur-pontos-aux                     pic 9(09).

      *>   acerto de cada turma por banco; a chave (banco + turma) vem na
      *>   frente para a ordenacao deixar as turmas de um banco lado a lado
       01 ws-tab-turma-banco.
          05 ws-tb-ent occurs ws-max-turma-banco.
             10 ws-tb-chave.
                15 ws-tb-banco                     pic x(08).
                15 ws-tb-turma                     pic x(06).
             10 ws-tb-perguntas                    pic 9(07) value zero.
             10 ws-tb-acertos                      pic 9(07) value zero.

       01 ws-tb-ent-aux.
          05 ws-tb-chave-aux                       pic x(14).
          05 ws-tb-perguntas-aux                   pic 9(07).
          05 ws-tb-acertos-aux                     pic 9(07).

      *>   acerto de cada turma por regiao (banco + regiao + turma)
       01 ws-tab-turma-regiao.
          05 ws-tr-ent occurs ws-max-turma-regiao.
             10 ws-tr-chave.
                15 ws-tr-banco                     pic x(08).
                15 ws-tr-regiao                    pic x(12).
                15 ws-tr-turma                     pic x(06).
             10 ws-tr-perguntas                    pic 9(07) value zero.
             10 ws-tr-acertos                      pic 9(07) value zero.

       01 ws-tr-ent-aux.
          05 ws-tr-chave-aux                       pic x(26).
          05 ws-tr-perguntas-aux                   pic 9(07).
          05 ws-tr-acertos-aux                     pic 9(07).

      *>   alunos distintos que responderam no periodo, por turma (o mesmo
      *>   nome em duas turmas conta uma vez em cada)
       01 ws-tab-participantes.
          05 ws-par-ent occurs ws-max-participantes.
             10 ws-par-turma                       pic x(06).
             10 ws-par-nome                        pic x(25).

       01 ws-contadores.
          05 ws-qtd-tur-rel                        pic 9(03) value zero.
          05 ws-qtd-tb-rel                         pic 9(04) value zero.
          05 ws-qtd-tr-rel                         pic 9(04) value zero.
          05 ws-qtd-par-rel                        pic 9(04) value zero.
          05 ws-fora-turmas                        pic 9(07) value zero.
          05 ws-fora-turma-banco                   pic 9(07) value zero.
          05 ws-fora-turma-regiao                  pic 9(07) value zero.
          05 ws-fora-participantes                 pic 9(07) value zero.

       01 ws-indices.
          05 ws-ind-tur                            pic 9(03).
          05 ws-ind-tb                             pic 9(04).
          05 ws-ind-tr                             pic 9(04).
          05 ws-ind-par                            pic 9(04).
          05 ws-ind-rank                           pic 9(04).

       01 ws-periodo.
          05 ws-data-ini-txt                       pic x(08).
          05 ws-data-fim-txt                       pic x(08).
          05 ws-data-ini                           pic 9(08) value zero.
          05 ws-data-fim                           pic 9(08) value 99999999.

      *>   varredura dos arquivos mortos mensais do jornal, como no
      *>   relatorio de periodo: do mes da data inicial ate o menor entre o
      *>   mes da data final e o mes corrente
       01 ws-varredura-meses.
          05 ws-mes-varredura                      pic 9(06).
          05 ws-mes-varredura-r redefines ws-mes-varredura.
             10 ws-mes-var-ano                     pic 9(04).
             10 ws-mes-var-mes                     pic 9(02).
          05 ws-mes-final                          pic 9(06) value zero.
          05 ws-nome-arq-mes                       pic x(17).
          05 ws-data-hoje                          pic 9(08).

       01 ws-impressao.
          05 ws-linha-turmas                       pic x(80).
          05 ws-lin-pagina                         pic 9(02) value 99.
          05 ws-num-pagina                         pic 9(03) value zero.
          05 ws-pct-edit                           pic zz9,99.
          05 ws-media-edit                         pic zzzz9,99.
          05 ws-qtd-edit                           pic zzzzzz9.
          05 ws-qtd5-edit                          pic zzzz9.
          05 ws-pag-edit                           pic zz9.

       01 controle                                 pic x(1).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".

       77 ws-pct-aux                               pic 9(03)v99 value zero.
       77 ws-media-aux                             pic 9(05)v99 value zero.

      *>   turma e regiao do registro corrente, resolvidas uma vez por
      *>   registro e usadas em todas as consolidacoes dele
       77 ws-turma-reg                             pic x(06).
       77 ws-regiao-reg                            pic x(12).

       77 ws-registro-no-periodo                   pic x(01) value "N".
          88 registro-no-periodo                   value "S".
          88 registro-fora-periodo                 value "N".

       77 ws-entrada-achada                        pic x(01) value "N".
          88 entrada-achada                        value "S".
          88 entrada-nao-achada                    value "N".

      *>   turma do registro dentro da tabela (a que transbordou o teto fica
      *>   de fora das somas por turma, mas entra no DEMAIS)
       77 ws-turma-na-tab                          pic x(01) value "N".
          88 turma-na-tabela                       value "S".
          88 turma-fora-da-tabela                  value "N".

      *>   sem os arquivos de turma (instalacao que ainda nao cadastrou
      *>   turmas) o comparativo sai so com as turmas gravadas no diario
       77 ws-tur-arquivo                           pic x(01) value "S".
          88 turmas-disponivel                     value "S".
          88 turmas-indisponivel                   value "N".

      *>   chaves (data+hora+jogador) das respostas ERRADAS aceitas no
      *>   periodo: um ajuste de revisao so conta quando casa com uma delas
      *>   (mesma regra do relatorio de periodo)
       78 ws-max-erros-chave                       value 2000.

       01 ws-tab-erros-chave.
          05 ws-erc-chave occurs ws-max-erros-chave
                                                   pic x(41).

       01 ws-chave-ajuste-rel.
          05 ws-chaju-data                         pic 9(08).
          05 ws-chaju-hora                         pic 9(08).
          05 ws-chaju-nome                         pic x(25).

       77 ws-qtd-erros-chave                       pic 9(04) value zero.
       77 ws-ind-erc                               pic 9(04).
       77 ws-fora-erros-chave                      pic 9(07) value zero.

       77 ws-chave-busca                           pic x(01) value "N".
          88 chave-achada                          value "S".
          88 chave-nao-achada                      value "N".

      *>   execucao nao assistida: com comparativoTurmas.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "comparativoTurmas.txt".
          05 ws-nome-arq-jornal                    pic x(40) value "jornalRespostas.txt".
          05 ws-par-chave                          pic x(20).
          05 ws-par-valor                          pic x(40).

       77 ws-modo-execucao                         pic x(01) value "C".
          88 execucao-console                      value "C".
          88 execucao-parametrizada                value "P".

       77 ws-log-situacao                          pic x(01) value "N".
          88 log-aberto                            value "S".
          88 log-fechado                           value "N".

       77 ws-linha-log                             pic x(80).
       77 ws-hora-log                              pic 9(08).
       77 ws-qtd-reg-apurados                      pic 9(07) value zero.
       77 ws-qtd-linhas-grav                       pic 9(07) value zero.
       77 ws-qtd-log-edit                          pic zzzzzz9.

       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqMatriculas                      pic 9(02).
       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqRelTurmas                       pic 9(02).
       77 ws-fs-arqParametros                      pic 9(02).
       77 ws-fs-arqLogBatch                        pic 9(02).

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).


      *>Declaracao do corpo do programa
       procedure division.

           perform abrir-log-batch
           perform ler-parametros
           perform gravar-log-inicio
           perform inicializa
           perform carregar-turmas
           perform contar-matriculados
           perform consolidar-jornal
           perform ordenar-turmas
           perform ordenar-turma-banco
           perform ordenar-turma-regiao
           perform imprimir-relatorio
           perform finaliza
           .

      *>------------------------------------------------------------------------
      *>  Abre (criando se necessario) o registro de execucao dos batches;
      *>  sem ele o programa segue, apenas sem rastro no log
      *>------------------------------------------------------------------------
       abrir-log-batch section.
           accept ws-data-hoje from date yyyymmdd

           open extend arqLogBatch

           if ws-fs-arqLogBatch = 35 then
               open output arqLogBatch
               close       arqLogBatch
               open extend arqLogBatch
           end-if

           if ws-fs-arqLogBatch = 00 then
               set log-aberto to true
           end-if
           .
       abrir-log-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le comparativoTurmas.par quando presente (DATA-INI=, DATA-FIM=,
      *>  SAIDA=, ENTRADA=, uma por linha); sem o arquivo fica o dialogo de
      *>  console
      *>------------------------------------------------------------------------
       ler-parametros section.
           open input arqParametros

           if ws-fs-arqParametros = 00 then
               set execucao-parametrizada to true

               perform until ws-fs-arqParametros = 10

                   read arqParametros

                   if ws-fs-arqParametros = 00 then
                       if fd-parametros-linha <> space then
                           perform aplicar-parametro
                       end-if
                   else
                       if ws-fs-arqParametros <> 10 then
                           move 1                                      to ws-msn-erro-ofsset
                           move ws-fs-arqParametros                   to ws-msn-erro-cod
                           move "Erro ao ler arquivo de parametros"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqParametros
           end-if
           .
       ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica a linha CHAVE=VALOR corrente dos parametros
      *>------------------------------------------------------------------------
       aplicar-parametro section.
           move space to ws-par-chave
           move space to ws-par-valor

           unstring fd-parametros-linha delimited by "="
               into ws-par-chave
                    ws-par-valor
           end-unstring

           if ws-par-chave = "DATA-INI" then
               if ws-par-valor(1:8) is numeric then
                   move ws-par-valor(1:8) to ws-data-ini
               end-if
           else
               if ws-par-chave = "DATA-FIM" then
                   if ws-par-valor(1:8) is numeric then
                       move ws-par-valor(1:8) to ws-data-fim
                   end-if
               else
                   if ws-par-chave = "SAIDA" then
                       if ws-par-valor <> space then
                           move ws-par-valor to ws-nome-arq-saida
                       end-if
                   else
                       if ws-par-chave = "ENTRADA" then
                           if ws-par-valor <> space then
                               move ws-par-valor to ws-nome-arq-jornal
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       aplicar-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de abertura no registro de execucao
      *>------------------------------------------------------------------------
       gravar-log-inicio section.
           accept ws-hora-log from time

           move spaces to ws-linha-log
           string ws-data-hoje          delimited by size
                  " "                   delimited by size
                  ws-hora-log           delimited by size
                  " comparativo_turmas INICIO" delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha
           .
       gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-log no registro de execucao; problema no log nao
      *>  derruba o relatorio (apenas aparece no console)
      *>------------------------------------------------------------------------
       gravar-log-linha section.
           if log-aberto then
               write fd-logbatch-linha from ws-linha-log

               if ws-fs-arqLogBatch <> 00 then
                   set log-fechado to true
                   display "Aviso: falha ao gravar execucaoBatch.log"
               end-if
           end-if
           .
       gravar-log-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: periodo desejado e abertura de
      *>  arquivos
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Data inicial do periodo (AAAAMMDD, vazio = desde o inicio): "
               accept ws-data-ini-txt

               display "Data final do periodo   (AAAAMMDD, vazio = ate o fim): "
               accept ws-data-fim-txt

               if ws-data-ini-txt <> space and ws-data-ini-txt is numeric then
                   move ws-data-ini-txt to ws-data-ini
               end-if

               if ws-data-fim-txt <> space and ws-data-fim-txt is numeric then
                   move ws-data-fim-txt to ws-data-fim
               end-if
           end-if

      *>       faixa de meses fechados a visitar (ver relatorio_periodo);
      *>       sem data inicial so o jornal vivo e lido
           accept ws-data-hoje from date yyyymmdd

           if ws-data-ini > zero then
               move ws-data-fim(1:6) to ws-mes-final
               if ws-mes-final > ws-data-hoje(1:6) then
                   move ws-data-hoje(1:6) to ws-mes-final
               end-if
           else
               accept ws-hora-log from time
               move spaces to ws-linha-log
               string ws-data-hoje   delimited by size
                      " "            delimited by size
                      ws-hora-log    delimited by size
                      " comparativo_turmas AVISO sem DATA-INI, arquivo morto fora" delimited by size
                 into ws-linha-log
               end-string
               perform gravar-log-linha
           end-if

           open input arqEstados

           if ws-fs-arqEstados <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqEstados                      to ws-msn-erro-cod
               move "Erro ao abrir arquivo de estados"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       cadastro de turmas ainda nao criado pelo programa do jogo:
      *>       o comparativo segue so com as turmas gravadas no diario
           open input arqTurmas

           if ws-fs-arqTurmas = 35 then
               set turmas-indisponivel to true
           else
               if ws-fs-arqTurmas <> 00 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                       to ws-msn-erro-cod
                   move "Erro ao abrir cadastro de turmas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arqMatriculas

               if ws-fs-arqMatriculas = 35 then
                   close arqTurmas
                   set turmas-indisponivel to true
               else
                   if ws-fs-arqMatriculas <> 00 then
                       move 4                                      to ws-msn-erro-ofsset
                       move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                       move "Erro ao abrir arquivo de matriculas" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           open input arqJornal

           if ws-fs-arqJornal <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao abrir diario de respostas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelTurmas

           if ws-fs-arqRelTurmas <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelTurmas                    to ws-msn-erro-cod
               move "Erro ao abrir comparativo de turmas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as turmas cadastradas, para turma sem nenhuma resposta no
      *>  periodo tambem aparecer no comparativo (participacao zero)
      *>------------------------------------------------------------------------
       carregar-turmas section.
           if turmas-disponivel then
               move low-values to fd-tur-codigo
               start arqTurmas key is >= fd-tur-codigo

               perform until ws-fs-arqTurmas <> 00

                   read arqTurmas next

                   if ws-fs-arqTurmas = 00 then
                       move fd-tur-codigo to ws-turma-reg
                       perform localizar-turma
                   else
                       if ws-fs-arqTurmas <> 10 then
                           move 7                                     to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                      to ws-msn-erro-cod
                           move "Erro ao ler cadastro de turmas"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if
           .
       carregar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os alunos matriculados em cada turma (base da participacao)
      *>------------------------------------------------------------------------
       contar-matriculados section.
           if turmas-disponivel then
               move low-values to fd-mat-nome-jog
               start arqMatriculas key is >= fd-mat-nome-jog

               perform until ws-fs-arqMatriculas <> 00

                   read arqMatriculas next

                   if ws-fs-arqMatriculas = 00 then
                       move fd-mat-turma to ws-turma-reg
                       perform localizar-turma
                       if turma-na-tabela then
                           add 1 to ws-tur-matriculados(ws-ind-tur)
                       end-if
                   else
                       if ws-fs-arqMatriculas <> 10 then
                           move 8                                     to ws-msn-erro-ofsset
                           move ws-fs-arqMatriculas                  to ws-msn-erro-cod
                           move "Erro ao ler arquivo de matriculas"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if
           .
       contar-matriculados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passada no diario: arquivos mortos do periodo e depois o jornal vivo
      *>------------------------------------------------------------------------
       consolidar-jornal section.
           perform varrer-meses-fechados

           perform until ws-fs-arqJornal = 10

               read arqJornal next record

               if ws-fs-arqJornal = 00 then
                   perform filtrar-periodo
                   if registro-no-periodo then
                       perform apurar-registro
                   end-if
               else
                   if ws-fs-arqJornal <> 10 then
                       move 9                                     to ws-msn-erro-ofsset
                       move ws-fs-arqJornal                      to ws-msn-erro-cod
                       move "Erro ao ler diario de respostas"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform
           .
       consolidar-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Visita os arquivos mortos mensais do jornal (jornal-AAAAMM.txt) que
      *>  caem na faixa de meses do periodo pedido; mes sem arquivo e pulado
      *>------------------------------------------------------------------------
       varrer-meses-fechados section.
           if ws-mes-final > zero then
               move ws-data-ini(1:6) to ws-mes-varredura

               perform until ws-mes-varredura > ws-mes-final
                   perform processar-mes-fechado

                   if ws-mes-var-mes = 12 then
                       add 1 to ws-mes-var-ano
                       move 1 to ws-mes-var-mes
                   else
                       add 1 to ws-mes-var-mes
                   end-if
               end-perform
           end-if
           .
       varrer-meses-fechados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le um arquivo morto mensal inteiro pelo mesmo filtro de periodo do
      *>  jornal vivo
      *>------------------------------------------------------------------------
       processar-mes-fechado section.
           move spaces to ws-nome-arq-mes
           string "jornal-"         delimited by size
                  ws-mes-varredura  delimited by size
                  ".txt"            delimited by size
             into ws-nome-arq-mes
           end-string

           open input arqJornalMes

           if ws-fs-arqJornalMes = 35 then
      *>           mes ainda nao fechado (ou sem jogo): nada a somar aqui
               continue
           else
               if ws-fs-arqJornalMes <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto mensal"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqJornalMes = 10

                   read arqJornalMes next record

                   if ws-fs-arqJornalMes = 00 then
                       move fd-jornal-mes to fd-jornal
                       perform filtrar-periodo
                       if registro-no-periodo then
                           perform apurar-registro
                       end-if
                   else
                       if ws-fs-arqJornalMes <> 10 then
                           move 11                                     to ws-msn-erro-ofsset
                           move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                           move "Erro ao ler arquivo morto mensal"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJornalMes

               if ws-fs-arqJornalMes <> 00 then
                   move 12                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto mensal" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       processar-mes-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca se o registro lido cai dentro do periodo pedido
      *>------------------------------------------------------------------------
       filtrar-periodo section.
           if fd-jrn-data >= ws-data-ini and fd-jrn-data <= ws-data-fim then
               set registro-no-periodo   to true
           else
               set registro-fora-periodo to true
           end-if
           .
       filtrar-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o registro aceito pelo filtro: resposta do jogo ou ajuste
      *>  de revisao
      *>------------------------------------------------------------------------
       apurar-registro section.
           add 1 to ws-qtd-reg-apurados

           perform resolver-turma-registro
           perform localizar-turma

           if fd-jrn-tipo = "A" then
               perform consolidar-ajuste
           else
               perform consolidar-registro
           end-if
           .
       apurar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Turma do registro corrente: a gravada na resposta; registro sem
      *>  turma (anterior ao cadastro) vai para a turma da matricula atual
      *>  do jogador, ou para "(SEM)" se ele nao for matriculado
      *>------------------------------------------------------------------------
       resolver-turma-registro section.
           move fd-jrn-turma to ws-turma-reg

           if ws-turma-reg = space and turmas-disponivel then
               move fd-jrn-nome-jog to fd-mat-nome-jog
               read arqMatriculas key is fd-mat-nome-jog
               if ws-fs-arqMatriculas = 00 then
                   move fd-mat-turma to ws-turma-reg
               end-if
           end-if

           if ws-turma-reg = space then
               move "(SEM)" to ws-turma-reg
           end-if
           .
       resolver-turma-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha (ou cria) a linha da turma ws-turma-reg; serie e professor
      *>  saem do cadastro de turmas
      *>------------------------------------------------------------------------
       localizar-turma section.
           set entrada-nao-achada   to true
           set turma-fora-da-tabela to true

           perform varying ws-ind-tur from 1 by 1 until ws-ind-tur > ws-qtd-tur-rel
                                                     or entrada-achada
               if ws-tur-codigo(ws-ind-tur) = ws-turma-reg then
                   set entrada-achada  to true
                   set turma-na-tabela to true
               end-if
           end-perform

      *>       o varying passa uma casa do indice achado
           if entrada-achada then
               subtract 1 from ws-ind-tur
           else
               if ws-qtd-tur-rel >= ws-max-turmas-rel then
                   add 1 to ws-fora-turmas
               else
                   add 1 to ws-qtd-tur-rel
                   move ws-qtd-tur-rel to ws-ind-tur
                   move ws-turma-reg   to ws-tur-codigo(ws-ind-tur)
                   move space          to ws-tur-serie(ws-ind-tur)
                   move space          to ws-tur-professor(ws-ind-tur)
                   move zero           to ws-tur-matriculados(ws-ind-tur)
                   move zero           to ws-tur-participantes(ws-ind-tur)
                   move zero           to ws-tur-perguntas(ws-ind-tur)
                   move zero           to ws-tur-acertos(ws-ind-tur)
                   move zero           to ws-tur-pontos(ws-ind-tur)

                   if turmas-disponivel then
                       move ws-turma-reg to fd-tur-codigo
                       read arqTurmas key is fd-tur-codigo
                       if ws-fs-arqTurmas = 00 then
                           move fd-tur-serie     to ws-tur-serie(ws-ind-tur)
                           move fd-tur-professor to ws-tur-professor(ws-ind-tur)
                       else
                           move "(nao cadastrada)" to ws-tur-professor(ws-ind-tur)
                       end-if
                   end-if

                   set turma-na-tabela to true
               end-if
           end-if
           .
       localizar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resposta do jogo: soma na turma, no banco e na regiao da turma
      *>------------------------------------------------------------------------
       consolidar-registro section.
      *>       resposta errada aceita no periodo: a chave fica guardada para
      *>       validar um eventual ajuste de revisao dela mais adiante
           if fd-jrn-acertou = "N" then
               perform guardar-chave-errada
           end-if

           if turma-na-tabela then
               add 1 to ws-tur-perguntas(ws-ind-tur)
               if fd-jrn-acertou = "S" then
                   add 1 to ws-tur-acertos(ws-ind-tur)
               end-if
               if fd-jrn-pontos is numeric then
                   add fd-jrn-pontos to ws-tur-pontos(ws-ind-tur)
               end-if

               perform registrar-participante
               perform buscar-regiao-item
               perform somar-turma-banco
               perform somar-turma-regiao
           end-if
           .
       consolidar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ajuste de revisao: a resposta original (errada) ja contou pergunta
      *>  sem acerto, entao o ajuste soma so o acerto e os pontos dados na
      *>  revisao -- e so quando a original caiu dentro do periodo
      *>------------------------------------------------------------------------
       consolidar-ajuste section.
           perform localizar-chave-errada

           if chave-achada and turma-na-tabela then
               add 1 to ws-tur-acertos(ws-ind-tur)
               if fd-jrn-pontos is numeric then
                   add fd-jrn-pontos to ws-tur-pontos(ws-ind-tur)
               end-if

               perform buscar-regiao-item
               perform somar-ajuste-turma-banco
               perform somar-ajuste-turma-regiao
           end-if
           .
       consolidar-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a chave da resposta errada corrente; acima do teto o
      *>  excedente fica sem chave (um ajuste dele deixaria de contar, o
      *>  lado conservador)
      *>------------------------------------------------------------------------
       guardar-chave-errada section.
           if ws-qtd-erros-chave >= ws-max-erros-chave then
               add 1 to ws-fora-erros-chave
           else
               add 1 to ws-qtd-erros-chave
               move fd-jrn-data         to ws-chaju-data
               move fd-jrn-hora         to ws-chaju-hora
               move fd-jrn-nome-jog     to ws-chaju-nome
               move ws-chave-ajuste-rel to ws-erc-chave(ws-qtd-erros-chave)
           end-if
           .
       guardar-chave-errada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a chave do ajuste corrente entre as respostas erradas do
      *>  periodo; a chave casada e queimada, para um segundo ajuste da
      *>  mesma resposta nao contar duas vezes
      *>------------------------------------------------------------------------
       localizar-chave-errada section.
           set chave-nao-achada to true

           move fd-jrn-data     to ws-chaju-data
           move fd-jrn-hora     to ws-chaju-hora
           move fd-jrn-nome-jog to ws-chaju-nome

           perform varying ws-ind-erc from 1 by 1 until ws-ind-erc > ws-qtd-erros-chave
                                                     or chave-achada
               if ws-erc-chave(ws-ind-erc) = ws-chave-ajuste-rel then
                   set chave-achada to true
                   move high-values to ws-erc-chave(ws-ind-erc)
               end-if
           end-perform
           .
       localizar-chave-errada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta o jogador como participante da turma na primeira resposta
      *>  dele no periodo
      *>------------------------------------------------------------------------
       registrar-participante section.
           set entrada-nao-achada to true

           perform varying ws-ind-par from 1 by 1 until ws-ind-par > ws-qtd-par-rel
                                                     or entrada-achada
               if ws-par-turma(ws-ind-par) = ws-turma-reg
               and ws-par-nome(ws-ind-par)  = fd-jrn-nome-jog then
                   set entrada-achada to true
               end-if
           end-perform

           if entrada-nao-achada then
               if ws-qtd-par-rel >= ws-max-participantes then
                   add 1 to ws-fora-participantes
               else
                   add 1 to ws-qtd-par-rel
                   move ws-turma-reg    to ws-par-turma(ws-qtd-par-rel)
                   move fd-jrn-nome-jog to ws-par-nome(ws-qtd-par-rel)
                   add 1 to ws-tur-participantes(ws-ind-tur)
               end-if
           end-if
           .
       registrar-participante-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regiao do item respondido, pelo cadastro; item ja excluido de la
      *>  fica como DESCONHECIDA
      *>------------------------------------------------------------------------
       buscar-regiao-item section.
           move fd-jrn-cod-banco  to fd-cod-banco
           move fd-jrn-cod-estado to fd-cod-estado
           read arqEstados key is fd-chave-estado

           if ws-fs-arqEstados = 00 then
               move fd-regiao      to ws-regiao-reg
           else
               move "DESCONHECIDA" to ws-regiao-reg
           end-if
           .
       buscar-regiao-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a resposta na linha banco + turma, criando-a na primeira vez
      *>------------------------------------------------------------------------
       somar-turma-banco section.
           set entrada-nao-achada to true

           perform varying ws-ind-tb from 1 by 1 until ws-ind-tb > ws-qtd-tb-rel
                                                    or entrada-achada
               if ws-tb-banco(ws-ind-tb) = fd-jrn-cod-banco
               and ws-tb-turma(ws-ind-tb) = ws-turma-reg then
                   set entrada-achada to true
                   add 1 to ws-tb-perguntas(ws-ind-tb)
                   if fd-jrn-acertou = "S" then
                       add 1 to ws-tb-acertos(ws-ind-tb)
                   end-if
               end-if
           end-perform

           if entrada-nao-achada then
               if ws-qtd-tb-rel >= ws-max-turma-banco then
                   add 1 to ws-fora-turma-banco
               else
                   add 1 to ws-qtd-tb-rel
                   move fd-jrn-cod-banco to ws-tb-banco(ws-qtd-tb-rel)
                   move ws-turma-reg     to ws-tb-turma(ws-qtd-tb-rel)
                   move 1                to ws-tb-perguntas(ws-qtd-tb-rel)
                   if fd-jrn-acertou = "S" then
                       move 1    to ws-tb-acertos(ws-qtd-tb-rel)
                   else
                       move zero to ws-tb-acertos(ws-qtd-tb-rel)
                   end-if
               end-if
           end-if
           .
       somar-turma-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a resposta na linha banco + regiao + turma, criando-a na
      *>  primeira vez
      *>------------------------------------------------------------------------
       somar-turma-regiao section.
           set entrada-nao-achada to true

           perform varying ws-ind-tr from 1 by 1 until ws-ind-tr > ws-qtd-tr-rel
                                                    or entrada-achada
               if ws-tr-banco(ws-ind-tr)  = fd-jrn-cod-banco
               and ws-tr-regiao(ws-ind-tr) = ws-regiao-reg
               and ws-tr-turma(ws-ind-tr)  = ws-turma-reg then
                   set entrada-achada to true
                   add 1 to ws-tr-perguntas(ws-ind-tr)
                   if fd-jrn-acertou = "S" then
                       add 1 to ws-tr-acertos(ws-ind-tr)
                   end-if
               end-if
           end-perform

           if entrada-nao-achada then
               if ws-qtd-tr-rel >= ws-max-turma-regiao then
                   add 1 to ws-fora-turma-regiao
               else
                   add 1 to ws-qtd-tr-rel
                   move fd-jrn-cod-banco to ws-tr-banco(ws-qtd-tr-rel)
                   move ws-regiao-reg    to ws-tr-regiao(ws-qtd-tr-rel)
                   move ws-turma-reg     to ws-tr-turma(ws-qtd-tr-rel)
                   move 1                to ws-tr-perguntas(ws-qtd-tr-rel)
                   if fd-jrn-acertou = "S" then
                       move 1    to ws-tr-acertos(ws-qtd-tr-rel)
                   else
                       move zero to ws-tr-acertos(ws-qtd-tr-rel)
                   end-if
               end-if
           end-if
           .
       somar-turma-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o acerto do ajuste na linha banco + turma ja existente
      *>------------------------------------------------------------------------
       somar-ajuste-turma-banco section.
           set entrada-nao-achada to true

           perform varying ws-ind-tb from 1 by 1 until ws-ind-tb > ws-qtd-tb-rel
                                                    or entrada-achada
               if ws-tb-banco(ws-ind-tb) = fd-jrn-cod-banco
               and ws-tb-turma(ws-ind-tb) = ws-turma-reg then
                   set entrada-achada to true
                   add 1 to ws-tb-acertos(ws-ind-tb)
               end-if
           end-perform
           .
       somar-ajuste-turma-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o acerto do ajuste na linha banco + regiao + turma ja existente
      *>------------------------------------------------------------------------
       somar-ajuste-turma-regiao section.
           set entrada-nao-achada to true

           perform varying ws-ind-tr from 1 by 1 until ws-ind-tr > ws-qtd-tr-rel
                                                    or entrada-achada
               if ws-tr-banco(ws-ind-tr)  = fd-jrn-cod-banco
               and ws-tr-regiao(ws-ind-tr) = ws-regiao-reg
               and ws-tr-turma(ws-ind-tr)  = ws-turma-reg then
                   set entrada-achada to true
                   add 1 to ws-tr-acertos(ws-ind-tr)
               end-if
           end-perform
           .
       somar-ajuste-turma-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Ordenacao das turmas pelo codigo
      *>------------------------------------------------------------------------
       ordenar-turmas section.
           set trocou  to true
           perform until nao_trocou
               move 1           to     ws-ind-rank
               set nao_trocou   to true
               perform until ws-ind-rank = ws-qtd-tur-rel
                       or    ws-ind-rank > ws-qtd-tur-rel
                   if ws-tur-codigo(ws-ind-rank) > ws-tur-codigo(ws-ind-rank + 1) then
      *>                FAZ TROCA...
                       move ws-tur-ent(ws-ind-rank + 1)  to  ws-tur-ent-aux
                       move ws-tur-ent(ws-ind-rank)      to  ws-tur-ent(ws-ind-rank + 1)
                       move ws-tur-ent-aux               to  ws-tur-ent(ws-ind-rank)
                       set trocou         to  true
                   end-if
                   add  1   to ws-ind-rank
               end-perform
           end-perform
           .
       ordenar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Ordenacao das linhas por banco e turma
      *>------------------------------------------------------------------------
       ordenar-turma-banco section.
           set trocou  to true
           perform until nao_trocou
               move 1           to     ws-ind-rank
               set nao_trocou   to true
               perform until ws-ind-rank = ws-qtd-tb-rel
                       or    ws-ind-rank > ws-qtd-tb-rel
                   if ws-tb-chave(ws-ind-rank) > ws-tb-chave(ws-ind-rank + 1) then
      *>                FAZ TROCA...
                       move ws-tb-ent(ws-ind-rank + 1)  to  ws-tb-ent-aux
                       move ws-tb-ent(ws-ind-rank)      to  ws-tb-ent(ws-ind-rank + 1)
                       move ws-tb-ent-aux               to  ws-tb-ent(ws-ind-rank)
                       set trocou         to  true
                   end-if
                   add  1   to ws-ind-rank
               end-perform
           end-perform
           .
       ordenar-turma-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Ordenacao das linhas por banco, regiao e turma
      *>------------------------------------------------------------------------
       ordenar-turma-regiao section.
           set trocou  to true
           perform until nao_trocou
               move 1           to     ws-ind-rank
               set nao_trocou   to true
               perform until ws-ind-rank = ws-qtd-tr-rel
                       or    ws-ind-rank > ws-qtd-tr-rel
                   if ws-tr-chave(ws-ind-rank) > ws-tr-chave(ws-ind-rank + 1) then
      *>                FAZ TROCA...
                       move ws-tr-ent(ws-ind-rank + 1)  to  ws-tr-ent-aux
                       move ws-tr-ent(ws-ind-rank)      to  ws-tr-ent(ws-ind-rank + 1)
                       move ws-tr-ent-aux               to  ws-tr-ent(ws-ind-rank)
                       set trocou         to  true
                   end-if
                   add  1   to ws-ind-rank
               end-perform
           end-perform
           .
       ordenar-turma-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Impressao do comparativo paginado de 80 colunas
      *>------------------------------------------------------------------------
       imprimir-relatorio section.
           if ws-data-ini = zero then
               move "AVISO: SEM DATA INICIAL, MESES FECHADOS (ARQUIVO MORTO) NAO FORAM LIDOS"
                 to ws-linha-turmas
               perform escrever-linha
               move spaces to ws-linha-turmas
               perform escrever-linha
           end-if

      *>       resumo: participacao, acerto e media de pontos por aluno
           move "RESUMO POR TURMA" to ws-linha-turmas
           perform escrever-linha
           move "TURMA  SERIE      PROFESSOR        MATRI PARTI %PART  PERGUNT %ACERT  PTS/ALUN"
             to ws-linha-turmas
           perform escrever-linha

           perform varying ws-ind-tur from 1 by 1 until ws-ind-tur > ws-qtd-tur-rel
               perform imprimir-linha-turma
           end-perform

           if ws-fora-turmas > zero then
               move ws-fora-turmas to ws-qtd-edit
               move spaces to ws-linha-turmas
               string "  DEMAIS (acima do teto da tabela): " delimited by size
                      ws-qtd-edit                            delimited by size
                 into ws-linha-turmas
               end-string
               perform escrever-linha
           end-if

           if ws-fora-participantes > zero then
               move ws-fora-participantes to ws-qtd-edit
               move spaces to ws-linha-turmas
               string "  PARTICIPANTES NAO CONTADOS (teto): " delimited by size
                      ws-qtd-edit                             delimited by size
                 into ws-linha-turmas
               end-string
               perform escrever-linha
           end-if

           move spaces to ws-linha-turmas
           perform escrever-linha

      *>       acerto das turmas lado a lado em cada banco
           move "ACERTO POR BANCO" to ws-linha-turmas
           perform escrever-linha
           move "BANCO    TURMA   PERGUNTAS   CERTAS  PCT"
             to ws-linha-turmas
           perform escrever-linha

           perform varying ws-ind-tb from 1 by 1 until ws-ind-tb > ws-qtd-tb-rel
               perform imprimir-linha-banco
           end-perform

           if ws-fora-turma-banco > zero then
               move ws-fora-turma-banco to ws-qtd-edit
               move spaces to ws-linha-turmas
               string "  DEMAIS (acima do teto da tabela): " delimited by size
                      ws-qtd-edit                            delimited by size
                 into ws-linha-turmas
               end-string
               perform escrever-linha
           end-if

           move spaces to ws-linha-turmas
           perform escrever-linha

      *>       acerto das turmas lado a lado em cada regiao
           move "ACERTO POR REGIAO" to ws-linha-turmas
           perform escrever-linha
           move "BANCO    REGIAO       TURMA   PERGUNTAS   CERTAS  PCT"
             to ws-linha-turmas
           perform escrever-linha

           perform varying ws-ind-tr from 1 by 1 until ws-ind-tr > ws-qtd-tr-rel
               perform imprimir-linha-regiao
           end-perform

           if ws-fora-turma-regiao > zero then
               move ws-fora-turma-regiao to ws-qtd-edit
               move spaces to ws-linha-turmas
               string "  DEMAIS (acima do teto da tabela): " delimited by size
                      ws-qtd-edit                            delimited by size
                 into ws-linha-turmas
               end-string
               perform escrever-linha
           end-if
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do resumo por turma
      *>------------------------------------------------------------------------
       imprimir-linha-turma section.
           move spaces to ws-linha-turmas
           move ws-tur-codigo(ws-ind-tur)         to ws-linha-turmas(1:6)
           move ws-tur-serie(ws-ind-tur)          to ws-linha-turmas(8:10)
           move ws-tur-professor(ws-ind-tur)(1:16) to ws-linha-turmas(19:16)
           move ws-tur-matriculados(ws-ind-tur)   to ws-qtd5-edit
           move ws-qtd5-edit                      to ws-linha-turmas(36:5)
           move ws-tur-participantes(ws-ind-tur)  to ws-qtd5-edit
           move ws-qtd5-edit                      to ws-linha-turmas(42:5)

      *>       participacao: alunos que responderam sobre os matriculados
           if ws-tur-matriculados(ws-ind-tur) = zero then
               move zero to ws-pct-aux
           else
               compute ws-pct-aux = ws-tur-participantes(ws-ind-tur) * 100
                                  / ws-tur-matriculados(ws-ind-tur)
           end-if
           move ws-pct-aux to ws-pct-edit
           move ws-pct-edit                       to ws-linha-turmas(48:6)

           move ws-tur-perguntas(ws-ind-tur)      to ws-qtd-edit
           move ws-qtd-edit                       to ws-linha-turmas(55:7)

           if ws-tur-perguntas(ws-ind-tur) = zero then
               move zero to ws-pct-aux
           else
               compute ws-pct-aux = ws-tur-acertos(ws-ind-tur) * 100
                                  / ws-tur-perguntas(ws-ind-tur)
           end-if
           move ws-pct-aux to ws-pct-edit
           move ws-pct-edit                       to ws-linha-turmas(63:6)

      *>       media de pontos por aluno participante
           if ws-tur-participantes(ws-ind-tur) = zero then
               move zero to ws-media-aux
           else
               compute ws-media-aux = ws-tur-pontos(ws-ind-tur)
                                    / ws-tur-participantes(ws-ind-tur)
           end-if
           move ws-media-aux to ws-media-edit
           move ws-media-edit                     to ws-linha-turmas(71:8)
           perform escrever-linha
           .
       imprimir-linha-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da secao por banco
      *>------------------------------------------------------------------------
       imprimir-linha-banco section.
           if ws-tb-perguntas(ws-ind-tb) = zero then
               move zero to ws-pct-aux
           else
               compute ws-pct-aux = ws-tb-acertos(ws-ind-tb) * 100
                                  / ws-tb-perguntas(ws-ind-tb)
           end-if
           move ws-pct-aux to ws-pct-edit
           move spaces to ws-linha-turmas
           move ws-tb-banco(ws-ind-tb)     to ws-linha-turmas(1:8)
           move ws-tb-turma(ws-ind-tb)     to ws-linha-turmas(10:6)
           move ws-tb-perguntas(ws-ind-tb) to ws-qtd-edit
           move ws-qtd-edit                to ws-linha-turmas(18:7)
           move ws-tb-acertos(ws-ind-tb)   to ws-qtd-edit
           move ws-qtd-edit                to ws-linha-turmas(28:7)
           move ws-pct-edit                to ws-linha-turmas(37:6)
           perform escrever-linha
           .
       imprimir-linha-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da secao por regiao
      *>------------------------------------------------------------------------
       imprimir-linha-regiao section.
           if ws-tr-perguntas(ws-ind-tr) = zero then
               move zero to ws-pct-aux
           else
               compute ws-pct-aux = ws-tr-acertos(ws-ind-tr) * 100
                                  / ws-tr-perguntas(ws-ind-tr)
           end-if
           move ws-pct-aux to ws-pct-edit
           move spaces to ws-linha-turmas
           move ws-tr-banco(ws-ind-tr)     to ws-linha-turmas(1:8)
           move ws-tr-regiao(ws-ind-tr)    to ws-linha-turmas(10:12)
           move ws-tr-turma(ws-ind-tr)     to ws-linha-turmas(23:6)
           move ws-tr-perguntas(ws-ind-tr) to ws-qtd-edit
           move ws-qtd-edit                to ws-linha-turmas(31:7)
           move ws-tr-acertos(ws-ind-tr)   to ws-qtd-edit
           move ws-qtd-edit                to ws-linha-turmas(41:7)
           move ws-pct-edit                to ws-linha-turmas(50:6)
           perform escrever-linha
           .
       imprimir-linha-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve ws-linha-turmas controlando a paginacao (cabecalho a cada
      *>  nova pagina, 56 linhas de detalhe por pagina)
      *>------------------------------------------------------------------------
       escrever-linha section.
           if ws-lin-pagina > 56 then
               perform nova-pagina
           end-if

           write fd-linha-turmas from ws-linha-turmas

           if ws-fs-arqRelTurmas <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelTurmas                     to ws-msn-erro-cod
               move "Erro ao gravar comparativo de turmas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-pagina
           add 1 to ws-qtd-linhas-grav
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina do comparativo
      *>------------------------------------------------------------------------
       nova-pagina section.
           add 1 to ws-num-pagina
           move ws-num-pagina to ws-pag-edit

           move spaces to fd-linha-turmas
           string "COMPARATIVO ENTRE TURMAS"   delimited by size
                  "                                          PAG " delimited by size
                  ws-pag-edit                  delimited by size
             into fd-linha-turmas
           end-string
           write fd-linha-turmas

           if ws-fs-arqRelTurmas <> 00 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelTurmas                     to ws-msn-erro-cod
               move "Erro ao gravar comparativo de turmas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-turmas
           string "PERIODO: " delimited by size
                  ws-data-ini delimited by size
                  " A "       delimited by size
                  ws-data-fim delimited by size
             into fd-linha-turmas
           end-string
           write fd-linha-turmas

           if ws-fs-arqRelTurmas <> 00 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelTurmas                     to ws-msn-erro-cod
               move "Erro ao gravar comparativo de turmas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-turmas
           write fd-linha-turmas

           if ws-fs-arqRelTurmas <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelTurmas                     to ws-msn-erro-cod
               move "Erro ao gravar comparativo de turmas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 3 to ws-lin-pagina
           .
       nova-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text

           accept ws-hora-log from time
           move spaces to ws-linha-log
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " comparativo_turmas ERRO OFS=" delimited by size
                  ws-msn-erro-ofsset delimited by size
                  " FS="             delimited by size
                  ws-msn-erro-cod    delimited by size
                  " "                delimited by size
                  ws-msn-erro-text   delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           if log-aberto then
               close arqLogBatch
           end-if

           move 8 to return-code
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao
      *>------------------------------------------------------------------------
       finaliza section.
           close arqJornal

           if ws-fs-arqJornal <> 00 then
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao fechar diario de respostas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstados

           if ws-fs-arqEstados <> 00 then
               move 18                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstados                      to ws-msn-erro-cod
               move "Erro ao fechar arquivo de estados"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if turmas-disponivel then
               close arqTurmas
               close arqMatriculas

               if ws-fs-arqTurmas <> 00 or ws-fs-arqMatriculas <> 00 then
                   move 19                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                       to ws-msn-erro-cod
                   move "Erro ao fechar arquivos de turmas"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqRelTurmas

           if ws-fs-arqRelTurmas <> 00 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelTurmas                     to ws-msn-erro-cod
               move "Erro ao fechar comparativo de turmas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Comparativo de turmas gravado em " ws-nome-arq-saida

           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-reg-apurados to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " comparativo_turmas FIM RC=0 APURADOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           move ws-qtd-linhas-grav to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " comparativo_turmas FIM LINHAS GRAVADAS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           if log-aberto then
               close arqLogBatch
           end-if

           move zero to return-code
           Stop run
           .
       finaliza-exit.
           exit.
