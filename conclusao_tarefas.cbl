      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "conclusao_tarefas".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Conclusao das tarefas de casa sobre o diario de respostas
      *>   (jornalRespostas.txt, ou o jornal mestre da juncao, e os arquivos
      *>   mortos mensais desde a criacao da tarefa mais antiga pedida): para
      *>   cada tarefa do cadastro (arqTarefas), cada aluno alvo -- os da
      *>   turma da tarefa (arqMatriculas) e os avulsos (arqTarefaAlunos) --
      *>   com a situacao (no prazo, atrasada, incompleta, em andamento ou
      *>   nao iniciou), respostas, acertos, percentual e pontos. A tarefa
      *>   esta concluida na data da resposta que completa a quantidade de
      *>   questoes pedida, somando todas as sessoes do aluno; os ajustes de
      *>   revisao (tipo A) convertem o erro em acerto. Aluno que respondeu a
      *>   tarefa sem estar (mais) entre os alvos sai marcado com "*".
      *>   Programa batch, sem telas -- imprime um arquivo paginado de 80
      *>   colunas (conclusaoTarefas.txt).

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select arqTarefas assign to "arqTarefas.dat" *> cadastro das tarefas de casa (configuracao, prazo e turma)
           organization is indexed
           access mode is dynamic
           record key is fd-tar-codigo
           lock mode is automatic
           file status is ws-fs-arqTarefas.

           select arqTarefaAlunos assign to "arqTarefaAlunos.dat" *> alunos avulsos designados para cada tarefa
           organization is indexed
           access mode is dynamic
           record key is fd-tal-chave
           lock mode is automatic
           file status is ws-fs-arqTarefaAlunos.

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

           select arqConcTrab assign to "conclusaoTrab.dat" *> area de trabalho: andamento de cada aluno em cada tarefa
           organization is indexed
           access mode is dynamic
           record key is fd-ctr-chave
           lock mode is automatic
           file status is ws-fs-arqConcTrab.

           select arqRelConclusao assign using ws-nome-arq-saida *> saida: relatorio de conclusao das tarefas (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelConclusao.

           select arqParametros assign to "conclusaoTarefas.par" *> parametros p/ execucao nao assistida: TAREFA=, SITUACAO=, ENTRADA=, SAIDA=
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
       fd arqTarefas.
       01 fd-tarefa.
           05 fd-tar-codigo                        pic x(06).
           05 fd-tar-descricao                     pic x(30).
           05 fd-tar-cod-banco                     pic x(08).
           05 fd-tar-regiao                        pic x(12).
           05 fd-tar-modo                          pic x(01).
           05 fd-tar-qtd-questoes                  pic 9(02).
           05 fd-tar-data-entrega                  pic 9(08).
           05 fd-tar-turma                         pic x(06).
      *>       A = ativa, E = encerrada
           05 fd-tar-situacao                      pic x(01).
           05 fd-tar-data-criacao                  pic 9(08).
           05 fd-tar-professor                     pic x(10).

       fd arqTarefaAlunos.
       01 fd-tarefa-aluno.
           05 fd-tal-chave.
               10 fd-tal-tarefa                    pic x(06).
               10 fd-tal-nome-jog                  pic x(25).
           05 fd-tal-data-inclusao                 pic 9(08).

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
           05 fd-jrn-turma                         pic x(06).
      *>       tarefa de casa da resposta (em branco no jogo livre e nos
      *>       registros gravados antes das tarefas)
           05 fd-jrn-tarefa                        pic x(06).

       fd arqJornalMes.
       01 fd-jornal-mes                            pic x(114).

      *>   um registro por tarefa+aluno: alvo (turma ou lista avulsa) ou
      *>   quem respondeu a tarefa sem estar entre os alvos
       fd arqConcTrab.
       01 fd-conc-trab.
           05 fd-ctr-chave.
               10 fd-ctr-tarefa                    pic x(06).
               10 fd-ctr-nome-jog                  pic x(25).
      *>       T = aluno da turma da tarefa, L = lista avulsa, espaco =
      *>       respondeu sem ser alvo
           05 fd-ctr-origem                        pic x(01).
           05 fd-ctr-respondidas                   pic 9(05).
           05 fd-ctr-acertos                       pic 9(05).
           05 fd-ctr-pontos                        pic 9(07).
           05 fd-ctr-data-ini                      pic 9(08).
           05 fd-ctr-data-conclusao                pic 9(08).

       fd arqRelConclusao.
       01 fd-linha-conclusao                       pic x(80).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   tarefas pedidas, na ordem de codigo do cadastro; passar do teto
      *>   deixa as seguintes fora do relatorio, com aviso no log
       78 ws-max-tarefas                           value 200.

       01 ws-tab-tarefas.
          05 ws-tar-ent occurs ws-max-tarefas.
             10 ws-tar-codigo                      pic x(06).
             10 ws-tar-descricao                   pic x(30).
             10 ws-tar-banco                       pic x(08).
             10 ws-tar-regiao                      pic x(12).
             10 ws-tar-modo                        pic x(01).
             10 ws-tar-qtd-questoes                pic 9(02).
             10 ws-tar-entrega                     pic 9(08).
             10 ws-tar-turma                       pic x(06).
             10 ws-tar-situacao                    pic x(01).
             10 ws-tar-criacao                     pic 9(08).

       77 ws-qtd-tarefas                           pic 9(03) value zero.
       77 ws-tar-demais                            pic 9(05) value zero.
       77 ws-ind-tar                               pic 9(03).

       77 ws-tarefa-achada                         pic x(01) value "N".
          88 tarefa-achada                         value "S".
          88 tarefa-nao-achada                     value "N".

      *>   situacao do aluno na tarefa em impressao
       77 ws-situacao-aluno                        pic x(12).

       01 ws-contadores-tarefa.
          05 ws-qtd-alunos-tar                     pic 9(05).
          05 ws-qtd-no-prazo                       pic 9(05).
          05 ws-qtd-atrasada                       pic 9(05).
          05 ws-qtd-incompleta                     pic 9(05).
          05 ws-qtd-andamento                      pic 9(05).
          05 ws-qtd-nao-iniciou                    pic 9(05).
          05 ws-qtd-fora-lista                     pic 9(05).

       01 ws-contadores.
          05 ws-qtd-reg-lidos                      pic 9(07) value zero.
          05 ws-qtd-reg-apurados                   pic 9(07) value zero.
          05 ws-qtd-ajustes                        pic 9(07) value zero.
          05 ws-qtd-alunos                         pic 9(07) value zero.
          05 ws-qtd-concluidas                     pic 9(07) value zero.

       01 ws-filtro.
          05 ws-tarefa-filtro                      pic x(06) value space.
      *>      A = so as abertas, E = so as encerradas, T = todas (quando
      *>      nao se pede uma tarefa especifica)
          05 ws-situacao-filtro                    pic x(01) value "A".

      *>   varredura dos arquivos mortos mensais do jornal, do mes da tarefa
      *>   mais antiga ate o mes corrente
       01 ws-varredura-meses.
          05 ws-mes-varredura                      pic 9(06).
          05 ws-mes-varredura-r redefines ws-mes-varredura.
             10 ws-mes-var-ano                     pic 9(04).
             10 ws-mes-var-mes                     pic 9(02).
          05 ws-mes-inicial                        pic 9(06) value zero.
          05 ws-mes-final                          pic 9(06) value zero.
          05 ws-nome-arq-mes                       pic x(17).
          05 ws-data-hoje                          pic 9(08).

       01 ws-impressao.
          05 ws-linha-conclusao                    pic x(80).
          05 ws-lin-pagina                         pic 9(02) value 99.
          05 ws-num-pagina                         pic 9(03) value zero.
          05 ws-qtd-edit                           pic zzz9.
          05 ws-qtd2-edit                          pic zzz9.
          05 ws-pct-edit                           pic zz9.
          05 ws-pontos-edit                        pic zzzz9.
          05 ws-pag-edit                           pic zz9.
          05 ws-pct-aluno                          pic 9(03).

       01 ws-linha-aluno.
          05 ws-lal-nome                           pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-lal-situacao                       pic x(12).
          05 filler                                pic x(01) value space.
          05 ws-lal-respondidas                    pic zzz9.
          05 filler                                pic x(01) value space.
          05 ws-lal-acertos                        pic zzz9.
          05 filler                                pic x(01) value space.
          05 ws-lal-pct                            pic zz9.
          05 filler                                pic x(01) value space.
          05 ws-lal-pontos                         pic zzzz9.
          05 filler                                pic x(01) value space.
          05 ws-lal-conclusao                      pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lal-fora                           pic x(01).

       77 ws-varredura                             pic x(01) value "N".
          88 varredura-acabou                      value "S".
          88 varredura-continua                    value "N".

       77 ws-tal-arquivo                           pic x(01) value "S".
          88 avulsos-disponivel                    value "S".
          88 avulsos-indisponivel                  value "N".

       77 ws-mat-arquivo                           pic x(01) value "S".
          88 matriculas-disponivel                 value "S".
          88 matriculas-indisponivel               value "N".

      *>   execucao nao assistida: com conclusaoTarefas.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "conclusaoTarefas.txt".
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
       77 ws-qtd-linhas-grav                       pic 9(07) value zero.
       77 ws-qtd-log-edit                          pic zzzzzz9.

       77 ws-fs-arqTarefas                         pic 9(02).
       77 ws-fs-arqTarefaAlunos                    pic 9(02).
       77 ws-fs-arqMatriculas                      pic 9(02).
       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqConcTrab                        pic 9(02).
       77 ws-fs-arqRelConclusao                    pic 9(02).
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
           perform carregar-tarefas
           perform carregar-alvos
           perform consolidar-jornal
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
      *>  Le conclusaoTarefas.par quando presente (TAREFA=, SITUACAO=,
      *>  ENTRADA=, SAIDA=, uma por linha); sem o arquivo fica o dialogo de
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

           if ws-par-chave = "TAREFA" then
               move ws-par-valor(1:6) to ws-tarefa-filtro
           else
               if ws-par-chave = "SITUACAO" then
                   if ws-par-valor(1:1) <> space then
                       move ws-par-valor(1:1) to ws-situacao-filtro
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
                  " conclusao_tarefas INICIO" delimited by size
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
      *>  Procedimentos de inicializacao: dialogo de console, abertura dos
      *>  cadastros, do diario, da saida e da area de trabalho
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Tarefa de casa (codigo, vazio = conforme a situacao): "
               accept ws-tarefa-filtro

               display "Situacao das tarefas (A=abertas E=encerradas T=todas, vazio = A): "
               accept ws-situacao-filtro

               if ws-situacao-filtro = space then
                   move "A" to ws-situacao-filtro
               end-if
           end-if

           move function upper-case(ws-tarefa-filtro)   to ws-tarefa-filtro
           move function upper-case(ws-situacao-filtro) to ws-situacao-filtro

           if  ws-situacao-filtro <> "A"
           and ws-situacao-filtro <> "E"
           and ws-situacao-filtro <> "T" then
               move "A" to ws-situacao-filtro
           end-if

           open input arqTarefas

           if ws-fs-arqTarefas <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqTarefas                      to ws-msn-erro-cod
               move "Erro ao abrir cadastro de tarefas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       sem alunos avulsos (ou sem matriculas) a tarefa fica so com os
      *>       alvos do outro arquivo e com quem a respondeu
           open input arqTarefaAlunos

           if ws-fs-arqTarefaAlunos = 35 then
               set avulsos-indisponivel to true
           else
               if ws-fs-arqTarefaAlunos <> 00 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTarefaAlunos                 to ws-msn-erro-cod
                   move "Erro ao abrir alunos das tarefas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqMatriculas

           if ws-fs-arqMatriculas = 35 then
               set matriculas-indisponivel to true
           else
               if ws-fs-arqMatriculas <> 00 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de matriculas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqJornal

           if ws-fs-arqJornal <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao abrir diario de respostas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelConclusao

           if ws-fs-arqRelConclusao <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConclusao                 to ws-msn-erro-cod
               move "Erro ao abrir relatorio de conclusao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       area de trabalho recriada vazia a cada execucao
           open output arqConcTrab
           close       arqConcTrab
           open i-o    arqConcTrab

           if ws-fs-arqConcTrab <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqConcTrab                     to ws-msn-erro-cod
               move "Erro ao criar trabalho de conclusao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as tarefas pedidas (a do parametro, ou todas da situacao
      *>  pedida) e o mes da criacao mais antiga, de onde parte a varredura
      *>  dos arquivos mortos
      *>------------------------------------------------------------------------
       carregar-tarefas section.
           move low-values to fd-tar-codigo
           start arqTarefas key is >= fd-tar-codigo

           perform until ws-fs-arqTarefas <> 00
               read arqTarefas next record

               if ws-fs-arqTarefas = 00 then
                   if (ws-tarefa-filtro <> space and fd-tar-codigo = ws-tarefa-filtro)
                   or (ws-tarefa-filtro = space
                       and (ws-situacao-filtro = "T" or fd-tar-situacao = ws-situacao-filtro)) then
                       if ws-qtd-tarefas < ws-max-tarefas then
                           add 1 to ws-qtd-tarefas
                           move fd-tar-codigo        to ws-tar-codigo(ws-qtd-tarefas)
                           move fd-tar-descricao     to ws-tar-descricao(ws-qtd-tarefas)
                           move fd-tar-cod-banco     to ws-tar-banco(ws-qtd-tarefas)
                           move fd-tar-regiao        to ws-tar-regiao(ws-qtd-tarefas)
                           move fd-tar-modo          to ws-tar-modo(ws-qtd-tarefas)
                           move fd-tar-qtd-questoes  to ws-tar-qtd-questoes(ws-qtd-tarefas)
                           move fd-tar-data-entrega  to ws-tar-entrega(ws-qtd-tarefas)
                           move fd-tar-turma         to ws-tar-turma(ws-qtd-tarefas)
                           move fd-tar-situacao      to ws-tar-situacao(ws-qtd-tarefas)
                           move fd-tar-data-criacao  to ws-tar-criacao(ws-qtd-tarefas)

                           if ws-mes-inicial = zero
                           or fd-tar-data-criacao(1:6) < ws-mes-inicial then
                               move fd-tar-data-criacao(1:6) to ws-mes-inicial
                           end-if
                       else
                           add 1 to ws-tar-demais
                       end-if
                   end-if
               end-if
           end-perform

           if ws-tar-demais > zero then
               accept ws-hora-log from time
               move ws-tar-demais to ws-qtd-log-edit
               move spaces to ws-linha-log
               string ws-data-hoje    delimited by size
                      " "             delimited by size
                      ws-hora-log     delimited by size
                      " conclusao_tarefas AVISO TAREFAS FORA DO TETO=" delimited by size
                      ws-qtd-log-edit delimited by size
                 into ws-linha-log
               end-string
               perform gravar-log-linha
           end-if

           move ws-data-hoje(1:6) to ws-mes-final
           .
       carregar-tarefas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava na area de trabalho os alunos alvo de cada tarefa: avulsos
      *>  da lista e matriculados na turma da tarefa
      *>------------------------------------------------------------------------
       carregar-alvos section.
           move 1 to ws-ind-tar
           perform until ws-ind-tar > ws-qtd-tarefas

               if avulsos-disponivel then
                   move ws-tar-codigo(ws-ind-tar) to fd-tal-tarefa
                   move low-values                to fd-tal-nome-jog
                   start arqTarefaAlunos key is >= fd-tal-chave

                   if ws-fs-arqTarefaAlunos = 00 then
                       set varredura-continua to true
                   else
                       set varredura-acabou   to true
                   end-if

                   perform until varredura-acabou
                       read arqTarefaAlunos next record

                       if ws-fs-arqTarefaAlunos <> 00
                       or fd-tal-tarefa <> ws-tar-codigo(ws-ind-tar) then
                           set varredura-acabou to true
                       else
                           move fd-tal-tarefa   to fd-ctr-tarefa
                           move fd-tal-nome-jog to fd-ctr-nome-jog
                           move "L"             to fd-ctr-origem
                           perform gravar-alvo
                       end-if
                   end-perform
               end-if

               if ws-tar-turma(ws-ind-tar) <> space and matriculas-disponivel then
                   move low-values to fd-mat-nome-jog
                   start arqMatriculas key is >= fd-mat-nome-jog

                   perform until ws-fs-arqMatriculas <> 00
                       read arqMatriculas next record

                       if ws-fs-arqMatriculas = 00
                       and fd-mat-turma = ws-tar-turma(ws-ind-tar) then
                           move ws-tar-codigo(ws-ind-tar) to fd-ctr-tarefa
                           move fd-mat-nome-jog           to fd-ctr-nome-jog
                           move "T"                       to fd-ctr-origem
                           perform gravar-alvo
                       end-if
                   end-perform
               end-if

               add 1 to ws-ind-tar
           end-perform
           .
       carregar-alvos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o aluno alvo montado em fd-ctr-chave/origem, zerado; aluno
      *>  avulso que tambem e da turma fica com a primeira origem gravada
      *>------------------------------------------------------------------------
       gravar-alvo section.
           move zero to fd-ctr-respondidas
           move zero to fd-ctr-acertos
           move zero to fd-ctr-pontos
           move zero to fd-ctr-data-ini
           move zero to fd-ctr-data-conclusao

           write fd-conc-trab

           if ws-fs-arqConcTrab <> 00 and ws-fs-arqConcTrab <> 22 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqConcTrab                     to ws-msn-erro-cod
               move "Erro ao gravar trabalho de conclusao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-alvo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o diario inteiro (arquivos mortos desde a tarefa mais antiga e
      *>  jornal vivo)
      *>------------------------------------------------------------------------
       consolidar-jornal section.
           perform varrer-meses-fechados

           perform until ws-fs-arqJornal = 10

               read arqJornal next record

               if ws-fs-arqJornal = 00 then
                   add 1 to ws-qtd-reg-lidos
                   perform apurar-registro
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
      *>  Visita os arquivos mortos mensais do jornal (jornal-AAAAMM.txt) do
      *>  mes da tarefa mais antiga ate o corrente; mes sem arquivo e pulado
      *>------------------------------------------------------------------------
       varrer-meses-fechados section.
           if ws-mes-inicial > zero then
               move ws-mes-inicial to ws-mes-varredura

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
      *>  Le um arquivo morto mensal inteiro
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
                       add 1 to ws-qtd-reg-lidos
                       perform apurar-registro
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
      *>  Soma o registro no andamento do aluno, se for de uma das tarefas
      *>  pedidas; a resposta que completa a quantidade de questoes da
      *>  tarefa marca a data de conclusao
      *>------------------------------------------------------------------------
       apurar-registro section.
           if fd-jrn-tarefa <> space then
               perform localizar-tarefa

               if tarefa-achada then
                   move fd-jrn-tarefa   to fd-ctr-tarefa
                   move fd-jrn-nome-jog to fd-ctr-nome-jog
                   read arqConcTrab key is fd-ctr-chave

                   if ws-fs-arqConcTrab <> 00 then
      *>                   respondeu sem ser alvo (tirado da lista ou
      *>                   transferido de turma depois)
                       move fd-jrn-tarefa   to fd-ctr-tarefa
                       move fd-jrn-nome-jog to fd-ctr-nome-jog
                       move space           to fd-ctr-origem
                       perform gravar-alvo
                   end-if

                   if fd-jrn-tipo = "A" then
      *>                   ajuste de revisao: o erro ja contado vira acerto
                       add 1 to ws-qtd-ajustes
                       add 1 to fd-ctr-acertos
                   else
                       add 1 to fd-ctr-respondidas

                       if fd-jrn-acertou = "S" then
                           add 1 to fd-ctr-acertos
                       end-if

                       if fd-ctr-data-ini = zero then
                           move fd-jrn-data to fd-ctr-data-ini
                       end-if

                       if fd-ctr-respondidas = ws-tar-qtd-questoes(ws-ind-tar) then
                           move fd-jrn-data to fd-ctr-data-conclusao
                       end-if
                   end-if

                   if fd-jrn-pontos is numeric then
                       add fd-jrn-pontos to fd-ctr-pontos
                   end-if

                   rewrite fd-conc-trab

                   if ws-fs-arqConcTrab <> 00 then
                       move 13                                       to ws-msn-erro-ofsset
                       move ws-fs-arqConcTrab                       to ws-msn-erro-cod
                       move "Erro ao regravar trabalho de conclusao" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-reg-apurados
               end-if
           end-if
           .
       apurar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a tarefa do registro na tabela das pedidas (ws-ind-tar)
      *>------------------------------------------------------------------------
       localizar-tarefa section.
           set tarefa-nao-achada to true

           move 1 to ws-ind-tar
           perform until ws-ind-tar > ws-qtd-tarefas
                      or tarefa-achada
               if ws-tar-codigo(ws-ind-tar) = fd-jrn-tarefa then
                   set tarefa-achada to true
               else
                   add 1 to ws-ind-tar
               end-if
           end-perform
           .
       localizar-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime, tarefa a tarefa, os alunos em ordem de nome e o resumo
      *>  por situacao
      *>------------------------------------------------------------------------
       imprimir-relatorio section.
           if ws-qtd-tarefas = zero then
               move spaces to ws-linha-conclusao
               move "NENHUMA TAREFA DE CASA ATENDE AO PEDIDO" to ws-linha-conclusao
               perform escrever-linha
           end-if

           move 1 to ws-ind-tar
           perform until ws-ind-tar > ws-qtd-tarefas
               perform imprimir-tarefa
               add 1 to ws-ind-tar
           end-perform
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho, alunos e resumo da tarefa ws-ind-tar
      *>------------------------------------------------------------------------
       imprimir-tarefa section.
           initialize ws-contadores-tarefa

      *>       tarefa nova nao comeca no pe da pagina
           if ws-lin-pagina > 48 then
               move 99 to ws-lin-pagina
           end-if

           move spaces to ws-linha-conclusao
           string "TAREFA "                    delimited by size
                  ws-tar-codigo(ws-ind-tar)    delimited by size
                  "  "                         delimited by size
                  ws-tar-descricao(ws-ind-tar) delimited by size
             into ws-linha-conclusao
           end-string

           if ws-tar-situacao(ws-ind-tar) = "E" then
               move "(ENCERRADA)" to ws-linha-conclusao(46:11)
           else
               move "(ABERTA)"    to ws-linha-conclusao(46:8)
           end-if
           perform escrever-linha

           move ws-tar-qtd-questoes(ws-ind-tar) to ws-pct-edit
           move spaces to ws-linha-conclusao
           string "BCO "                       delimited by size
                  ws-tar-banco(ws-ind-tar)     delimited by size
                  " REG "                      delimited by size
                  ws-tar-regiao(ws-ind-tar)    delimited by size
                  " MODO "                     delimited by size
                  ws-tar-modo(ws-ind-tar)      delimited by size
                  " QTD "                      delimited by size
                  ws-pct-edit                  delimited by size
                  " ENTR "                     delimited by size
                  ws-tar-entrega(ws-ind-tar)   delimited by size
                  " TURMA "                    delimited by size
                  ws-tar-turma(ws-ind-tar)     delimited by size
             into ws-linha-conclusao
           end-string
           perform escrever-linha

           move spaces to ws-linha-conclusao
           move "ALUNO                     SITUACAO     RESP ACER   %  PONTOS CONCLUSAO"
                                               to ws-linha-conclusao
           perform escrever-linha

           move ws-tar-codigo(ws-ind-tar) to fd-ctr-tarefa
           move low-values                to fd-ctr-nome-jog
           start arqConcTrab key is >= fd-ctr-chave

           if ws-fs-arqConcTrab = 00 then
               set varredura-continua to true
           else
               set varredura-acabou   to true
           end-if

           perform until varredura-acabou
               read arqConcTrab next record

               if ws-fs-arqConcTrab <> 00
               or fd-ctr-tarefa <> ws-tar-codigo(ws-ind-tar) then
                   set varredura-acabou to true
               else
                   perform imprimir-aluno
               end-if
           end-perform

           if ws-qtd-alunos-tar = zero then
               move spaces to ws-linha-conclusao
               move "  (TAREFA SEM ALUNOS ALVO E SEM RESPOSTAS)" to ws-linha-conclusao
               perform escrever-linha
           end-if

           perform imprimir-resumo-tarefa
           .
       imprimir-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao e linha do aluno lido da area de trabalho
      *>------------------------------------------------------------------------
       imprimir-aluno section.
           add 1 to ws-qtd-alunos-tar
           add 1 to ws-qtd-alunos

           if fd-ctr-respondidas = zero then
               move "NAO INICIOU"  to ws-situacao-aluno
               add 1 to ws-qtd-nao-iniciou
           else
               if fd-ctr-data-conclusao > zero then
                   add 1 to ws-qtd-concluidas
                   if fd-ctr-data-conclusao <= ws-tar-entrega(ws-ind-tar) then
                       move "NO PRAZO"     to ws-situacao-aluno
                       add 1 to ws-qtd-no-prazo
                   else
                       move "ATRASADA"     to ws-situacao-aluno
                       add 1 to ws-qtd-atrasada
                   end-if
               else
      *>               comecou e nao completou: ainda da tempo ate a entrega
                   if ws-data-hoje > ws-tar-entrega(ws-ind-tar) then
                       move "INCOMPLETA"   to ws-situacao-aluno
                       add 1 to ws-qtd-incompleta
                   else
                       move "EM ANDAMENTO" to ws-situacao-aluno
                       add 1 to ws-qtd-andamento
                   end-if
               end-if
           end-if

           if fd-ctr-respondidas > zero then
               compute ws-pct-aluno rounded =
                       fd-ctr-acertos * 100 / fd-ctr-respondidas
           else
               move zero to ws-pct-aluno
           end-if

           move fd-ctr-nome-jog     to ws-lal-nome
           move ws-situacao-aluno   to ws-lal-situacao
           move fd-ctr-respondidas  to ws-lal-respondidas
           move fd-ctr-acertos      to ws-lal-acertos
           move ws-pct-aluno        to ws-lal-pct
           move fd-ctr-pontos       to ws-lal-pontos

           if fd-ctr-data-conclusao > zero then
               move fd-ctr-data-conclusao to ws-lal-conclusao
           else
               move space                 to ws-lal-conclusao
           end-if

           if fd-ctr-origem = space then
               move "*"   to ws-lal-fora
               add 1 to ws-qtd-fora-lista
           else
               move space to ws-lal-fora
           end-if

           move ws-linha-aluno to ws-linha-conclusao
           perform escrever-linha
           .
       imprimir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo da tarefa por situacao
      *>------------------------------------------------------------------------
       imprimir-resumo-tarefa section.
           move ws-qtd-alunos-tar to ws-qtd-edit
           move ws-qtd-no-prazo   to ws-qtd2-edit
           move spaces to ws-linha-conclusao
           string "  ALUNOS: "       delimited by size
                  ws-qtd-edit        delimited by size
                  "   NO PRAZO: "    delimited by size
                  ws-qtd2-edit       delimited by size
             into ws-linha-conclusao
           end-string
           move ws-qtd-atrasada   to ws-qtd-edit
           move ws-qtd-incompleta to ws-qtd2-edit
           string "   ATRASADA: "    delimited by size
                  ws-qtd-edit        delimited by size
                  "   INCOMPLETA: "  delimited by size
                  ws-qtd2-edit       delimited by size
             into ws-linha-conclusao(37:44)
           end-string
           perform escrever-linha

           move ws-qtd-andamento   to ws-qtd-edit
           move ws-qtd-nao-iniciou to ws-qtd2-edit
           move spaces to ws-linha-conclusao
           string "  EM ANDAMENTO: " delimited by size
                  ws-qtd-edit        delimited by size
                  "   NAO INICIOU: " delimited by size
                  ws-qtd2-edit       delimited by size
             into ws-linha-conclusao
           end-string
           perform escrever-linha

           if ws-qtd-fora-lista > zero then
               move ws-qtd-fora-lista to ws-qtd-edit
               move spaces to ws-linha-conclusao
               string "  * RESPONDEU SEM ESTAR ENTRE OS ALVOS DA TAREFA: " delimited by size
                      ws-qtd-edit delimited by size
                 into ws-linha-conclusao
               end-string
               perform escrever-linha
           end-if

           move spaces to ws-linha-conclusao
           perform escrever-linha
           .
       imprimir-resumo-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-conclusao, abrindo pagina nova quando preciso
      *>------------------------------------------------------------------------
       escrever-linha section.
           if ws-lin-pagina > 56 then
               perform nova-pagina
           end-if

           write fd-linha-conclusao from ws-linha-conclusao

           if ws-fs-arqRelConclusao <> 00 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConclusao                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de conclusao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-pagina
           add 1 to ws-qtd-linhas-grav
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina da conclusao das tarefas
      *>------------------------------------------------------------------------
       nova-pagina section.
           add 1 to ws-num-pagina
           move ws-num-pagina to ws-pag-edit

           move spaces to fd-linha-conclusao
           string "CONCLUSAO DAS TAREFAS DE CASA"          delimited by size
                  "                                     PAG " delimited by size
                  ws-pag-edit                             delimited by size
             into fd-linha-conclusao
           end-string
           write fd-linha-conclusao

           if ws-fs-arqRelConclusao <> 00 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConclusao                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de conclusao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-conclusao
           string "EMITIDO EM: "     delimited by size
                  ws-data-hoje       delimited by size
                  "   ENTRADA: "     delimited by size
                  ws-nome-arq-jornal delimited by space
             into fd-linha-conclusao
           end-string
           write fd-linha-conclusao

           if ws-fs-arqRelConclusao <> 00 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConclusao                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de conclusao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-conclusao
           write fd-linha-conclusao

           if ws-fs-arqRelConclusao <> 00 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConclusao                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de conclusao" to ws-msn-erro-text
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
                  " conclusao_tarefas ERRO OFS=" delimited by size
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
           close arqTarefas
           close arqConcTrab

           if avulsos-disponivel then
               close arqTarefaAlunos
           end-if

           if matriculas-disponivel then
               close arqMatriculas
           end-if

           close arqRelConclusao

           if ws-fs-arqRelConclusao <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConclusao                  to ws-msn-erro-cod
               move "Erro ao fechar relatorio de conclusao" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Conclusao das tarefas gravada em " ws-nome-arq-saida

           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-reg-apurados to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " conclusao_tarefas FIM RC=0 APURADOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           move ws-qtd-concluidas to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " conclusao_tarefas FIM CONCLUIDAS=" delimited by size
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
