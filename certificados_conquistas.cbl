      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "certificados_conquistas".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Certificados das conquistas (arqConquistas, gravado pelo jogo no
      *>   fim de cada partida conforme as regras de arqRegrasConquista):
      *>   imprime um certificado por pagina para cada conquista ainda nao
      *>   impressa, em ordem de nome do aluno, e marca nela a data deste
      *>   lote -- a proxima execucao traz so o que foi ganho depois. Com
      *>   REIMPRIMIR=AAAAMMDD repete o lote daquela data sem marcar nada.
      *>   A turma e o professor saem da matricula do aluno (arqMatriculas
      *>   e arqTurmas), quando houver. Programa batch, sem telas -- gera
      *>   um arquivo de 80 colunas para a impressora (certificados.txt).

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select arqConquistas assign to "arqConquistas.dat" *> conquistas ganhas por jogador, com a data do lote em que o certificado saiu
           organization is indexed
           access mode is dynamic
           record key is fd-cqs-chave
           lock mode is automatic
           file status is ws-fs-arqConquistas.

           select arqRegrasConquista assign to "arqRegrasConquista.dat" *> regras das conquistas (tipo, para o texto do complemento)
           organization is indexed
           access mode is dynamic
           record key is fd-rcq-codigo
           lock mode is automatic
           file status is ws-fs-arqRegrasConquista.

           select arqMatriculas assign to "arqMatriculas.dat" *> matricula de cada jogador em uma turma
           organization is indexed
           access mode is dynamic
           record key is fd-mat-nome-jog
           lock mode is automatic
           file status is ws-fs-arqMatriculas.

           select arqTurmas assign to "arqTurmas.dat" *> cadastro das turmas (serie e professor)
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           lock mode is automatic
           file status is ws-fs-arqTurmas.

           select arqCertificados assign using ws-nome-arq-saida *> saida: certificados, um por pagina (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCertificados.

           select arqParametros assign to "certificados.par" *> parametros p/ execucao nao assistida: REIMPRIMIR=, JOGADOR=, SAIDA=
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
       fd arqConquistas.
       01 fd-conquista.
           05 fd-cqs-chave.
               10 fd-cqs-nome-jog                  pic x(25).
               10 fd-cqs-codigo                    pic x(06).
               10 fd-cqs-cod-banco                 pic x(08).
      *>           regiao dominada (tipo D) ou campeonato vencido (tipo C)
               10 fd-cqs-complemento               pic x(15).
           05 fd-cqs-data                          pic 9(08).
           05 fd-cqs-estacao                       pic x(04).
           05 fd-cqs-descricao                     pic x(36).
      *>       data do lote de certificados em que saiu (zero = ainda nao
      *>       impresso)
           05 fd-cqs-data-impressao                pic 9(08).

       fd arqRegrasConquista.
       01 fd-regra-conquista.
           05 fd-rcq-codigo                        pic x(06).
           05 fd-rcq-descricao                     pic x(36).
      *>       D = dominio de regiao, S = sequencia de acertos, Q =
      *>       quantidade de questoes, C = equipe campea
           05 fd-rcq-tipo                          pic x(01).
           05 fd-rcq-quantidade                    pic 9(04).
           05 fd-rcq-cod-banco                     pic x(08).
           05 fd-rcq-regiao                        pic x(12).
           05 fd-rcq-situacao                      pic x(01).
           05 fd-rcq-data-cad                      pic 9(08).

       fd arqMatriculas.
       01 fd-matricula.
           05 fd-mat-nome-jog                      pic x(25).
           05 fd-mat-turma                         pic x(06).
           05 fd-mat-data                          pic 9(08).

       fd arqTurmas.
       01 fd-turma.
           05 fd-tur-codigo                        pic x(06).
           05 fd-tur-serie                         pic x(10).
           05 fd-tur-professor                     pic x(25).
           05 fd-tur-ano-letivo                    pic 9(04).

       fd arqCertificados.
       01 fd-linha-certificado                     pic x(80).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   altura de cada certificado (uma folha); o que sobra do texto e
      *>   completado com linhas em branco
       78 ws-linhas-folha                          value 60.

       01 ws-contadores.
          05 ws-qtd-lidas                          pic 9(07) value zero.
          05 ws-qtd-impressos                      pic 9(07) value zero.

       01 ws-filtro.
      *>      lote a repetir (zero = imprimir as conquistas pendentes)
          05 ws-data-reimpressao                   pic 9(08) value zero.
          05 ws-data-reimp-txt                     pic x(08) value space.
          05 ws-jogador-filtro                     pic x(25) value space.

       01 ws-datas.
          05 ws-data-hoje                          pic 9(08).
          05 ws-data-edit-origem                   pic 9(08).
          05 ws-data-edit-r redefines ws-data-edit-origem.
             10 ws-dte-ano                         pic 9(04).
             10 ws-dte-mes                         pic 9(02).
             10 ws-dte-dia                         pic 9(02).
          05 ws-data-edit.
             10 ws-dte-dia-e                       pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-dte-mes-e                       pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-dte-ano-e                       pic 9(04).

       01 ws-certificado.
          05 ws-linha-certificado                  pic x(80).
          05 ws-lin-folha                          pic 9(03) value zero.
          05 ws-texto-cert                         pic x(66).
          05 ws-cert-turma                         pic x(06).
          05 ws-cert-serie                         pic x(10).
          05 ws-cert-professor                     pic x(25).
          05 ws-cert-tipo                          pic x(01).

      *>   moldura do certificado: linha cheia de asteriscos e linha de
      *>   texto entre as bordas
       01 ws-borda-cheia                           pic x(70) value all "*".

       01 ws-borda-texto.
          05 filler                                pic x(01) value "*".
          05 filler                                pic x(01) value space.
          05 ws-bt-texto                           pic x(66).
          05 filler                                pic x(01) value space.
          05 filler                                pic x(01) value "*".

       77 ws-qtd-edit                              pic zzzzzz9.

       77 ws-mat-arquivo                           pic x(01) value "S".
          88 matriculas-disponivel                 value "S".
          88 matriculas-indisponivel               value "N".

       77 ws-tur-arquivo                           pic x(01) value "S".
          88 turmas-disponivel                     value "S".
          88 turmas-indisponivel                   value "N".

       77 ws-rcq-arquivo                           pic x(01) value "S".
          88 regras-disponivel                     value "S".
          88 regras-indisponivel                   value "N".

       77 ws-cqs-arquivo                           pic x(01) value "S".
          88 conquistas-disponivel                 value "S".
          88 conquistas-indisponivel               value "N".

      *>   execucao nao assistida: com certificados.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "certificados.txt".
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
       77 ws-qtd-log-edit                          pic zzzzzz9.

       77 ws-fs-arqConquistas                      pic 9(02).
       77 ws-fs-arqRegrasConquista                 pic 9(02).
       77 ws-fs-arqMatriculas                      pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqCertificados                    pic 9(02).
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
           perform imprimir-certificados
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
      *>  Le certificados.par quando presente (REIMPRIMIR=, JOGADOR=,
      *>  SAIDA=, uma por linha); sem o arquivo fica o dialogo de console
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

           if ws-par-chave = "REIMPRIMIR" then
               move ws-par-valor(1:8) to ws-data-reimp-txt
           else
               if ws-par-chave = "JOGADOR" then
                   move ws-par-valor(1:25) to ws-jogador-filtro
               else
                   if ws-par-chave = "SAIDA" then
                       if ws-par-valor <> space then
                           move ws-par-valor to ws-nome-arq-saida
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
                  " certificados_conquistas INICIO" delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha
           .
       gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-log no registro de execucao; problema no log nao
      *>  derruba a impressao (apenas aparece no console)
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
      *>  Procedimentos de inicializacao: dialogo de console, abertura das
      *>  conquistas, dos cadastros de apoio e da saida
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Repetir o lote de (AAAAMMDD, vazio = imprimir os pendentes): "
               accept ws-data-reimp-txt

               display "Somente o jogador (vazio = todos): "
               accept ws-jogador-filtro
           end-if

           if ws-data-reimp-txt is numeric then
               move ws-data-reimp-txt to ws-data-reimpressao
           else
               move zero              to ws-data-reimpressao
           end-if

      *>       nome como o jogo grava nas chaves: sem espacos a esquerda
           move function trim(ws-jogador-filtro) to ws-jogador-filtro

      *>       sem o arquivo ainda (nenhuma partida terminou desde a
      *>       implantacao) nao ha o que imprimir
           open i-o arqConquistas

           if ws-fs-arqConquistas = 35 then
               set conquistas-indisponivel to true
           else
               if ws-fs-arqConquistas <> 00 then
                   move 2                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConquistas                   to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de conquistas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqRegrasConquista

           if ws-fs-arqRegrasConquista = 35 then
               set regras-indisponivel to true
           else
               if ws-fs-arqRegrasConquista <> 00 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRegrasConquista              to ws-msn-erro-cod
                   move "Erro ao abrir regras de conquista"   to ws-msn-erro-text
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

           open input arqTurmas

           if ws-fs-arqTurmas = 35 then
               set turmas-indisponivel to true
           else
               if ws-fs-arqTurmas <> 00 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                       to ws-msn-erro-cod
                   move "Erro ao abrir cadastro de turmas"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqCertificados

           if ws-fs-arqCertificados <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqCertificados                 to ws-msn-erro-cod
               move "Erro ao abrir arquivo de certificados" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as conquistas em ordem de aluno e imprime as do lote:
      *>  pendentes (marcadas com a data de hoje) ou as do lote a repetir
      *>------------------------------------------------------------------------
       imprimir-certificados section.
           if conquistas-disponivel then
               if ws-jogador-filtro = space then
                   move low-values        to fd-cqs-chave
               else
                   move low-values        to fd-cqs-chave
                   move ws-jogador-filtro to fd-cqs-nome-jog
               end-if

               start arqConquistas key is >= fd-cqs-chave

               perform until ws-fs-arqConquistas <> 00

                   read arqConquistas next record

                   if ws-fs-arqConquistas = 00 then
                       add 1 to ws-qtd-lidas

                       if  ws-jogador-filtro <> space
                       and fd-cqs-nome-jog <> ws-jogador-filtro then
      *>                       passou do jogador pedido: fim da varredura
                           move 10 to ws-fs-arqConquistas
                       else
                           if (ws-data-reimpressao = zero and fd-cqs-data-impressao = zero)
                           or (ws-data-reimpressao > zero
                               and fd-cqs-data-impressao = ws-data-reimpressao) then
                               perform imprimir-certificado
                           end-if
                       end-if
                   else
                       if ws-fs-arqConquistas <> 10 and ws-fs-arqConquistas <> 23 then
                           move 7                                     to ws-msn-erro-ofsset
                           move ws-fs-arqConquistas                  to ws-msn-erro-cod
                           move "Erro ao ler arquivo de conquistas"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           end-if

           if ws-qtd-impressos = zero then
               move spaces to ws-linha-certificado
               if ws-data-reimpressao = zero then
                   move "NENHUMA CONQUISTA PENDENTE DE CERTIFICADO" to ws-linha-certificado
               else
                   move "NENHUM CERTIFICADO NO LOTE PEDIDO"         to ws-linha-certificado
               end-if
               perform escrever-linha
           end-if
           .
       imprimir-certificados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um certificado (uma folha) para a conquista lida; no lote novo a
      *>  conquista fica marcada com a data de hoje
      *>------------------------------------------------------------------------
       imprimir-certificado section.
           perform buscar-dados-certificado

           move zero to ws-lin-folha

           move spaces to ws-linha-certificado
           perform escrever-linha
           perform escrever-linha
           perform escrever-linha

           move ws-borda-cheia to ws-linha-certificado(6:70)
           perform escrever-linha

           move space to ws-texto-cert
           perform escrever-texto

           move "                    CERTIFICADO DE CONQUISTA" to ws-texto-cert
           perform escrever-texto

           move space to ws-texto-cert
           perform escrever-texto
           perform escrever-texto

           move "   Certificamos que" to ws-texto-cert
           perform escrever-texto

           move space to ws-texto-cert
           perform escrever-texto

           move space to ws-texto-cert
           move fd-cqs-nome-jog to ws-texto-cert(16:25)
           perform escrever-texto

           move space to ws-texto-cert
           perform escrever-texto

           if ws-cert-turma <> space then
               move space to ws-texto-cert
               string "   aluno(a) da turma "  delimited by size
                      ws-cert-turma            delimited by space
                      " "                      delimited by size
                      ws-cert-serie            delimited by size
                 into ws-texto-cert
               end-string
               perform escrever-texto
           end-if

           move "   recebeu a conquista" to ws-texto-cert
           perform escrever-texto

           move space to ws-texto-cert
           perform escrever-texto

           move space to ws-texto-cert
           move fd-cqs-descricao to ws-texto-cert(8:36)
           perform escrever-texto

           perform escrever-complemento

           move space to ws-texto-cert
           perform escrever-texto

           move fd-cqs-data to ws-data-edit-origem
           perform editar-data
           move space to ws-texto-cert
           string "   em "        delimited by size
                  ws-data-edit    delimited by size
                  "."             delimited by size
             into ws-texto-cert
           end-string
           perform escrever-texto

           move space to ws-texto-cert
           perform escrever-texto
           perform escrever-texto
           perform escrever-texto

           move "   ______________________________" to ws-texto-cert
           perform escrever-texto

           move space to ws-texto-cert
           if ws-cert-professor <> space then
               move ws-cert-professor to ws-texto-cert(4:25)
           else
               move "Professor(a)"    to ws-texto-cert(4:12)
           end-if
           perform escrever-texto

           move space to ws-texto-cert
           perform escrever-texto

           move spaces to ws-linha-certificado
           move ws-borda-cheia to ws-linha-certificado(6:70)
           perform escrever-linha

      *>       completa a folha, para o proximo certificado comecar no topo
           move spaces to ws-linha-certificado
           perform until ws-lin-folha >= ws-linhas-folha
               perform escrever-linha
           end-perform

           add 1 to ws-qtd-impressos

           if ws-data-reimpressao = zero then
               move ws-data-hoje to fd-cqs-data-impressao
               rewrite fd-conquista

               if ws-fs-arqConquistas <> 00 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConquistas                   to ws-msn-erro-cod
                   move "Erro ao marcar conquista impressa"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       imprimir-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Turma, serie e professor do aluno, e o tipo da regra da conquista
      *>------------------------------------------------------------------------
       buscar-dados-certificado section.
           move space to ws-cert-turma
           move space to ws-cert-serie
           move space to ws-cert-professor
           move space to ws-cert-tipo

           if matriculas-disponivel then
               move fd-cqs-nome-jog to fd-mat-nome-jog
               read arqMatriculas key is fd-mat-nome-jog

               if ws-fs-arqMatriculas = 00 then
                   move fd-mat-turma to ws-cert-turma
               end-if
           end-if

           if ws-cert-turma <> space and turmas-disponivel then
               move ws-cert-turma to fd-tur-codigo
               read arqTurmas key is fd-tur-codigo

               if ws-fs-arqTurmas = 00 then
                   move fd-tur-serie     to ws-cert-serie
                   move fd-tur-professor to ws-cert-professor
               end-if
           end-if

           if regras-disponivel then
               move fd-cqs-codigo to fd-rcq-codigo
               read arqRegrasConquista key is fd-rcq-codigo

               if ws-fs-arqRegrasConquista = 00 then
                   move fd-rcq-tipo to ws-cert-tipo
               end-if
           end-if
           .
       buscar-dados-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do banco de questoes e do complemento (regiao dominada ou
      *>  campeonato vencido), quando a conquista tiver
      *>------------------------------------------------------------------------
       escrever-complemento section.
           if fd-cqs-complemento <> space then
               move space to ws-texto-cert
               if ws-cert-tipo = "D" then
                   string "       Regiao: "     delimited by size
                          fd-cqs-complemento    delimited by size
                     into ws-texto-cert
                   end-string
               else
                   if ws-cert-tipo = "C" then
                       string "       Campeonato: " delimited by size
                              fd-cqs-complemento    delimited by size
                         into ws-texto-cert
                       end-string
                   else
                       string "       "             delimited by size
                              fd-cqs-complemento    delimited by size
                         into ws-texto-cert
                       end-string
                   end-if
               end-if
               perform escrever-texto
           end-if

           if fd-cqs-cod-banco <> space then
               move space to ws-texto-cert
               string "       Banco de questoes: " delimited by size
                      fd-cqs-cod-banco             delimited by size
                 into ws-texto-cert
               end-string
               perform escrever-texto
           end-if
           .
       escrever-complemento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data AAAAMMDD de ws-data-edit-origem para DD/MM/AAAA
      *>------------------------------------------------------------------------
       editar-data section.
           move ws-dte-dia to ws-dte-dia-e
           move ws-dte-mes to ws-dte-mes-e
           move ws-dte-ano to ws-dte-ano-e
           .
       editar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-texto-cert entre as bordas da moldura
      *>------------------------------------------------------------------------
       escrever-texto section.
           move ws-texto-cert to ws-bt-texto
           move spaces to ws-linha-certificado
           move ws-borda-texto to ws-linha-certificado(6:70)
           perform escrever-linha
           .
       escrever-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-certificado e conta a linha na folha
      *>------------------------------------------------------------------------
       escrever-linha section.
           write fd-linha-certificado from ws-linha-certificado

           if ws-fs-arqCertificados <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-arqCertificados                 to ws-msn-erro-cod
               move "Erro ao gravar arquivo de certificados" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-folha
           .
       escrever-linha-exit.
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
                  " certificados_conquistas ERRO OFS=" delimited by size
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
           if conquistas-disponivel then
               close arqConquistas

               if ws-fs-arqConquistas <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConquistas                   to ws-msn-erro-cod
                   move "Erro ao fechar arquivo de conquistas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if regras-disponivel then
               close arqRegrasConquista
           end-if

           if matriculas-disponivel then
               close arqMatriculas
           end-if

           if turmas-disponivel then
               close arqTurmas
           end-if

           close arqCertificados

           if ws-fs-arqCertificados <> 00 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqCertificados                  to ws-msn-erro-cod
               move "Erro ao fechar arquivo de certificados" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-qtd-impressos to ws-qtd-edit
           display "Certificados gravados em " ws-nome-arq-saida ": " ws-qtd-edit

           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-impressos to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " certificados_conquistas FIM RC=0 CERTIFICADOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           if ws-data-reimpressao > zero then
               move spaces to ws-linha-log
               string ws-data-hoje        delimited by size
                      " "                 delimited by size
                      ws-hora-log         delimited by size
                      " certificados_conquistas FIM REIMPRESSAO DO LOTE " delimited by size
                      ws-data-reimpressao delimited by size
                 into ws-linha-log
               end-string
               perform gravar-log-linha
           end-if

           if log-aberto then
               close arqLogBatch
           end-if

           move zero to return-code
           Stop run
           .
       finaliza-exit.
           exit.
