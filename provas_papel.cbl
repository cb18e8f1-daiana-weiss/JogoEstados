      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "provas_papel".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Provas em papel: gera as folhas de prova de um banco de questoes
      *>   (estado -> capital ou capital -> estado, regiao opcional, N
      *>   questoes), uma folha por aluno da turma pedida -- ou N folhas em
      *>   branco, sem turma -- com os itens embaralhados folha a folha para
      *>   os vizinhos de carteira nao terem a mesma prova. Cada folha leva
      *>   um numero, sai no gabarito do professor com o mesmo numero e fica
      *>   registrada em arqFolhasProva.dat; as respostas sao lancadas depois
      *>   pelo numero da folha na tela "Provas em Papel" do jogo, que corrige
      *>   como na partida e grava no diario. Programa batch, sem telas --
      *>   gera dois arquivos de 80 colunas para a impressora (provasPapel.txt
      *>   e gabaritoProvas.txt), uma folha por pagina.

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select arqEstados assign to "arqEstados.dat" *> arquivo indexado de bancos de questoes (estados/capitais, paises etc)
           organization is indexed
           access mode is dynamic
           record key is fd-chave-estado
           lock mode is automatic
           file status is ws-fs-arqEstados.

           select arqMatriculas assign to "arqMatriculas.dat" *> matricula de cada jogador em uma turma
           organization is indexed
           access mode is dynamic
           record key is fd-mat-nome-jog
           lock mode is automatic
           file status is ws-fs-arqMatriculas.

           select arqFolhasProva assign to "arqFolhasProva.dat" *> folhas de prova em papel: cabecalho (seq 00) e itens de cada folha, com a situacao do lancamento
           organization is indexed
           access mode is dynamic
           record key is fd-fol-chave
           lock mode is automatic
           file status is ws-fs-arqFolhasProva.

           select arqProvas assign using ws-nome-arq-saida *> saida: folhas de prova, uma por pagina (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqProvas.

           select arqGabarito assign using ws-nome-arq-gabarito *> saida: gabarito de cada folha, uma por pagina (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqGabarito.

           select arqParametros assign to "provasPapel.par" *> parametros p/ execucao nao assistida: BANCO=, REGIAO=, MODO=, QUESTOES=, TURMA=, FOLHAS=, SAIDA=, GABARITO=
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

       fd arqMatriculas.
       01 fd-matricula.
           05 fd-mat-nome-jog                      pic x(25).
           05 fd-mat-turma                         pic x(06).
           05 fd-mat-data                          pic 9(08).

      *>   uma folha = um cabecalho (seq 00) e um registro por questao (seq
      *>   01 em diante, na ordem impressa); pergunta e gabarito ficam
      *>   gravados como sairam no papel, o lancamento confere a resposta
      *>   com o cadastro e as alternativas do dia
       fd arqFolhasProva.
       01 fd-folha-prova.
           05 fd-fol-chave.
               10 fd-fol-numero                    pic 9(06).
               10 fd-fol-seq                       pic 9(02).
           05 fd-fol-cabecalho.
      *>           em branco na folha avulsa (nome escrito pelo aluno e
      *>           digitado no lancamento)
               10 fd-fol-nome-jog                  pic x(25).
               10 fd-fol-turma                     pic x(06).
               10 fd-fol-cod-banco                 pic x(08).
               10 fd-fol-regiao                    pic x(12).
      *>           N = estado -> capital, I = capital -> estado
               10 fd-fol-modo                      pic x(01).
               10 fd-fol-qtd-questoes              pic 9(02).
               10 fd-fol-data-geracao              pic 9(08).
      *>           P = pendente de lancamento, L = respostas ja lancadas
               10 fd-fol-situacao                  pic x(01).
               10 fd-fol-data-lancamento           pic 9(08).
               10 fd-fol-acertos                   pic 9(02).
           05 fd-fol-questao redefines fd-fol-cabecalho.
               10 fd-flq-cod-estado                pic x(02).
               10 fd-flq-pergunta                  pic x(25).
               10 fd-flq-gabarito                  pic x(25).
               10 filler                           pic x(21).

       fd arqProvas.
       01 fd-linha-prova                           pic x(80).

       fd arqGabarito.
       01 fd-linha-gabarito                        pic x(80).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   altura de cada folha impressa; o que sobra e completado com
      *>   linhas em branco para a folha seguinte comecar no topo
       78 ws-linhas-folha                          value 60.

      *>   questoes por folha (cabem numa pagina com o cabecalho) e teto da
      *>   tabela de itens do banco (o mesmo do jogo)
       78 ws-max-questoes                          value 40.
       78 ws-max-itens                             value 300.

       01 ws-contadores.
          05 ws-qtd-folhas-geradas                 pic 9(05) value zero.
          05 ws-qtd-matriculas-lidas               pic 9(07) value zero.

       01 ws-filtro.
          05 ws-banco-prova                        pic x(08) value space.
          05 ws-regiao-prova                       pic x(12) value space.
          05 ws-regiao-prova-norm                  pic x(25) value space.
          05 ws-modo-prova                         pic x(01) value space.
             88 prova-capital                      value "N".
             88 prova-estado                       value "I".
          05 ws-qtd-questoes-txt                   pic x(02) value space.
          05 ws-qtd-questoes-dig                   pic x(02) justified right.
          05 ws-qtd-questoes                       pic 9(02) value zero.
          05 ws-turma-prova                        pic x(06) value space.
          05 ws-qtd-folhas-txt                     pic x(03) value space.
          05 ws-qtd-folhas-dig                     pic x(03) justified right.
          05 ws-qtd-folhas                         pic 9(03) value zero.

      *>   itens ativos do banco (e da regiao) que entram no sorteio das
      *>   folhas; ws-ordem e a permutacao embaralhada da folha corrente
       01 ws-tab-itens.
          05 ws-qtd-itens                          pic 9(03) value zero.
          05 ws-item occurs ws-max-itens.
             10 ws-itm-cod-estado                  pic x(02).
             10 ws-itm-estado                      pic x(25).
             10 ws-itm-capital                     pic x(25).
          05 ws-ordem                              pic 9(03) occurs ws-max-itens.

       01 ws-indices.
          05 ws-ind-item                           pic 9(03).
          05 ws-ind-ord                            pic 9(03).
          05 ws-ind-troca                          pic 9(03).
          05 ws-ind-questao                        pic 9(02).
          05 ws-ind-folha                          pic 9(03).
          05 ws-ordem-aux                          pic 9(03).

       01 sorteio.
          05 semente                               pic 9(08).
          05 num_random                            pic 9(01)V9999999.

       01 ws-folha.
          05 ws-ultima-folha                       pic 9(06) value zero.
          05 ws-primeira-folha                     pic 9(06) value zero.
          05 ws-nome-folha                         pic x(25).
          05 ws-pergunta                           pic x(25).
          05 ws-resposta-gabarito                  pic x(25).
          05 ws-num-questao-edit                   pic 9(02).

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

       01 ws-impressao.
          05 ws-linha-prova                        pic x(80).
          05 ws-linha-gabarito                     pic x(80).
          05 ws-lin-prova                          pic 9(03) value zero.
          05 ws-lin-gabarito                       pic 9(03) value zero.
          05 ws-desc-regiao                        pic x(12).

       01 ws-normalizacao.
          05 ws-texto-norm                         pic x(25).

       77 ws-qtd-edit                              pic zzzzzz9.

       77 ws-aviso-questoes                        pic x(01) value "N".
          88 questoes-reduzidas                    value "S".
          88 questoes-como-pedidas                 value "N".

      *>   execucao nao assistida: com provasPapel.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "provasPapel.txt".
          05 ws-nome-arq-gabarito                  pic x(40) value "gabaritoProvas.txt".
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

       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-arqMatriculas                      pic 9(02).
       77 ws-fs-arqFolhasProva                     pic 9(02).
       77 ws-fs-arqProvas                          pic 9(02).
       77 ws-fs-arqGabarito                        pic 9(02).
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
           perform gerar-provas
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
      *>  Le provasPapel.par quando presente (BANCO=, REGIAO=, MODO=,
      *>  QUESTOES=, TURMA=, FOLHAS=, SAIDA=, GABARITO=, uma por linha); sem
      *>  o arquivo fica o dialogo de console
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

           if ws-par-chave = "BANCO" then
               move ws-par-valor(1:8) to ws-banco-prova
           else
               if ws-par-chave = "REGIAO" then
                   move ws-par-valor(1:12) to ws-regiao-prova
               else
                   if ws-par-chave = "MODO" then
                       move ws-par-valor(1:1) to ws-modo-prova
                   else
                       if ws-par-chave = "QUESTOES" then
                           move ws-par-valor(1:2) to ws-qtd-questoes-txt
                       else
                           if ws-par-chave = "TURMA" then
                               move ws-par-valor(1:6) to ws-turma-prova
                           else
                               if ws-par-chave = "FOLHAS" then
                                   move ws-par-valor(1:3) to ws-qtd-folhas-txt
                               else
                                   if ws-par-chave = "SAIDA" then
                                       if ws-par-valor <> space then
                                           move ws-par-valor to ws-nome-arq-saida
                                       end-if
                                   else
                                       if ws-par-chave = "GABARITO" then
                                           if ws-par-valor <> space then
                                               move ws-par-valor to ws-nome-arq-gabarito
                                           end-if
                                       end-if
                                   end-if
                               end-if
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
                  " provas_papel INICIO" delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha
           .
       gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-log no registro de execucao; problema no log nao
      *>  derruba a geracao (apenas aparece no console)
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
      *>  Procedimentos de inicializacao: dialogo de console, validacao dos
      *>  parametros, carga dos itens do banco e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Banco de questoes: "
               accept ws-banco-prova

               display "Regiao (vazio = todas): "
               accept ws-regiao-prova

               display "Modo (N = estado -> capital, I = capital -> estado): "
               accept ws-modo-prova

               display "Questoes por folha (1 a 40): "
               accept ws-qtd-questoes-txt

               display "Turma (vazio = folhas em branco, sem aluno): "
               accept ws-turma-prova

               if ws-turma-prova = space then
                   display "Quantidade de folhas em branco: "
                   accept ws-qtd-folhas-txt
               end-if
           end-if

      *>       codigos como o jogo grava nas chaves: maiusculas, sem
      *>       espacos a esquerda
           move ws-banco-prova to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm  to ws-banco-prova

           move ws-turma-prova to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm  to ws-turma-prova

           move ws-regiao-prova to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm   to ws-regiao-prova-norm
           move ws-texto-norm   to ws-regiao-prova

           move function upper-case(ws-modo-prova) to ws-modo-prova
           if ws-modo-prova = space then
               set prova-capital to true
           end-if

           if ws-banco-prova = space then
               move 2                                      to ws-msn-erro-ofsset
               move zero                                  to ws-msn-erro-cod
               move "Banco de questoes nao informado"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if not prova-capital and not prova-estado then
               move 3                                      to ws-msn-erro-ofsset
               move zero                                  to ws-msn-erro-cod
               move "Modo invalido (use N ou I)"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform aplicar-quantidades

           if ws-qtd-questoes = zero then
               move 10 to ws-qtd-questoes
           end-if

           if ws-qtd-questoes > ws-max-questoes then
               move ws-max-questoes to ws-qtd-questoes
               set questoes-reduzidas to true
           end-if

           if ws-turma-prova = space and ws-qtd-folhas = zero then
               move 4                                      to ws-msn-erro-ofsset
               move zero                                  to ws-msn-erro-cod
               move "Informe a turma ou a quantidade de folhas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-itens

           if ws-qtd-itens = zero then
               move 5                                      to ws-msn-erro-ofsset
               move zero                                  to ws-msn-erro-cod
               move "Nenhum item ativo no banco/regiao"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       regiao pequena: a folha leva todos os itens, em ordem
      *>       embaralhada
           if ws-qtd-questoes > ws-qtd-itens then
               move ws-qtd-itens to ws-qtd-questoes
               set questoes-reduzidas to true
           end-if

           if ws-turma-prova <> space then
               open input arqMatriculas

               if ws-fs-arqMatriculas <> 00 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de matriculas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqFolhasProva

           if ws-fs-arqFolhasProva = 35 then
               open output arqFolhasProva
               close       arqFolhasProva
               open i-o    arqFolhasProva
           end-if

           if ws-fs-arqFolhasProva <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
               move "Erro ao abrir arquivo de folhas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform buscar-ultima-folha

           open output arqProvas

           if ws-fs-arqProvas <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqProvas                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo de provas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqGabarito

           if ws-fs-arqGabarito <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-arqGabarito                     to ws-msn-erro-cod
               move "Erro ao abrir arquivo de gabarito"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       uma semente por execucao; as folhas seguintes continuam a
      *>       mesma sequencia, senao folhas geradas no mesmo centesimo de
      *>       segundo sairiam iguais
           accept semente from time
           compute num_random = function random(semente)

           if ws-regiao-prova = space then
               move "(TODAS)"       to ws-desc-regiao
           else
               move ws-regiao-prova to ws-desc-regiao
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Questoes por folha e folhas em branco (so digitos; o que nao
      *>  servir fica zero: 10 questoes por padrao, e sem folhas avulsas)
      *>------------------------------------------------------------------------
       aplicar-quantidades section.
           move space to ws-qtd-questoes-dig
           move function trim(ws-qtd-questoes-txt) to ws-qtd-questoes-txt

      *>       "8" digitado vira "08" (campo justificado a direita)
           unstring ws-qtd-questoes-txt delimited by space
               into ws-qtd-questoes-dig
           end-unstring

           inspect ws-qtd-questoes-dig replacing leading space by zero

           if ws-qtd-questoes-dig is numeric then
               move ws-qtd-questoes-dig to ws-qtd-questoes
           else
               move zero to ws-qtd-questoes
           end-if

           move space to ws-qtd-folhas-dig
           move function trim(ws-qtd-folhas-txt) to ws-qtd-folhas-txt

           unstring ws-qtd-folhas-txt delimited by space
               into ws-qtd-folhas-dig
           end-unstring

           inspect ws-qtd-folhas-dig replacing leading space by zero

           if ws-qtd-folhas-dig is numeric then
               move ws-qtd-folhas-dig to ws-qtd-folhas
           else
               move zero to ws-qtd-folhas
           end-if
           .
       aplicar-quantidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os itens ativos do banco pedido (e da regiao, quando
      *>  informada); item retirado nao entra em prova nova, como no jogo
      *>------------------------------------------------------------------------
       carregar-itens section.
           open input arqEstados

           if ws-fs-arqEstados <> 00 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstados                      to ws-msn-erro-cod
               move "Erro ao abrir arquivo de estados"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-banco-prova to fd-cod-banco
           move low-values     to fd-cod-estado
           start arqEstados key is >= fd-chave-estado

           perform until ws-fs-arqEstados <> 00

               read arqEstados next record

               if ws-fs-arqEstados = 00 then
                   if fd-cod-banco <> ws-banco-prova then
      *>                   passou do banco pedido: fim da varredura
                       move 10 to ws-fs-arqEstados
                   else
                       move fd-regiao to ws-texto-norm
                       perform normalizar-texto

                       if fd-est-situacao <> "I"
                       and (ws-regiao-prova-norm = space
                            or ws-texto-norm = ws-regiao-prova-norm)
                       and ws-qtd-itens < ws-max-itens then
                           add 1 to ws-qtd-itens
                           move fd-cod-estado to ws-itm-cod-estado(ws-qtd-itens)
                           move fd-estado     to ws-itm-estado(ws-qtd-itens)
                           move fd-capital    to ws-itm-capital(ws-qtd-itens)
                       end-if
                   end-if
               else
                   if ws-fs-arqEstados <> 10 and ws-fs-arqEstados <> 23 then
                       move 11                                     to ws-msn-erro-ofsset
                       move ws-fs-arqEstados                      to ws-msn-erro-cod
                       move "Erro ao ler arquivo de estados"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqEstados
           .
       carregar-itens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Numero da ultima folha ja registrada: a numeracao continua dela,
      *>  para o numero identificar a folha sem ambiguidade no lancamento
      *>------------------------------------------------------------------------
       buscar-ultima-folha section.
           move zero to ws-ultima-folha

           move low-values to fd-fol-chave
           start arqFolhasProva key is >= fd-fol-chave

           perform until ws-fs-arqFolhasProva <> 00

               read arqFolhasProva next record

               if ws-fs-arqFolhasProva = 00 then
                   if fd-fol-numero > ws-ultima-folha then
                       move fd-fol-numero to ws-ultima-folha
                   end-if
               else
                   if ws-fs-arqFolhasProva <> 10 and ws-fs-arqFolhasProva <> 23 then
                       move 12                                     to ws-msn-erro-ofsset
                       move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
                       move "Erro ao ler arquivo de folhas"       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           compute ws-primeira-folha = ws-ultima-folha + 1
           .
       buscar-ultima-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma folha por aluno matriculado na turma pedida, ou a quantidade
      *>  pedida de folhas em branco
      *>------------------------------------------------------------------------
       gerar-provas section.
           if ws-turma-prova <> space then
               move low-values to fd-mat-nome-jog
               start arqMatriculas key is >= fd-mat-nome-jog

               perform until ws-fs-arqMatriculas <> 00

                   read arqMatriculas next record

                   if ws-fs-arqMatriculas = 00 then
                       add 1 to ws-qtd-matriculas-lidas

                       if fd-mat-turma = ws-turma-prova then
                           move fd-mat-nome-jog to ws-nome-folha
                           perform gerar-folha
                       end-if
                   else
                       if ws-fs-arqMatriculas <> 10 and ws-fs-arqMatriculas <> 23 then
                           move 13                                     to ws-msn-erro-ofsset
                           move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                           move "Erro ao ler arquivo de matriculas"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform
           else
               move space to ws-nome-folha
               perform varying ws-ind-folha from 1 by 1 until ws-ind-folha > ws-qtd-folhas
                   perform gerar-folha
               end-perform
           end-if

           if ws-qtd-folhas-geradas = zero then
               move spaces to ws-linha-prova
               move "NENHUM ALUNO MATRICULADO NA TURMA PEDIDA" to ws-linha-prova
               perform escrever-linha-prova
           end-if
           .
       gerar-provas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Folha corrente: embaralha os itens, registra cabecalho e questoes
      *>  em arqFolhasProva e imprime a folha do aluno e a do gabarito
      *>------------------------------------------------------------------------
       gerar-folha section.
           add 1 to ws-ultima-folha

           perform embaralhar-itens

           move ws-ultima-folha      to fd-fol-numero
           move zero                 to fd-fol-seq
           move space                to fd-fol-cabecalho
           move ws-nome-folha        to fd-fol-nome-jog
           move ws-turma-prova       to fd-fol-turma
           move ws-banco-prova       to fd-fol-cod-banco
           move ws-regiao-prova      to fd-fol-regiao
           move ws-modo-prova        to fd-fol-modo
           move ws-qtd-questoes      to fd-fol-qtd-questoes
           move ws-data-hoje         to fd-fol-data-geracao
           move "P"                  to fd-fol-situacao
           move zero                 to fd-fol-data-lancamento
           move zero                 to fd-fol-acertos
           perform gravar-registro-folha

           perform imprimir-cabecalho-prova
           perform imprimir-cabecalho-gabarito

           perform varying ws-ind-questao from 1 by 1 until ws-ind-questao > ws-qtd-questoes
               move ws-ordem(ws-ind-questao) to ws-ind-item

               if prova-estado then
                   move ws-itm-capital(ws-ind-item) to ws-pergunta
                   move ws-itm-estado(ws-ind-item)  to ws-resposta-gabarito
               else
                   move ws-itm-estado(ws-ind-item)  to ws-pergunta
                   move ws-itm-capital(ws-ind-item) to ws-resposta-gabarito
               end-if

               move ws-ultima-folha      to fd-fol-numero
               move ws-ind-questao       to fd-fol-seq
               move space                to fd-fol-questao
               move ws-itm-cod-estado(ws-ind-item) to fd-flq-cod-estado
               move ws-pergunta          to fd-flq-pergunta
               move ws-resposta-gabarito to fd-flq-gabarito
               perform gravar-registro-folha

               move ws-ind-questao to ws-num-questao-edit

               move spaces to ws-linha-prova
               string "  "                 delimited by size
                      ws-num-questao-edit  delimited by size
                      ") "                 delimited by size
                      ws-pergunta          delimited by size
                      "  ______________________________" delimited by size
                 into ws-linha-prova
               end-string
               perform escrever-linha-prova

               move spaces to ws-linha-gabarito
               string "  "                 delimited by size
                      ws-num-questao-edit  delimited by size
                      ") "                 delimited by size
                      ws-pergunta          delimited by size
                      "  "                 delimited by size
                      ws-resposta-gabarito delimited by size
                 into ws-linha-gabarito
               end-string
               perform escrever-linha-gabarito
           end-perform

           move spaces to ws-linha-prova
           perform escrever-linha-prova
           move "  Acertos: ______ (uso do professor)" to ws-linha-prova
           perform escrever-linha-prova

      *>       completa as folhas, para a proxima comecar no topo
           move spaces to ws-linha-prova
           perform until ws-lin-prova >= ws-linhas-folha
               perform escrever-linha-prova
           end-perform

           move spaces to ws-linha-gabarito
           perform until ws-lin-gabarito >= ws-linhas-folha
               perform escrever-linha-gabarito
           end-perform

           add 1 to ws-qtd-folhas-geradas
           .
       gerar-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Embaralha a ordem dos itens para a folha corrente (troca de cada
      *>  posicao, da ultima para a primeira, com uma posicao sorteada ate
      *>  ela); as primeiras posicoes sao as questoes da folha
      *>------------------------------------------------------------------------
       embaralhar-itens section.
           perform varying ws-ind-ord from 1 by 1 until ws-ind-ord > ws-qtd-itens
               move ws-ind-ord to ws-ordem(ws-ind-ord)
           end-perform

           perform varying ws-ind-ord from ws-qtd-itens by -1 until ws-ind-ord < 2
               compute num_random = function random
               compute ws-ind-troca = num_random * ws-ind-ord + 1

               if ws-ind-troca > ws-ind-ord then
                   move ws-ind-ord to ws-ind-troca
               end-if

               move ws-ordem(ws-ind-ord)   to ws-ordem-aux
               move ws-ordem(ws-ind-troca) to ws-ordem(ws-ind-ord)
               move ws-ordem-aux           to ws-ordem(ws-ind-troca)
           end-perform
           .
       embaralhar-itens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro montado em fd-folha-prova
      *>------------------------------------------------------------------------
       gravar-registro-folha section.
           write fd-folha-prova

           if ws-fs-arqFolhasProva <> 00 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
               move "Erro ao gravar arquivo de folhas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-registro-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Topo da folha do aluno: numero da folha, banco, regiao, nome (ou
      *>  linha para o aluno escrever) e o enunciado conforme o modo
      *>------------------------------------------------------------------------
       imprimir-cabecalho-prova section.
           move zero to ws-lin-prova

           move spaces to ws-linha-prova
           perform escrever-linha-prova

           move spaces to ws-linha-prova
           if prova-estado then
               move "  PROVA - ESTADOS DAS CAPITAIS" to ws-linha-prova
           else
               move "  PROVA - CAPITAIS DOS ESTADOS" to ws-linha-prova
           end-if
           move "FOLHA No"      to ws-linha-prova(58:8)
           move ws-ultima-folha to ws-linha-prova(67:6)
           perform escrever-linha-prova

           move spaces to ws-linha-prova
           string "  Banco: "     delimited by size
                  ws-banco-prova  delimited by size
                  "   Regiao: "   delimited by size
                  ws-desc-regiao  delimited by size
             into ws-linha-prova
           end-string
           perform escrever-linha-prova

           move spaces to ws-linha-prova
           perform escrever-linha-prova

           move spaces to ws-linha-prova
           if ws-nome-folha = space then
               move "  Aluno: _________________________   Turma: ______" to ws-linha-prova
           else
               string "  Aluno: "     delimited by size
                      ws-nome-folha   delimited by size
                      "   Turma: "    delimited by size
                      ws-turma-prova  delimited by size
                 into ws-linha-prova
               end-string
           end-if
           perform escrever-linha-prova

           move "  Data: ____/____/______" to ws-linha-prova
           perform escrever-linha-prova

           move spaces to ws-linha-prova
           perform escrever-linha-prova

           if prova-estado then
               move "  Escreva o nome do estado de cada capital abaixo." to ws-linha-prova
           else
               move "  Escreva o nome da capital de cada estado abaixo." to ws-linha-prova
           end-if
           perform escrever-linha-prova

           move spaces to ws-linha-prova
           perform escrever-linha-prova
           .
       imprimir-cabecalho-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Topo do gabarito da folha corrente (mesmo numero da folha)
      *>------------------------------------------------------------------------
       imprimir-cabecalho-gabarito section.
           move zero to ws-lin-gabarito

           move ws-data-hoje to ws-data-edit-origem
           perform editar-data

           move spaces to ws-linha-gabarito
           perform escrever-linha-gabarito

           move spaces to ws-linha-gabarito
           string "  GABARITO - FOLHA No " delimited by size
                  ws-ultima-folha          delimited by size
                  "   gerada em "          delimited by size
                  ws-data-edit             delimited by size
             into ws-linha-gabarito
           end-string
           perform escrever-linha-gabarito

           move spaces to ws-linha-gabarito
           if ws-nome-folha = space then
               move "  Aluno: (folha em branco)" to ws-linha-gabarito
           else
               string "  Aluno: "     delimited by size
                      ws-nome-folha   delimited by size
                      "   Turma: "    delimited by size
                      ws-turma-prova  delimited by size
                 into ws-linha-gabarito
               end-string
           end-if
           perform escrever-linha-gabarito

           move spaces to ws-linha-gabarito
           if prova-estado then
               string "  Banco: "     delimited by size
                      ws-banco-prova  delimited by size
                      "   Regiao: "   delimited by size
                      ws-desc-regiao  delimited by size
                      "   Modo: capital -> estado" delimited by size
                 into ws-linha-gabarito
               end-string
           else
               string "  Banco: "     delimited by size
                      ws-banco-prova  delimited by size
                      "   Regiao: "   delimited by size
                      ws-desc-regiao  delimited by size
                      "   Modo: estado -> capital" delimited by size
                 into ws-linha-gabarito
               end-string
           end-if
           perform escrever-linha-gabarito

           move spaces to ws-linha-gabarito
           perform escrever-linha-gabarito
           .
       imprimir-cabecalho-gabarito-exit.
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
      *>   Normaliza texto para comparacao: maiusculas e sem espacos nas
      *>   pontas, sem acentuacao (mesmo criterio do jogo)
      *>------------------------------------------------------------------------
       normalizar-texto section.
           move function trim(ws-texto-norm)       to ws-texto-norm
           move function upper-case(ws-texto-norm) to ws-texto-norm

           inspect ws-texto-norm replacing all x"C1" by "A"
           inspect ws-texto-norm replacing all x"C0" by "A"
           inspect ws-texto-norm replacing all x"C2" by "A"
           inspect ws-texto-norm replacing all x"C3" by "A"
           inspect ws-texto-norm replacing all x"C9" by "E"
           inspect ws-texto-norm replacing all x"CA" by "E"
           inspect ws-texto-norm replacing all x"CD" by "I"
           inspect ws-texto-norm replacing all x"D3" by "O"
           inspect ws-texto-norm replacing all x"D4" by "O"
           inspect ws-texto-norm replacing all x"D5" by "O"
           inspect ws-texto-norm replacing all x"DA" by "U"
           inspect ws-texto-norm replacing all x"DC" by "U"
           inspect ws-texto-norm replacing all x"C7" by "C"
           inspect ws-texto-norm replacing all x"E1" by "A"
           inspect ws-texto-norm replacing all x"E0" by "A"
           inspect ws-texto-norm replacing all x"E2" by "A"
           inspect ws-texto-norm replacing all x"E3" by "A"
           inspect ws-texto-norm replacing all x"E9" by "E"
           inspect ws-texto-norm replacing all x"EA" by "E"
           inspect ws-texto-norm replacing all x"ED" by "I"
           inspect ws-texto-norm replacing all x"F3" by "O"
           inspect ws-texto-norm replacing all x"F4" by "O"
           inspect ws-texto-norm replacing all x"F5" by "O"
           inspect ws-texto-norm replacing all x"FA" by "U"
           inspect ws-texto-norm replacing all x"FC" by "U"
           inspect ws-texto-norm replacing all x"E7" by "C"
           .
       normalizar-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-prova e conta a linha na folha
      *>------------------------------------------------------------------------
       escrever-linha-prova section.
           write fd-linha-prova from ws-linha-prova

           if ws-fs-arqProvas <> 00 then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arqProvas                       to ws-msn-erro-cod
               move "Erro ao gravar arquivo de provas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-prova
           .
       escrever-linha-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-gabarito e conta a linha na folha
      *>------------------------------------------------------------------------
       escrever-linha-gabarito section.
           write fd-linha-gabarito from ws-linha-gabarito

           if ws-fs-arqGabarito <> 00 then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-arqGabarito                     to ws-msn-erro-cod
               move "Erro ao gravar arquivo de gabarito"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-gabarito
           .
       escrever-linha-gabarito-exit.
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
                  " provas_papel ERRO OFS=" delimited by size
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
           if ws-turma-prova <> space then
               close arqMatriculas
           end-if

           close arqFolhasProva

           if ws-fs-arqFolhasProva <> 00 then
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
               move "Erro ao fechar arquivo de folhas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqProvas

           if ws-fs-arqProvas <> 00 then
               move 18                                     to ws-msn-erro-ofsset
               move ws-fs-arqProvas                       to ws-msn-erro-cod
               move "Erro ao fechar arquivo de provas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqGabarito

           if ws-fs-arqGabarito <> 00 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqGabarito                     to ws-msn-erro-cod
               move "Erro ao fechar arquivo de gabarito"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-qtd-folhas-geradas to ws-qtd-edit
           display "Folhas de prova gravadas em " ws-nome-arq-saida ": " ws-qtd-edit
           display "Gabarito gravado em " ws-nome-arq-gabarito

           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-folhas-geradas to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " provas_papel FIM RC=0 FOLHAS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           if ws-qtd-folhas-geradas > zero then
               move spaces to ws-linha-log
               string ws-data-hoje       delimited by size
                      " "                delimited by size
                      ws-hora-log        delimited by size
                      " provas_papel FIM NUMERACAO " delimited by size
                      ws-primeira-folha  delimited by size
                      " A "              delimited by size
                      ws-ultima-folha    delimited by size
                 into ws-linha-log
               end-string
               perform gravar-log-linha
           end-if

           if questoes-reduzidas then
               move ws-qtd-questoes to ws-qtd-log-edit
               move spaces to ws-linha-log
               string ws-data-hoje       delimited by size
                      " "                delimited by size
                      ws-hora-log        delimited by size
                      " provas_papel AVISO QUESTOES POR FOLHA REDUZIDAS PARA " delimited by size
                      ws-qtd-log-edit    delimited by size
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
