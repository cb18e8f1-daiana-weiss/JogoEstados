      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "reconcilia_mestres".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Reconstrucao e conferencia dos arquivos mestres pelo diario de
      *>   respostas: rele os arquivos mortos mensais (jornal-AAAAMM.txt) e
      *>   o jornal vivo (ou o jornal mestre da juncao), com os ajustes de
      *>   revisao tipo A, e recalcula do zero os pontos por jogador, os
      *>   erros por banco+item e as tentativas/acertos por jogador+item --
      *>   com as mesmas regras que o jogo e a juncao noturna aplicam. As
      *>   renomeacoes, fusoes e exclusoes de jogador feitas em Manter
      *>   Jogadores nao passam pelo diario; elas sao lidas do registro de
      *>   alteracoes (logAlteracoes.txt) e reaplicadas na ordem em que
      *>   aconteceram. O resultado e comparado com arqHistorico,
      *>   arqErrosHist e arqDominio num relatorio de divergencias; com o
      *>   parametro REGRAVAR=S os mestres sao regravados com os valores
      *>   recalculados (depois de uma copia nos arquivos de backup que a
      *>   opcao Restaurar de Verificar Arquivos sabe ler). Programa batch,
      *>   sem telas -- rodar antes de fechar os boletins. Depois de um
      *>   fechamento de ano letivo (controleFechamento.txt) as respostas
      *>   anteriores a ele nao contam mais nos pontos nem no dominio (nem
      *>   nos erros, quando o fechamento zerou os erros tambem).

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select arqEstados assign to "arqEstados.dat" *> cadastro dos bancos de questoes (item ainda existente)
           organization is indexed
           access mode is dynamic
           record key is fd-chave-estado
           lock mode is automatic
           file status is ws-fs-arqEstados.

           select arqJornal assign using ws-nome-arq-jornal *> diario de respostas: o da estacao ou o jornal mestre da juncao (parametro ENTRADA=)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

           select arqJornalMes assign using ws-nome-arq-mes *> arquivo morto mensal do jornal (jornal-AAAAMM.txt, gerado pelo fechamento)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornalMes.

           select arqLogAlteracoes assign to "logAlteracoes.txt" *> registro das alteracoes das telas de manutencao (renomear/fundir/excluir jogador)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlteracoes.

           select arqHistorico assign to "arqHistorico.dat" *> historico mestre de pontuacao acumulada por jogador
           organization is indexed
           access mode is dynamic
           record key is fd-hist-nome-jog
           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqErrosHist assign to "arqErrosHist.dat" *> historico mestre de erros acumulados por estado
           organization is indexed
           access mode is dynamic
           record key is fd-erroshist-chave
           lock mode is automatic
           file status is ws-fs-arqErrosHist.

           select arqDominio assign to "arqDominio.dat" *> dominio mestre por jogador: tentativas e acertos por item
           organization is indexed
           access mode is dynamic
           record key is fd-dom-chave
           lock mode is automatic
           file status is ws-fs-arqDominio.

           select arqRecHistorico assign to "recalcHistorico.dat" *> area de trabalho: pontos recalculados por jogador
           organization is indexed
           access mode is dynamic
           record key is fd-rhi-nome-jog
           lock mode is automatic
           file status is ws-fs-arqRecHistorico.

           select arqRecErros assign to "recalcErros.dat" *> area de trabalho: erros recalculados por banco+item
           organization is indexed
           access mode is dynamic
           record key is fd-rer-chave
           lock mode is automatic
           file status is ws-fs-arqRecErros.

           select arqRecDominio assign to "recalcDominio.dat" *> area de trabalho: tentativas/acertos recalculados por jogador+item
           organization is indexed
           access mode is dynamic
           record key is fd-rdo-chave
           lock mode is automatic
           file status is ws-fs-arqRecDominio.

           select arqHistoricoBkp assign to "historicoBkp.txt" *> copia do historico antes da regravacao (mesmo backup da tela Verificar)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistoricoBkp.

           select arqErrosBkp assign to "errosHistBkp.txt" *> copia dos erros antes da regravacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqErrosBkp.

           select arqDominioBkp assign to "dominioBkp.txt" *> copia do dominio antes da regravacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqDominioBkp.

           select arqRelReconc assign using ws-nome-arq-saida *> saida: relatorio de divergencias (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelReconc.

           select arqControle assign to "controleFechamento.txt" *> fechamentos de ano letivo: respostas anteriores nao contam mais
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControle.

           select arqParametros assign to "reconciliaMestres.par" *> parametros p/ execucao nao assistida: ENTRADA=, SAIDA=, MES-INI=, REGRAVAR=
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
           05 fd-jrn-tarefa                        pic x(06).

       fd arqJornalMes.
       01 fd-jornal-mes                            pic x(114).

       fd arqLogAlteracoes.
       01 fd-log-alteracao.
           05 fd-lga-data                          pic 9(08).
           05 fd-lga-hora                          pic 9(08).
           05 fd-lga-operador                      pic x(10).
           05 fd-lga-estacao                       pic x(04).
           05 fd-lga-arquivo                       pic x(15).
           05 fd-lga-acao                          pic x(12).
           05 fd-lga-chave                         pic x(41).
           05 fd-lga-antes                         pic x(63).
           05 fd-lga-depois                        pic x(63).

       fd arqHistorico.
       01 fd-historico.
           05 fd-hist-nome-jog                     pic X(25).
           05 fd-hist-pontos-tot                   pic 9(05).

       fd arqErrosHist.
       01 fd-erros-hist.
           05 fd-erroshist-chave.
               10 fd-erroshist-cod-banco           pic X(08).
               10 fd-erroshist-cod-estado          pic X(02).
           05 fd-erroshist-qtd-erros               pic 9(05).

       fd arqDominio.
       01 fd-dominio.
           05 fd-dom-chave.
               10 fd-dom-nome-jog                  pic x(25).
               10 fd-dom-cod-banco                 pic x(08).
               10 fd-dom-cod-estado                pic x(02).
           05 fd-dom-tentativas                    pic 9(05).
           05 fd-dom-acertos                       pic 9(05).

       fd arqRecHistorico.
       01 fd-rec-historico.
           05 fd-rhi-nome-jog                      pic x(25).
           05 fd-rhi-pontos                        pic 9(07).

       fd arqRecErros.
       01 fd-rec-erros.
           05 fd-rer-chave.
               10 fd-rer-cod-banco                 pic x(08).
               10 fd-rer-cod-estado                pic x(02).
           05 fd-rer-qtd-erros                     pic 9(05).

       fd arqRecDominio.
       01 fd-rec-dominio.
           05 fd-rdo-chave.
               10 fd-rdo-nome-jog                  pic x(25).
               10 fd-rdo-cod-banco                 pic x(08).
               10 fd-rdo-cod-estado                pic x(02).
           05 fd-rdo-tentativas                    pic 9(05).
           05 fd-rdo-acertos                       pic 9(05).

       fd arqHistoricoBkp.
       01 fd-histbkp-linha                         pic x(30).

       fd arqErrosBkp.
       01 fd-errbkp-linha                          pic x(15).

       fd arqDominioBkp.
       01 fd-dombkp-linha                          pic x(45).

       fd arqRelReconc.
       01 fd-linha-reconc                          pic x(80).

      *>   um registro por fechamento (gravado pelo fechamento do ano
      *>   letivo); F = ano fechado e mestres zerados no momento data+hora
       fd arqControle.
       01 fd-controle.
           05 fd-fch-ano                           pic 9(04).
           05 fd-fch-situacao                      pic x(01).
           05 fd-fch-momento.
               10 fd-fch-data                      pic 9(08).
               10 fd-fch-hora                      pic 9(08).
           05 fd-fch-manter-erros                  pic x(01).
           05 fd-fch-ultimo-codigo                 pic 9(04).
           05 fd-fch-qtd-egressos                  pic 9(04).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   renomeacoes, fusoes e exclusoes de jogador lidas do registro de
      *>   alteracoes, na ordem em que foram feitas; cada uma e reaplicada
      *>   nos recalculados assim que a releitura do diario passa do
      *>   momento dela (um nome renomeado e depois reaproveitado por outro
      *>   aluno fica com as respostas certas de cada um)
       78 ws-max-eventos                           value 1000.

       01 ws-tab-eventos.
          05 ws-evt-ent occurs ws-max-eventos.
             10 ws-evt-momento                     pic x(16).
             10 ws-evt-acao                        pic x(01).
                88 evento-renomear                 value "R".
                88 evento-fundir                   value "F".
                88 evento-excluir                  value "E".
             10 ws-evt-origem                      pic x(25).
             10 ws-evt-destino                     pic x(25).

       77 ws-qtd-eventos                           pic 9(04) value zero.
       77 ws-ind-evt                               pic 9(04) value 1.
       77 ws-fora-eventos                          pic 9(05) value zero.
       77 ws-qtd-eventos-aplic                     pic 9(05) value zero.

      *>   momento (data+hora) do registro do diario em aplicacao
       77 ws-momento-reg                           pic x(16).

      *>   momento do ultimo fechamento de ano letivo (pontos e dominio) e
      *>   do ultimo que zerou tambem os erros; sem fechamento, low-values
      *>   (todo registro do diario conta)
       01 ws-fechamento.
          05 ws-momento-fechamento                 pic x(16) value low-values.
          05 ws-momento-fech-erros                 pic x(16) value low-values.
          05 ws-ano-fechado                        pic 9(04) value zero.
          05 ws-ano-fech-erros                     pic 9(04) value zero.

      *>   chave e valores do lado mestre e do lado recalculado na
      *>   comparacao casada (balance line) de cada arquivo; fim de arquivo
      *>   vira high-values na chave
       01 ws-comparacao.
          05 ws-chave-mestre                       pic x(35).
          05 ws-chave-recalc                       pic x(35).
          05 ws-val-mestre                         pic 9(07).
          05 ws-val-recalc                         pic 9(07).
          05 ws-acer-mestre                        pic 9(05).
          05 ws-acer-recalc                        pic 9(05).
          05 ws-situacao-div                       pic x(12).

      *>   chave da area de trabalho guardada antes de um delete, para a
      *>   varredura recomecar da seguinte (como na purga de orfaos)
       77 ws-chave-salva                           pic x(35).
       77 ws-nome-salvo                            pic x(25).
       77 ws-pontos-salvos                         pic 9(07).
       77 ws-tent-salvas                           pic 9(05).
       77 ws-acer-salvos                           pic 9(05).

       01 ws-contadores.
          05 ws-qtd-lidos-mes                      pic 9(07) value zero.
          05 ws-qtd-lidos-vivo                     pic 9(07) value zero.
          05 ws-qtd-ajustes                        pic 9(07) value zero.
          05 ws-qtd-sem-pontos                     pic 9(07) value zero.
          05 ws-qtd-fora-cadastro                  pic 9(07) value zero.
          05 ws-qtd-meses-lidos                    pic 9(03) value zero.
          05 ws-qtd-orfaos-mestre                  pic 9(07) value zero.
          05 ws-qtd-comp-hist                      pic 9(07) value zero.
          05 ws-qtd-comp-erros                     pic 9(07) value zero.
          05 ws-qtd-comp-dom                       pic 9(07) value zero.
          05 ws-qtd-div-hist                       pic 9(07) value zero.
          05 ws-qtd-div-erros                      pic 9(07) value zero.
          05 ws-qtd-div-dom                        pic 9(07) value zero.
          05 ws-qtd-alterados                      pic 9(07) value zero.
          05 ws-qtd-incluidos                      pic 9(07) value zero.
          05 ws-qtd-excluidos                      pic 9(07) value zero.
          05 ws-qtd-antes-fechamento               pic 9(07) value zero.
          05 ws-qtd-antes-fech-erros               pic 9(07) value zero.

      *>   varredura dos arquivos mortos mensais do jornal: do mes inicial
      *>   (parametro MES-INI=, padrao dez anos atras) ate o mes corrente;
      *>   mes sem arquivo e pulado
       01 ws-varredura-meses.
          05 ws-mes-varredura                      pic 9(06).
          05 ws-mes-varredura-r redefines ws-mes-varredura.
             10 ws-mes-var-ano                     pic 9(04).
             10 ws-mes-var-mes                     pic 9(02).
          05 ws-mes-ini                            pic 9(06) value zero.
          05 ws-mes-ini-txt                        pic x(06).
          05 ws-mes-final                          pic 9(06) value zero.
          05 ws-nome-arq-mes                       pic x(17).
          05 ws-data-hoje                          pic 9(08).
          05 ws-data-hoje-r redefines ws-data-hoje.
             10 ws-hoje-ano                        pic 9(04).
             10 ws-hoje-mes-dia                    pic 9(04).

       77 ws-arquivo-morto                         pic x(01) value "S".
          88 ler-arquivo-morto                     value "S".
          88 sem-arquivo-morto                     value "N".

       01 ws-impressao.
          05 ws-linha-reconc                       pic x(80).
          05 ws-lin-pagina                         pic 9(02) value 99.
          05 ws-num-pagina                         pic 9(03) value zero.
          05 ws-qtd-edit                           pic zzzzzz9.
          05 ws-qtd5-edit                          pic zzzz9.
          05 ws-dif-edit                           pic -------9.
          05 ws-pag-edit                           pic zz9.

       77 ws-dif-aux                               pic s9(07) value zero.
       77 ws-ptr-texto                             pic 9(03) value 1.

       77 ws-varredura                             pic x(01) value "N".
          88 varredura-acabou                      value "S".
          88 varredura-continua                    value "N".

       77 ws-item-cadastro                         pic x(01) value "N".
          88 item-no-cadastro                      value "S".
          88 item-fora-cadastro                    value "N".

      *>   mestre que ainda nao existe (instalacao nova) conta como vazio
      *>   na comparacao; na regravacao ele e criado
       77 ws-hist-arquivo                          pic x(01) value "S".
          88 historico-disponivel                  value "S".
          88 historico-ausente                     value "N".

       77 ws-erros-arquivo                         pic x(01) value "S".
          88 erros-disponivel                      value "S".
          88 erros-ausente                         value "N".

       77 ws-dom-arquivo                           pic x(01) value "S".
          88 dominio-disponivel                    value "S".
          88 dominio-ausente                       value "N".

      *>   execucao nao assistida: com reconciliaMestres.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "reconciliaMestres.txt".
          05 ws-nome-arq-jornal                    pic x(40) value "jornalRespostas.txt".
          05 ws-nome-jornal-txt                    pic x(40).
          05 ws-regravar-txt                       pic x(01).
          05 ws-par-chave                          pic x(20).
          05 ws-par-valor                          pic x(40).

       77 ws-regravacao                            pic x(01) value "N".
          88 regravar-mestres                      value "S".
          88 so-conferir                           value "N".

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

       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqLogAlteracoes                   pic 9(02).
       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqErrosHist                       pic 9(02).
       77 ws-fs-arqDominio                         pic 9(02).
       77 ws-fs-arqRecHistorico                    pic 9(02).
       77 ws-fs-arqRecErros                        pic 9(02).
       77 ws-fs-arqRecDominio                      pic 9(02).
       77 ws-fs-arqHistoricoBkp                    pic 9(02).
       77 ws-fs-arqErrosBkp                        pic 9(02).
       77 ws-fs-arqDominioBkp                      pic 9(02).
       77 ws-fs-arqRelReconc                       pic 9(02).
       77 ws-fs-arqControle                        pic 9(02).
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
           perform carregar-eventos-jogador
           perform recalcular-pelo-jornal
           perform comparar-historico
           perform comparar-erros
           perform comparar-dominio
           if regravar-mestres then
               perform copiar-mestres-backup
               perform regravar-historico
               perform regravar-erros
               perform regravar-dominio
               perform registrar-regravacao
           end-if
           perform imprimir-resumo
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
      *>  Le reconciliaMestres.par quando presente (ENTRADA=, SAIDA=,
      *>  MES-INI=, REGRAVAR=, uma por linha); sem o arquivo fica o dialogo
      *>  de console
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

           if ws-par-chave = "ENTRADA" then
               if ws-par-valor <> space then
                   move ws-par-valor to ws-nome-arq-jornal
               end-if
           else
               if ws-par-chave = "SAIDA" then
                   if ws-par-valor <> space then
                       move ws-par-valor to ws-nome-arq-saida
                   end-if
               else
                   if ws-par-chave = "MES-INI" then
                       move ws-par-valor(1:6) to ws-mes-ini-txt
                       perform aplicar-mes-inicial
                   else
                       if ws-par-chave = "REGRAVAR" then
                           if ws-par-valor(1:1) = "S" or ws-par-valor(1:1) = "s" then
                               set regravar-mestres to true
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       aplicar-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes inicial do arquivo morto: AAAAMM, ou N para nao ler arquivo
      *>  morto nenhum (jornal mestre da instalacao central, que o
      *>  fechamento mensal nao corta)
      *>------------------------------------------------------------------------
       aplicar-mes-inicial section.
           if ws-mes-ini-txt(1:1) = "N" or ws-mes-ini-txt(1:1) = "n" then
               set sem-arquivo-morto to true
           else
               if ws-mes-ini-txt is numeric then
                   move ws-mes-ini-txt to ws-mes-ini
               end-if
           end-if
           .
       aplicar-mes-inicial-exit.
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
                  " reconcilia_mestres INICIO" delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha
           .
       gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-log no registro de execucao; problema no log nao
      *>  derruba a reconciliacao (apenas aparece no console)
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
      *>  Procedimentos de inicializacao: dialogo de console, abertura do
      *>  cadastro, do diario, dos mestres e das areas de trabalho
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Diario a reler (vazio = jornalRespostas.txt): "
               accept ws-nome-jornal-txt

               display "Primeiro mes do arquivo morto (AAAAMM, vazio = 10 anos, N = nenhum): "
               accept ws-mes-ini-txt

               display "Regravar os mestres com os valores recalculados (S/N)? "
               accept ws-regravar-txt

               if ws-nome-jornal-txt <> space then
                   move ws-nome-jornal-txt to ws-nome-arq-jornal
               end-if

               perform aplicar-mes-inicial

               if ws-regravar-txt = "S" or ws-regravar-txt = "s" then
                   set regravar-mestres to true
               end-if
           end-if

           perform ler-controle-fechamento

      *>       faixa de meses fechados: sem mes inicial, os ultimos dez anos
      *>       (ou desde o ultimo fechamento que zerou os erros -- antes
      *>       dele nenhuma resposta conta)
           if ler-arquivo-morto then
               if ws-mes-ini = zero then
                   if ws-ano-fech-erros <> zero then
                       move ws-momento-fech-erros(1:6) to ws-mes-ini
                   else
                       compute ws-mes-ini = (ws-hoje-ano - 10) * 100 + 1
                   end-if
               end-if
               move ws-data-hoje(1:6) to ws-mes-final
           end-if

           open input arqEstados

           if ws-fs-arqEstados <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqEstados                      to ws-msn-erro-cod
               move "Erro ao abrir arquivo de estados"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqJornal

           if ws-fs-arqJornal <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao abrir diario de respostas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelReconc

           if ws-fs-arqRelReconc <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelReconc                    to ws-msn-erro-cod
               move "Erro ao abrir relatorio de reconcil." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       areas de trabalho recriadas vazias a cada execucao
           open output arqRecHistorico
           close       arqRecHistorico
           open i-o    arqRecHistorico

           if ws-fs-arqRecHistorico <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqRecHistorico                 to ws-msn-erro-cod
               move "Erro ao criar recalculo do historico" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRecErros
           close       arqRecErros
           open i-o    arqRecErros

           if ws-fs-arqRecErros <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqRecErros                     to ws-msn-erro-cod
               move "Erro ao criar recalculo dos erros"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRecDominio
           close       arqRecDominio
           open i-o    arqRecDominio

           if ws-fs-arqRecDominio <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqRecDominio                   to ws-msn-erro-cod
               move "Erro ao criar recalculo do dominio"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform abrir-mestres
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le controleFechamento.txt (ausente = nenhum ano fechado ainda):
      *>  momento do ultimo fechamento e do ultimo que zerou os erros
      *>------------------------------------------------------------------------
       ler-controle-fechamento section.
           open input arqControle

           if ws-fs-arqControle = 35 then
               continue
           else
               if ws-fs-arqControle <> 00 then
                   move 40                                     to ws-msn-erro-ofsset
                   move ws-fs-arqControle                     to ws-msn-erro-cod
                   move "Erro ao abrir controle de fechamento" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqControle = 10

                   read arqControle

                   if ws-fs-arqControle = 00 then
                       if fd-fch-situacao = "F"
                       and fd-fch-momento > ws-momento-fechamento then
                           move fd-fch-momento to ws-momento-fechamento
                           move fd-fch-ano     to ws-ano-fechado

                           if fd-fch-manter-erros = "N" then
                               move fd-fch-momento to ws-momento-fech-erros
                               move fd-fch-ano     to ws-ano-fech-erros
                           end-if
                       end-if
                   else
                       if ws-fs-arqControle <> 10 then
                           move 41                                     to ws-msn-erro-ofsset
                           move ws-fs-arqControle                     to ws-msn-erro-cod
                           move "Erro ao ler controle de fechamento"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqControle
           end-if
           .
       ler-controle-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre os tres mestres: so leitura na conferencia, i-o (criando o
      *>  que faltar) na regravacao
      *>------------------------------------------------------------------------
       abrir-mestres section.
           if regravar-mestres then
               open i-o arqHistorico
               if ws-fs-arqHistorico = 35 then
                   open output arqHistorico
                   close       arqHistorico
                   open i-o    arqHistorico
               end-if
           else
               open input arqHistorico
               if ws-fs-arqHistorico = 35 then
                   set historico-ausente to true
                   move zero to ws-fs-arqHistorico
               end-if
           end-if

           if ws-fs-arqHistorico <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                    to ws-msn-erro-cod
               move "Erro ao abrir historico mestre"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if regravar-mestres then
               open i-o arqErrosHist
               if ws-fs-arqErrosHist = 35 then
                   open output arqErrosHist
                   close       arqErrosHist
                   open i-o    arqErrosHist
               end-if
           else
               open input arqErrosHist
               if ws-fs-arqErrosHist = 35 then
                   set erros-ausente to true
                   move zero to ws-fs-arqErrosHist
               end-if
           end-if

           if ws-fs-arqErrosHist <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-arqErrosHist                    to ws-msn-erro-cod
               move "Erro ao abrir erros mestre"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if regravar-mestres then
               open i-o arqDominio
               if ws-fs-arqDominio = 35 then
                   open output arqDominio
                   close       arqDominio
                   open i-o    arqDominio
               end-if
           else
               open input arqDominio
               if ws-fs-arqDominio = 35 then
                   set dominio-ausente to true
                   move zero to ws-fs-arqDominio
               end-if
           end-if

           if ws-fs-arqDominio <> 00 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-arqDominio                      to ws-msn-erro-cod
               move "Erro ao abrir dominio mestre"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abrir-mestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do registro de alteracoes as renomeacoes, fusoes e
      *>  exclusoes de jogador (arquivo HISTORICO); sem o registro nao ha o
      *>  que reaplicar
      *>------------------------------------------------------------------------
       carregar-eventos-jogador section.
           open input arqLogAlteracoes

           if ws-fs-arqLogAlteracoes = 35 then
               continue
           else
               if ws-fs-arqLogAlteracoes <> 00 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
                   move "Erro ao abrir registro de alteracoes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqLogAlteracoes = 10

                   read arqLogAlteracoes

                   if ws-fs-arqLogAlteracoes = 00 then
                       if fd-lga-arquivo = "HISTORICO" then
                           perform guardar-evento-jogador
                       end-if
                   else
                       if ws-fs-arqLogAlteracoes <> 10 then
                           move 12                                     to ws-msn-erro-ofsset
                           move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
                           move "Erro ao ler registro de alteracoes"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqLogAlteracoes

               if ws-fs-arqLogAlteracoes <> 00 then
                   move 13                                     to ws-msn-erro-ofsset
                   move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
                   move "Erro ao fechar registro de alteracoes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carregar-eventos-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o evento corrente do registro de alteracoes; o nome de
      *>  destino vem do texto "nome PONTOS=n" gravado pela tela (depois,
      *>  na renomeacao; antes, na fusao)
      *>------------------------------------------------------------------------
       guardar-evento-jogador section.
           if fd-lga-acao = "RENOMEAR"
           or fd-lga-acao = "FUNDIR"
           or fd-lga-acao = "EXCLUIR" then

               if ws-qtd-eventos >= ws-max-eventos then
                   add 1 to ws-fora-eventos
               else
                   add 1 to ws-qtd-eventos
                   move fd-log-alteracao(1:16) to ws-evt-momento(ws-qtd-eventos)
                   move fd-lga-chave(1:25)     to ws-evt-origem(ws-qtd-eventos)
                   move space                  to ws-evt-destino(ws-qtd-eventos)

                   if fd-lga-acao = "RENOMEAR" then
                       set evento-renomear(ws-qtd-eventos) to true
                       unstring fd-lga-depois delimited by " PONTOS="
                           into ws-evt-destino(ws-qtd-eventos)
                       end-unstring
                   else
                       if fd-lga-acao = "FUNDIR" then
                           set evento-fundir(ws-qtd-eventos) to true
                           unstring fd-lga-antes delimited by " PONTOS="
                               into ws-evt-destino(ws-qtd-eventos)
                           end-unstring
                       else
                           set evento-excluir(ws-qtd-eventos) to true
                       end-if
                   end-if
               end-if
           end-if
           .
       guardar-evento-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Releitura completa: arquivos mortos em ordem de mes e depois o
      *>  diario informado; os eventos de jogador que sobrarem depois do
      *>  ultimo registro sao aplicados no fim
      *>------------------------------------------------------------------------
       recalcular-pelo-jornal section.
           perform varrer-meses-fechados

           perform until ws-fs-arqJornal = 10

               read arqJornal next record

               if ws-fs-arqJornal = 00 then
                   if fd-jornal <> space then
                       add 1 to ws-qtd-lidos-vivo
                       perform recalcular-registro
                   end-if
               else
                   if ws-fs-arqJornal <> 10 then
                       move 14                                    to ws-msn-erro-ofsset
                       move ws-fs-arqJornal                      to ws-msn-erro-cod
                       move "Erro ao ler diario de respostas"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           move high-values to ws-momento-reg
           perform aplicar-eventos-pendentes
           .
       recalcular-pelo-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Visita os arquivos mortos mensais (jornal-AAAAMM.txt) do mes
      *>  inicial ate o mes corrente
      *>------------------------------------------------------------------------
       varrer-meses-fechados section.
           if ler-arquivo-morto then
               move ws-mes-ini to ws-mes-varredura

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
      *>  Rele um arquivo morto mensal inteiro
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
      *>           mes sem fechamento (ou sem jogo): nada a reler aqui
               continue
           else
               if ws-fs-arqJornalMes <> 00 then
                   move 15                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto mensal"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-meses-lidos

               perform until ws-fs-arqJornalMes = 10

                   read arqJornalMes next record

                   if ws-fs-arqJornalMes = 00 then
                       if fd-jornal-mes <> space then
                           move fd-jornal-mes to fd-jornal
                           add 1 to ws-qtd-lidos-mes
                           perform recalcular-registro
                       end-if
                   else
                       if ws-fs-arqJornalMes <> 10 then
                           move 16                                     to ws-msn-erro-ofsset
                           move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                           move "Erro ao ler arquivo morto mensal"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJornalMes

               if ws-fs-arqJornalMes <> 00 then
                   move 17                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto mensal" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       processar-mes-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica um registro do diario nas areas de trabalho, depois dos
      *>  eventos de jogador anteriores a ele; erros e dominio so para item
      *>  ainda cadastrado (o de item excluido seria purgado como orfao);
      *>  resposta anterior ao fechamento do ano letivo nao conta mais
      *>------------------------------------------------------------------------
       recalcular-registro section.
           move fd-jornal(1:16) to ws-momento-reg
           perform aplicar-eventos-pendentes

           if fd-jrn-tipo = "A" then
               add 1 to ws-qtd-ajustes
           end-if

           if ws-momento-reg > ws-momento-fechamento then
               perform recalcular-historico
           else
               add 1 to ws-qtd-antes-fechamento
           end-if

           move fd-jrn-cod-banco  to fd-cod-banco
           move fd-jrn-cod-estado to fd-cod-estado
           read arqEstados key is fd-chave-estado

           if ws-fs-arqEstados = 00 then
               if ws-momento-reg > ws-momento-fech-erros then
                   perform recalcular-erros
               else
                   add 1 to ws-qtd-antes-fech-erros
               end-if
               if ws-momento-reg > ws-momento-fechamento then
                   perform recalcular-dominio
               end-if
           else
               add 1 to ws-qtd-fora-cadastro
           end-if
           .
       recalcular-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pontos da resposta (ou os devolvidos pela revisao) no jogador;
      *>  registro antigo, sem o campo de pontos, so e contado
      *>------------------------------------------------------------------------
       recalcular-historico section.
           if fd-jrn-pontos is numeric then
               move fd-jrn-nome-jog to fd-rhi-nome-jog
               read arqRecHistorico key is fd-rhi-nome-jog

               if ws-fs-arqRecHistorico = 00 then
                   add fd-jrn-pontos to fd-rhi-pontos
                   rewrite fd-rec-historico
               else
                   move fd-jrn-nome-jog to fd-rhi-nome-jog
                   move fd-jrn-pontos   to fd-rhi-pontos
                   write fd-rec-historico
               end-if

               if ws-fs-arqRecHistorico <> 00 then
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecHistorico                 to ws-msn-erro-cod
                   move "Erro ao gravar recalculo historico"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               add 1 to ws-qtd-sem-pontos
           end-if
           .
       recalcular-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Erro do item: resposta errada soma um; ajuste de revisao tira um
      *>  (sem deixar negativo), como o jogo e a juncao fazem
      *>------------------------------------------------------------------------
       recalcular-erros section.
           move fd-jrn-cod-banco  to fd-rer-cod-banco
           move fd-jrn-cod-estado to fd-rer-cod-estado
           read arqRecErros key is fd-rer-chave

           if fd-jrn-tipo = "A" then
               if ws-fs-arqRecErros = 00
               and fd-rer-qtd-erros > zero then
                   subtract 1 from fd-rer-qtd-erros
                   rewrite fd-rec-erros
               end-if
           else
               if fd-jrn-acertou = "N" then
                   if ws-fs-arqRecErros = 00 then
                       add 1 to fd-rer-qtd-erros
                       rewrite fd-rec-erros
                   else
                       move fd-jrn-cod-banco  to fd-rer-cod-banco
                       move fd-jrn-cod-estado to fd-rer-cod-estado
                       move 1                 to fd-rer-qtd-erros
                       write fd-rec-erros
                   end-if
               end-if
           end-if

           if ws-fs-arqRecErros <> 00
           and ws-fs-arqRecErros <> 23 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqRecErros                     to ws-msn-erro-cod
               move "Erro ao gravar recalculo dos erros"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       recalcular-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativa/acerto do jogador no item; o ajuste de revisao converte
      *>  a tentativa ja contada em acerto
      *>------------------------------------------------------------------------
       recalcular-dominio section.
           move fd-jrn-nome-jog   to fd-rdo-nome-jog
           move fd-jrn-cod-banco  to fd-rdo-cod-banco
           move fd-jrn-cod-estado to fd-rdo-cod-estado
           read arqRecDominio key is fd-rdo-chave

           if fd-jrn-tipo = "A" then
               if ws-fs-arqRecDominio = 00 then
                   if fd-rdo-acertos < fd-rdo-tentativas then
                       add 1 to fd-rdo-acertos
                   end-if
                   rewrite fd-rec-dominio
               end-if
           else
               if ws-fs-arqRecDominio = 00 then
                   add 1 to fd-rdo-tentativas
                   if fd-jrn-acertou = "S" then
                       add 1 to fd-rdo-acertos
                   end-if
                   rewrite fd-rec-dominio
               else
                   move fd-jrn-nome-jog   to fd-rdo-nome-jog
                   move fd-jrn-cod-banco  to fd-rdo-cod-banco
                   move fd-jrn-cod-estado to fd-rdo-cod-estado
                   move 1                 to fd-rdo-tentativas
                   if fd-jrn-acertou = "S" then
                       move 1    to fd-rdo-acertos
                   else
                       move zero to fd-rdo-acertos
                   end-if
                   write fd-rec-dominio
               end-if
           end-if

           if ws-fs-arqRecDominio <> 00
           and ws-fs-arqRecDominio <> 23 then
               move 20                                     to ws-msn-erro-ofsset
               move ws-fs-arqRecDominio                   to ws-msn-erro-cod
               move "Erro ao gravar recalculo do dominio" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       recalcular-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica os eventos de jogador ainda pendentes cujo momento e
      *>  anterior ao registro em aplicacao (ws-momento-reg)
      *>------------------------------------------------------------------------
       aplicar-eventos-pendentes section.
           perform until ws-ind-evt > ws-qtd-eventos
                   or    ws-evt-momento(ws-ind-evt) > ws-momento-reg

               if evento-excluir(ws-ind-evt) then
                   perform excluir-jogador-recalc
               else
                   perform transferir-jogador-recalc
               end-if

               add 1 to ws-qtd-eventos-aplic
               add 1 to ws-ind-evt
           end-perform
           .
       aplicar-eventos-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Renomeacao ou fusao: pontos e dominio da origem passam para o
      *>  destino (somados ao que ele ja tiver) e a origem deixa de existir
      *>------------------------------------------------------------------------
       transferir-jogador-recalc section.
           move ws-evt-origem(ws-ind-evt) to fd-rhi-nome-jog
           read arqRecHistorico key is fd-rhi-nome-jog

           if ws-fs-arqRecHistorico = 00 then
               move fd-rhi-pontos to ws-pontos-salvos
               delete arqRecHistorico record

               if ws-fs-arqRecHistorico <> 00 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecHistorico                 to ws-msn-erro-cod
                   move "Erro ao transferir jogador recalculo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-evt-destino(ws-ind-evt) to fd-rhi-nome-jog
               read arqRecHistorico key is fd-rhi-nome-jog

               if ws-fs-arqRecHistorico = 00 then
                   add ws-pontos-salvos to fd-rhi-pontos
                   rewrite fd-rec-historico
               else
                   move ws-evt-destino(ws-ind-evt) to fd-rhi-nome-jog
                   move ws-pontos-salvos           to fd-rhi-pontos
                   write fd-rec-historico
               end-if

               if ws-fs-arqRecHistorico <> 00 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecHistorico                 to ws-msn-erro-cod
                   move "Erro ao transferir jogador recalculo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>       dominio: cada item da origem e somado no destino e apagado;
      *>       a varredura recomeca na origem depois de cada delete
           set varredura-continua to true

           perform until varredura-acabou
               move ws-evt-origem(ws-ind-evt) to fd-rdo-nome-jog
               move low-values                 to fd-rdo-cod-banco
               move low-values                 to fd-rdo-cod-estado
               start arqRecDominio key is >= fd-rdo-chave

               if ws-fs-arqRecDominio = 00 then
                   read arqRecDominio next record
               end-if

               if ws-fs-arqRecDominio = 00
               and fd-rdo-nome-jog = ws-evt-origem(ws-ind-evt) then
                   move fd-rdo-tentativas to ws-tent-salvas
                   move fd-rdo-acertos    to ws-acer-salvos
                   delete arqRecDominio record

                   if ws-fs-arqRecDominio <> 00 then
                       move 22                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRecDominio                   to ws-msn-erro-cod
                       move "Erro ao transferir dominio recalculo" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-evt-destino(ws-ind-evt) to fd-rdo-nome-jog
                   read arqRecDominio key is fd-rdo-chave

                   if ws-fs-arqRecDominio = 00 then
                       add ws-tent-salvas to fd-rdo-tentativas
                       add ws-acer-salvos to fd-rdo-acertos
                       rewrite fd-rec-dominio
                   else
                       move ws-evt-destino(ws-ind-evt) to fd-rdo-nome-jog
                       move ws-tent-salvas             to fd-rdo-tentativas
                       move ws-acer-salvos             to fd-rdo-acertos
                       write fd-rec-dominio
                   end-if

                   if ws-fs-arqRecDominio <> 00 then
                       move 22                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRecDominio                   to ws-msn-erro-cod
                       move "Erro ao transferir dominio recalculo" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   set varredura-acabou to true
               end-if
           end-perform
           .
       transferir-jogador-recalc-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao: pontos e dominio da origem saem do recalculo
      *>------------------------------------------------------------------------
       excluir-jogador-recalc section.
           move ws-evt-origem(ws-ind-evt) to fd-rhi-nome-jog
           read arqRecHistorico key is fd-rhi-nome-jog

           if ws-fs-arqRecHistorico = 00 then
               delete arqRecHistorico record

               if ws-fs-arqRecHistorico <> 00 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecHistorico                 to ws-msn-erro-cod
                   move "Erro ao excluir jogador recalculo"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set varredura-continua to true

           perform until varredura-acabou
               move ws-evt-origem(ws-ind-evt) to fd-rdo-nome-jog
               move low-values                 to fd-rdo-cod-banco
               move low-values                 to fd-rdo-cod-estado
               start arqRecDominio key is >= fd-rdo-chave

               if ws-fs-arqRecDominio = 00 then
                   read arqRecDominio next record
               end-if

               if ws-fs-arqRecDominio = 00
               and fd-rdo-nome-jog = ws-evt-origem(ws-ind-evt) then
                   delete arqRecDominio record

                   if ws-fs-arqRecDominio <> 00 then
                       move 22                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRecDominio                   to ws-msn-erro-cod
                       move "Erro ao excluir dominio recalculo"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   set varredura-acabou to true
               end-if
           end-perform
           .
       excluir-jogador-recalc-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comparacao casada historico mestre x recalculado, os dois em ordem
      *>  de nome; registro ausente de um lado vale zero, e so diferenca de
      *>  valor sai no relatorio
      *>------------------------------------------------------------------------
       comparar-historico section.
           move "PONTOS POR JOGADOR (arqHistorico)" to ws-linha-reconc
           perform escrever-linha
           move "JOGADOR                    MESTRE   RECALC    DIFER SITUACAO"
             to ws-linha-reconc
           perform escrever-linha

           move low-values to fd-rhi-nome-jog
           start arqRecHistorico key is >= fd-rhi-nome-jog
           perform ler-recalc-historico

           if historico-disponivel then
               move low-values to fd-hist-nome-jog
               start arqHistorico key is >= fd-hist-nome-jog
           end-if
           perform ler-mestre-historico

           perform until ws-chave-mestre = high-values
                   and   ws-chave-recalc = high-values

               add 1 to ws-qtd-comp-hist

               if ws-chave-mestre = ws-chave-recalc then
                   move fd-hist-pontos-tot to ws-val-mestre
                   move fd-rhi-pontos      to ws-val-recalc
                   move "DIFERENTE"        to ws-situacao-div
                   move ws-chave-mestre    to ws-chave-salva
                   perform ler-mestre-historico
                   perform ler-recalc-historico
               else
                   if ws-chave-mestre < ws-chave-recalc then
                       move fd-hist-pontos-tot to ws-val-mestre
                       move zero               to ws-val-recalc
                       move "SO NO MESTRE"     to ws-situacao-div
                       move ws-chave-mestre    to ws-chave-salva
                       perform ler-mestre-historico
                   else
                       move zero               to ws-val-mestre
                       move fd-rhi-pontos      to ws-val-recalc
                       move "SO RECALCULO"     to ws-situacao-div
                       move ws-chave-recalc    to ws-chave-salva
                       perform ler-recalc-historico
                   end-if
               end-if

               if ws-val-mestre <> ws-val-recalc then
                   add 1 to ws-qtd-div-hist
                   perform imprimir-divergencia-hist
               end-if
           end-perform

           if ws-qtd-div-hist = zero then
               move "  NENHUMA DIVERGENCIA" to ws-linha-reconc
               perform escrever-linha
           end-if

           move spaces to ws-linha-reconc
           perform escrever-linha
           .
       comparar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo registro do historico mestre (high-values no fim); os
      *>  valores ficam na area do FD ate a proxima leitura
      *>------------------------------------------------------------------------
       ler-mestre-historico section.
           move high-values to ws-chave-mestre

           if historico-disponivel then
               read arqHistorico next record

               if ws-fs-arqHistorico = 00 then
                   move fd-hist-nome-jog to ws-chave-mestre
               else
                   if ws-fs-arqHistorico <> 10 and ws-fs-arqHistorico <> 46 then
                       move 23                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                    to ws-msn-erro-cod
                       move "Erro ao ler historico mestre"        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       ler-mestre-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo registro do historico recalculado (high-values no fim)
      *>------------------------------------------------------------------------
       ler-recalc-historico section.
           move high-values to ws-chave-recalc

           read arqRecHistorico next record

           if ws-fs-arqRecHistorico = 00 then
               move fd-rhi-nome-jog to ws-chave-recalc
           end-if
           .
       ler-recalc-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de divergencia de pontos
      *>------------------------------------------------------------------------
       imprimir-divergencia-hist section.
           compute ws-dif-aux = ws-val-recalc - ws-val-mestre

           move spaces to ws-linha-reconc
           move ws-chave-salva(1:25) to ws-linha-reconc(1:25)
           move ws-val-mestre        to ws-qtd-edit
           move ws-qtd-edit          to ws-linha-reconc(27:7)
           move ws-val-recalc        to ws-qtd-edit
           move ws-qtd-edit          to ws-linha-reconc(36:7)
           move ws-dif-aux           to ws-dif-edit
           move ws-dif-edit          to ws-linha-reconc(44:8)
           move ws-situacao-div      to ws-linha-reconc(53:12)
           perform escrever-linha
           .
       imprimir-divergencia-hist-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comparacao casada erros mestre x recalculado por banco+item; item
      *>  que ja saiu do cadastro fica de fora (e orfao, caso da purga)
      *>------------------------------------------------------------------------
       comparar-erros section.
           move "ERROS POR ITEM (arqErrosHist)" to ws-linha-reconc
           perform escrever-linha
           move "BANCO    IT   MESTRE   RECALC    DIFER SITUACAO"
             to ws-linha-reconc
           perform escrever-linha

           move low-values to fd-rer-chave
           start arqRecErros key is >= fd-rer-chave
           perform ler-recalc-erros

           if erros-disponivel then
               move low-values to fd-erroshist-chave
               start arqErrosHist key is >= fd-erroshist-chave
           end-if
           perform ler-mestre-erros

           perform until ws-chave-mestre = high-values
                   and   ws-chave-recalc = high-values

               add 1 to ws-qtd-comp-erros

               if ws-chave-mestre = ws-chave-recalc then
                   move fd-erroshist-qtd-erros to ws-val-mestre
                   move fd-rer-qtd-erros       to ws-val-recalc
                   move "DIFERENTE"            to ws-situacao-div
                   move ws-chave-mestre        to ws-chave-salva
                   perform ler-mestre-erros
                   perform ler-recalc-erros
               else
                   if ws-chave-mestre < ws-chave-recalc then
                       move fd-erroshist-qtd-erros to ws-val-mestre
                       move zero                   to ws-val-recalc
                       move "SO NO MESTRE"         to ws-situacao-div
                       move ws-chave-mestre        to ws-chave-salva
                       perform ler-mestre-erros
                   else
                       move zero                   to ws-val-mestre
                       move fd-rer-qtd-erros       to ws-val-recalc
                       move "SO RECALCULO"         to ws-situacao-div
                       move ws-chave-recalc        to ws-chave-salva
                       perform ler-recalc-erros
                   end-if
               end-if

               if ws-val-mestre <> ws-val-recalc then
                   add 1 to ws-qtd-div-erros
                   perform imprimir-divergencia-erros
               end-if
           end-perform

           if ws-qtd-div-erros = zero then
               move "  NENHUMA DIVERGENCIA" to ws-linha-reconc
               perform escrever-linha
           end-if

           move spaces to ws-linha-reconc
           perform escrever-linha
           .
       comparar-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo registro de erros mestre de item ainda cadastrado
      *>------------------------------------------------------------------------
       ler-mestre-erros section.
           move high-values to ws-chave-mestre

           if erros-disponivel then
               set varredura-continua to true

               perform until varredura-acabou
                   read arqErrosHist next record

                   if ws-fs-arqErrosHist = 00 then
                       move fd-erroshist-cod-banco  to fd-cod-banco
                       move fd-erroshist-cod-estado to fd-cod-estado
                       read arqEstados key is fd-chave-estado

                       if ws-fs-arqEstados = 00 then
                           move fd-erroshist-chave to ws-chave-mestre
                           set varredura-acabou to true
                       else
                           add 1 to ws-qtd-orfaos-mestre
                       end-if
                   else
                       set varredura-acabou to true
                       if ws-fs-arqErrosHist <> 10 and ws-fs-arqErrosHist <> 46 then
                           move 24                                     to ws-msn-erro-ofsset
                           move ws-fs-arqErrosHist                    to ws-msn-erro-cod
                           move "Erro ao ler erros mestre"            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       ler-mestre-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo registro de erros recalculado
      *>------------------------------------------------------------------------
       ler-recalc-erros section.
           move high-values to ws-chave-recalc

           read arqRecErros next record

           if ws-fs-arqRecErros = 00 then
               move fd-rer-chave to ws-chave-recalc
           end-if
           .
       ler-recalc-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de divergencia de erros
      *>------------------------------------------------------------------------
       imprimir-divergencia-erros section.
           compute ws-dif-aux = ws-val-recalc - ws-val-mestre

           move spaces to ws-linha-reconc
           move ws-chave-salva(1:8)  to ws-linha-reconc(1:8)
           move ws-chave-salva(9:2)  to ws-linha-reconc(10:2)
           move ws-val-mestre        to ws-qtd-edit
           move ws-qtd-edit          to ws-linha-reconc(15:7)
           move ws-val-recalc        to ws-qtd-edit
           move ws-qtd-edit          to ws-linha-reconc(24:7)
           move ws-dif-aux           to ws-dif-edit
           move ws-dif-edit          to ws-linha-reconc(32:8)
           move ws-situacao-div      to ws-linha-reconc(41:12)
           perform escrever-linha
           .
       imprimir-divergencia-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comparacao casada dominio mestre x recalculado por jogador+item;
      *>  diverge quando tentativas ou acertos diferem
      *>------------------------------------------------------------------------
       comparar-dominio section.
           move "TENTATIVAS E ACERTOS POR JOGADOR E ITEM (arqDominio)" to ws-linha-reconc
           perform escrever-linha
           move "JOGADOR                   BANCO    IT TEN-M ACE-M TEN-R ACE-R SITUACAO"
             to ws-linha-reconc
           perform escrever-linha

           move low-values to fd-rdo-chave
           start arqRecDominio key is >= fd-rdo-chave
           perform ler-recalc-dominio

           if dominio-disponivel then
               move low-values to fd-dom-chave
               start arqDominio key is >= fd-dom-chave
           end-if
           perform ler-mestre-dominio

           perform until ws-chave-mestre = high-values
                   and   ws-chave-recalc = high-values

               add 1 to ws-qtd-comp-dom

               if ws-chave-mestre = ws-chave-recalc then
                   move fd-dom-tentativas to ws-val-mestre
                   move fd-dom-acertos    to ws-acer-mestre
                   move fd-rdo-tentativas to ws-val-recalc
                   move fd-rdo-acertos    to ws-acer-recalc
                   move "DIFERENTE"       to ws-situacao-div
                   move ws-chave-mestre   to ws-chave-salva
                   perform ler-mestre-dominio
                   perform ler-recalc-dominio
               else
                   if ws-chave-mestre < ws-chave-recalc then
                       move fd-dom-tentativas to ws-val-mestre
                       move fd-dom-acertos    to ws-acer-mestre
                       move zero              to ws-val-recalc
                       move zero              to ws-acer-recalc
                       move "SO NO MESTRE"    to ws-situacao-div
                       move ws-chave-mestre   to ws-chave-salva
                       perform ler-mestre-dominio
                   else
                       move zero              to ws-val-mestre
                       move zero              to ws-acer-mestre
                       move fd-rdo-tentativas to ws-val-recalc
                       move fd-rdo-acertos    to ws-acer-recalc
                       move "SO RECALCULO"    to ws-situacao-div
                       move ws-chave-recalc   to ws-chave-salva
                       perform ler-recalc-dominio
                   end-if
               end-if

               if ws-val-mestre  <> ws-val-recalc
               or ws-acer-mestre <> ws-acer-recalc then
                   add 1 to ws-qtd-div-dom
                   perform imprimir-divergencia-dom
               end-if
           end-perform

           if ws-qtd-div-dom = zero then
               move "  NENHUMA DIVERGENCIA" to ws-linha-reconc
               perform escrever-linha
           end-if

           move spaces to ws-linha-reconc
           perform escrever-linha
           .
       comparar-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo registro de dominio mestre de item ainda cadastrado
      *>------------------------------------------------------------------------
       ler-mestre-dominio section.
           move high-values to ws-chave-mestre

           if dominio-disponivel then
               set varredura-continua to true

               perform until varredura-acabou
                   read arqDominio next record

                   if ws-fs-arqDominio = 00 then
                       move fd-dom-cod-banco  to fd-cod-banco
                       move fd-dom-cod-estado to fd-cod-estado
                       read arqEstados key is fd-chave-estado

                       if ws-fs-arqEstados = 00 then
                           move fd-dom-chave to ws-chave-mestre
                           set varredura-acabou to true
                       else
                           add 1 to ws-qtd-orfaos-mestre
                       end-if
                   else
                       set varredura-acabou to true
                       if ws-fs-arqDominio <> 10 and ws-fs-arqDominio <> 46 then
                           move 25                                     to ws-msn-erro-ofsset
                           move ws-fs-arqDominio                      to ws-msn-erro-cod
                           move "Erro ao ler dominio mestre"          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       ler-mestre-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo registro de dominio recalculado
      *>------------------------------------------------------------------------
       ler-recalc-dominio section.
           move high-values to ws-chave-recalc

           read arqRecDominio next record

           if ws-fs-arqRecDominio = 00 then
               move fd-rdo-chave to ws-chave-recalc
           end-if
           .
       ler-recalc-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de divergencia de dominio
      *>------------------------------------------------------------------------
       imprimir-divergencia-dom section.
           move spaces to ws-linha-reconc
           move ws-chave-salva(1:25)  to ws-linha-reconc(1:25)
           move ws-chave-salva(26:8)  to ws-linha-reconc(27:8)
           move ws-chave-salva(34:2)  to ws-linha-reconc(36:2)
           move ws-val-mestre         to ws-qtd5-edit
           move ws-qtd5-edit          to ws-linha-reconc(39:5)
           move ws-acer-mestre        to ws-qtd5-edit
           move ws-qtd5-edit          to ws-linha-reconc(45:5)
           move ws-val-recalc         to ws-qtd5-edit
           move ws-qtd5-edit          to ws-linha-reconc(51:5)
           move ws-acer-recalc        to ws-qtd5-edit
           move ws-qtd5-edit          to ws-linha-reconc(57:5)
           move ws-situacao-div       to ws-linha-reconc(63:12)
           perform escrever-linha
           .
       imprimir-divergencia-dom-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Antes de regravar: copia dos tres mestres nos arquivos de backup
      *>  da tela Verificar Arquivos (mesmo formato, registro a registro),
      *>  para a opcao Restaurar desfazer a regravacao se preciso
      *>------------------------------------------------------------------------
       copiar-mestres-backup section.
           open output arqHistoricoBkp

           if ws-fs-arqHistoricoBkp <> 00 then
               move 26                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoBkp                 to ws-msn-erro-cod
               move "Erro ao abrir backup do historico"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move low-values to fd-hist-nome-jog
           start arqHistorico key is >= fd-hist-nome-jog

           perform until ws-fs-arqHistorico <> 00
               read arqHistorico next record

               if ws-fs-arqHistorico = 00 then
                   write fd-histbkp-linha from fd-historico

                   if ws-fs-arqHistoricoBkp <> 00 then
                       move 27                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoBkp                 to ws-msn-erro-cod
                       move "Erro ao gravar backup do historico"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqHistoricoBkp

           open output arqErrosBkp

           if ws-fs-arqErrosBkp <> 00 then
               move 28                                     to ws-msn-erro-ofsset
               move ws-fs-arqErrosBkp                     to ws-msn-erro-cod
               move "Erro ao abrir backup dos erros"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move low-values to fd-erroshist-chave
           start arqErrosHist key is >= fd-erroshist-chave

           perform until ws-fs-arqErrosHist <> 00
               read arqErrosHist next record

               if ws-fs-arqErrosHist = 00 then
                   write fd-errbkp-linha from fd-erros-hist

                   if ws-fs-arqErrosBkp <> 00 then
                       move 29                                     to ws-msn-erro-ofsset
                       move ws-fs-arqErrosBkp                     to ws-msn-erro-cod
                       move "Erro ao gravar backup dos erros"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqErrosBkp

           open output arqDominioBkp

           if ws-fs-arqDominioBkp <> 00 then
               move 30                                     to ws-msn-erro-ofsset
               move ws-fs-arqDominioBkp                   to ws-msn-erro-cod
               move "Erro ao abrir backup do dominio"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move low-values to fd-dom-chave
           start arqDominio key is >= fd-dom-chave

           perform until ws-fs-arqDominio <> 00
               read arqDominio next record

               if ws-fs-arqDominio = 00 then
                   write fd-dombkp-linha from fd-dominio

                   if ws-fs-arqDominioBkp <> 00 then
                       move 31                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDominioBkp                   to ws-msn-erro-cod
                       move "Erro ao gravar backup do dominio"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqDominioBkp
           .
       copiar-mestres-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o historico: cada recalculado entra (ou corrige o que
      *>  difere) e o jogador com pontos no mestre que o diario nao explica
      *>  e excluido (depois de um delete a varredura recomeca da seguinte)
      *>------------------------------------------------------------------------
       regravar-historico section.
           move low-values to fd-rhi-nome-jog
           start arqRecHistorico key is >= fd-rhi-nome-jog

           perform until ws-fs-arqRecHistorico <> 00
               read arqRecHistorico next record

               if ws-fs-arqRecHistorico = 00 then
                   move fd-rhi-nome-jog to fd-hist-nome-jog
                   read arqHistorico key is fd-hist-nome-jog

                   if ws-fs-arqHistorico = 00 then
                       if fd-hist-pontos-tot <> fd-rhi-pontos then
                           move fd-rhi-pontos to fd-hist-pontos-tot
                           rewrite fd-historico
                           add 1 to ws-qtd-alterados
                       end-if
                   else
                       if fd-rhi-pontos > zero then
                           move fd-rhi-nome-jog to fd-hist-nome-jog
                           move fd-rhi-pontos   to fd-hist-pontos-tot
                           write fd-historico
                           add 1 to ws-qtd-incluidos
                       else
                           move zero to ws-fs-arqHistorico
                       end-if
                   end-if

                   if ws-fs-arqHistorico <> 00 then
                       move 32                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                    to ws-msn-erro-cod
                       move "Erro ao regravar historico mestre"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           move low-values to fd-hist-nome-jog
           start arqHistorico key is >= fd-hist-nome-jog

           if ws-fs-arqHistorico <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqHistorico next record

               if ws-fs-arqHistorico = 00 then
                   move fd-hist-nome-jog to fd-rhi-nome-jog
                   read arqRecHistorico key is fd-rhi-nome-jog

                   if ws-fs-arqRecHistorico <> 00
                   and fd-hist-pontos-tot > zero then
                       move fd-hist-nome-jog to ws-chave-salva
                       delete arqHistorico record

                       if ws-fs-arqHistorico <> 00 then
                           move 32                                     to ws-msn-erro-ofsset
                           move ws-fs-arqHistorico                    to ws-msn-erro-cod
                           move "Erro ao regravar historico mestre"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtd-excluidos

                       move ws-chave-salva(1:25) to fd-hist-nome-jog
                       start arqHistorico key is > fd-hist-nome-jog
                       if ws-fs-arqHistorico <> 00 then
                           set varredura-acabou to true
                       end-if
                   end-if
               else
                   set varredura-acabou to true
               end-if
           end-perform
           .
       regravar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava os erros por item (mesma regra do historico; orfao de item
      *>  fora do cadastro fica para a purga da tela Verificar Arquivos)
      *>------------------------------------------------------------------------
       regravar-erros section.
           move low-values to fd-rer-chave
           start arqRecErros key is >= fd-rer-chave

           perform until ws-fs-arqRecErros <> 00
               read arqRecErros next record

               if ws-fs-arqRecErros = 00 then
                   move fd-rer-chave to fd-erroshist-chave
                   read arqErrosHist key is fd-erroshist-chave

                   if ws-fs-arqErrosHist = 00 then
                       if fd-erroshist-qtd-erros <> fd-rer-qtd-erros then
                           move fd-rer-qtd-erros to fd-erroshist-qtd-erros
                           rewrite fd-erros-hist
                           add 1 to ws-qtd-alterados
                       end-if
                   else
                       if fd-rer-qtd-erros > zero then
                           move fd-rer-chave     to fd-erroshist-chave
                           move fd-rer-qtd-erros to fd-erroshist-qtd-erros
                           write fd-erros-hist
                           add 1 to ws-qtd-incluidos
                       else
                           move zero to ws-fs-arqErrosHist
                       end-if
                   end-if

                   if ws-fs-arqErrosHist <> 00 then
                       move 33                                     to ws-msn-erro-ofsset
                       move ws-fs-arqErrosHist                    to ws-msn-erro-cod
                       move "Erro ao regravar erros mestre"       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           move low-values to fd-erroshist-chave
           start arqErrosHist key is >= fd-erroshist-chave

           if ws-fs-arqErrosHist <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqErrosHist next record

               if ws-fs-arqErrosHist = 00 then
                   move fd-erroshist-chave to ws-chave-salva
                   perform conferir-item-erros

                   move ws-chave-salva(1:10) to fd-rer-chave
                   read arqRecErros key is fd-rer-chave

                   if ws-fs-arqRecErros <> 00
                   and fd-erroshist-qtd-erros > zero
                   and item-no-cadastro then
                       move ws-chave-salva(1:10) to fd-erroshist-chave
                       delete arqErrosHist record

                       if ws-fs-arqErrosHist <> 00 then
                           move 33                                     to ws-msn-erro-ofsset
                           move ws-fs-arqErrosHist                    to ws-msn-erro-cod
                           move "Erro ao regravar erros mestre"       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtd-excluidos

                       move ws-chave-salva(1:10) to fd-erroshist-chave
                       start arqErrosHist key is > fd-erroshist-chave
                       if ws-fs-arqErrosHist <> 00 then
                           set varredura-acabou to true
                       end-if
                   end-if
               else
                   set varredura-acabou to true
               end-if
           end-perform
           .
       regravar-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Item do registro de erros corrente ainda no cadastro?
      *>------------------------------------------------------------------------
       conferir-item-erros section.
           move fd-erroshist-cod-banco  to fd-cod-banco
           move fd-erroshist-cod-estado to fd-cod-estado
           read arqEstados key is fd-chave-estado

           if ws-fs-arqEstados = 00 then
               set item-no-cadastro   to true
           else
               set item-fora-cadastro to true
           end-if
           .
       conferir-item-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o dominio por jogador+item (mesma regra dos erros)
      *>------------------------------------------------------------------------
       regravar-dominio section.
           move low-values to fd-rdo-chave
           start arqRecDominio key is >= fd-rdo-chave

           perform until ws-fs-arqRecDominio <> 00
               read arqRecDominio next record

               if ws-fs-arqRecDominio = 00 then
                   move fd-rdo-chave to fd-dom-chave
                   read arqDominio key is fd-dom-chave

                   if ws-fs-arqDominio = 00 then
                       if fd-dom-tentativas <> fd-rdo-tentativas
                       or fd-dom-acertos    <> fd-rdo-acertos then
                           move fd-rdo-tentativas to fd-dom-tentativas
                           move fd-rdo-acertos    to fd-dom-acertos
                           rewrite fd-dominio
                           add 1 to ws-qtd-alterados
                       end-if
                   else
                       move fd-rdo-chave      to fd-dom-chave
                       move fd-rdo-tentativas to fd-dom-tentativas
                       move fd-rdo-acertos    to fd-dom-acertos
                       write fd-dominio
                       add 1 to ws-qtd-incluidos
                   end-if

                   if ws-fs-arqDominio <> 00 then
                       move 34                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDominio                      to ws-msn-erro-cod
                       move "Erro ao regravar dominio mestre"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           move low-values to fd-dom-chave
           start arqDominio key is >= fd-dom-chave

           if ws-fs-arqDominio <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqDominio next record

               if ws-fs-arqDominio = 00 then
                   move fd-dom-chave to ws-chave-salva

                   move fd-dom-cod-banco  to fd-cod-banco
                   move fd-dom-cod-estado to fd-cod-estado
                   read arqEstados key is fd-chave-estado
                   if ws-fs-arqEstados = 00 then
                       set item-no-cadastro   to true
                   else
                       set item-fora-cadastro to true
                   end-if

                   move ws-chave-salva to fd-rdo-chave
                   read arqRecDominio key is fd-rdo-chave

                   if ws-fs-arqRecDominio <> 00
                   and fd-dom-tentativas > zero
                   and item-no-cadastro then
                       move ws-chave-salva to fd-dom-chave
                       delete arqDominio record

                       if ws-fs-arqDominio <> 00 then
                           move 34                                     to ws-msn-erro-ofsset
                           move ws-fs-arqDominio                      to ws-msn-erro-cod
                           move "Erro ao regravar dominio mestre"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtd-excluidos

                       move ws-chave-salva to fd-dom-chave
                       start arqDominio key is > fd-dom-chave
                       if ws-fs-arqDominio <> 00 then
                           set varredura-acabou to true
                       end-if
                   end-if
               else
                   set varredura-acabou to true
               end-if
           end-perform
           .
       regravar-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Deixa no registro de alteracoes a marca da regravacao (quem mexeu
      *>  nos mestres foi o batch, nao uma tela), para a auditoria de uma
      *>  pontuacao que mudou de um dia para o outro
      *>------------------------------------------------------------------------
       registrar-regravacao section.
           open extend arqLogAlteracoes

           if ws-fs-arqLogAlteracoes = 35 then
               open output arqLogAlteracoes
               close       arqLogAlteracoes
               open extend arqLogAlteracoes
           end-if

           if ws-fs-arqLogAlteracoes <> 00 then
               move 38                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
               move "Erro ao abrir registro de alteracoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           initialize fd-log-alteracao
           accept ws-hora-log from time
           move ws-data-hoje        to fd-lga-data
           move ws-hora-log         to fd-lga-hora
           move "RECONCILIA"        to fd-lga-operador
           move "BATC"              to fd-lga-estacao
           move "MESTRES"           to fd-lga-arquivo
           move "RECALCULAR"        to fd-lga-acao
           move ws-nome-arq-jornal  to fd-lga-chave

           move 1 to ws-ptr-texto
           move ws-qtd-div-hist to ws-qtd-edit
           string "DIVERGENCIAS HIST=" delimited by size
                  ws-qtd-edit          delimited by size
             into fd-lga-antes with pointer ws-ptr-texto
           end-string
           move ws-qtd-div-erros to ws-qtd-edit
           string " ERROS="            delimited by size
                  ws-qtd-edit          delimited by size
             into fd-lga-antes with pointer ws-ptr-texto
           end-string
           move ws-qtd-div-dom to ws-qtd-edit
           string " DOM="              delimited by size
                  ws-qtd-edit          delimited by size
             into fd-lga-antes with pointer ws-ptr-texto
           end-string

           move 1 to ws-ptr-texto
           move ws-qtd-alterados to ws-qtd-edit
           string "ALTERADOS="         delimited by size
                  ws-qtd-edit          delimited by size
             into fd-lga-depois with pointer ws-ptr-texto
           end-string
           move ws-qtd-incluidos to ws-qtd-edit
           string " INCLUIDOS="        delimited by size
                  ws-qtd-edit          delimited by size
             into fd-lga-depois with pointer ws-ptr-texto
           end-string
           move ws-qtd-excluidos to ws-qtd-edit
           string " EXCLUIDOS="        delimited by size
                  ws-qtd-edit          delimited by size
             into fd-lga-depois with pointer ws-ptr-texto
           end-string

           write fd-log-alteracao

           if ws-fs-arqLogAlteracoes <> 00 then
               move 39                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
               move "Erro ao gravar registro de alteracoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogAlteracoes
           .
       registrar-regravacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo no fim do relatorio: o que foi relido, o que ficou de fora
      *>  e o total de divergencias de cada arquivo
      *>------------------------------------------------------------------------
       imprimir-resumo section.
           move "RESUMO DA RECONCILIACAO" to ws-linha-reconc
           perform escrever-linha

           move ws-qtd-meses-lidos to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Arquivos mortos mensais relidos.....: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-lidos-mes to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Registros do arquivo morto..........: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-lidos-vivo to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Registros do diario.................: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-ajustes to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Ajustes de revisao (tipo A).........: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-eventos-aplic to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Renomear/fundir/excluir reaplicados.: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           if ws-ano-fechado <> zero then
               move ws-qtd-antes-fechamento to ws-qtd-edit
               move spaces to ws-linha-reconc
               string "  Anteriores ao fechamento de " delimited by size
                      ws-ano-fechado                  delimited by size
                      "....: "                        delimited by size
                      ws-qtd-edit                     delimited by size
                 into ws-linha-reconc
               end-string
               perform escrever-linha
           end-if

           if ws-ano-fech-erros <> zero then
               move ws-qtd-antes-fech-erros to ws-qtd-edit
               move spaces to ws-linha-reconc
               string "  Fora dos erros (zerados em " delimited by size
                      ws-ano-fech-erros               delimited by size
                      ")....: "                       delimited by size
                      ws-qtd-edit                     delimited by size
                 into ws-linha-reconc
               end-string
               perform escrever-linha
           end-if

           move ws-qtd-sem-pontos to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Registros antigos sem pontos........: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-fora-cadastro to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Respostas de item fora do cadastro..: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-orfaos-mestre to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Orfaos no mestre (nao comparados)...: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-div-hist to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Divergencias no historico...........: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-div-erros to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Divergencias nos erros..............: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           move ws-qtd-div-dom to ws-qtd-edit
           move spaces to ws-linha-reconc
           string "  Divergencias no dominio.............: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-reconc
           end-string
           perform escrever-linha

           if ws-fora-eventos > zero then
               move ws-fora-eventos to ws-qtd-edit
               move spaces to ws-linha-reconc
               string "  AVISO: eventos de jogador acima do teto, nao reaplicados: " delimited by size
                      ws-qtd-edit                                                  delimited by size
                 into ws-linha-reconc
               end-string
               perform escrever-linha
           end-if

           if ws-qtd-sem-pontos > zero then
               move "  AVISO: registros sem pontos nao entram no historico recalculado"
                 to ws-linha-reconc
               perform escrever-linha
           end-if

           if regravar-mestres then
               move spaces to ws-linha-reconc
               perform escrever-linha
               move "MESTRES REGRAVADOS (copia anterior nos arquivos de backup)"
                 to ws-linha-reconc
               perform escrever-linha

               move ws-qtd-alterados to ws-qtd-edit
               move spaces to ws-linha-reconc
               string "  Registros corrigidos................: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-reconc
               end-string
               perform escrever-linha

               move ws-qtd-incluidos to ws-qtd-edit
               move spaces to ws-linha-reconc
               string "  Registros incluidos.................: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-reconc
               end-string
               perform escrever-linha

               move ws-qtd-excluidos to ws-qtd-edit
               move spaces to ws-linha-reconc
               string "  Registros excluidos.................: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-reconc
               end-string
               perform escrever-linha
           end-if
           .
       imprimir-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve ws-linha-reconc controlando a paginacao (cabecalho a cada
      *>  nova pagina, 56 linhas de detalhe por pagina)
      *>------------------------------------------------------------------------
       escrever-linha section.
           if ws-lin-pagina > 56 then
               perform nova-pagina
           end-if

           write fd-linha-reconc from ws-linha-reconc

           if ws-fs-arqRelReconc <> 00 then
               move 35                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelReconc                     to ws-msn-erro-cod
               move "Erro ao gravar relatorio de reconcil." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-pagina
           add 1 to ws-qtd-linhas-grav
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina da reconciliacao
      *>------------------------------------------------------------------------
       nova-pagina section.
           add 1 to ws-num-pagina
           move ws-num-pagina to ws-pag-edit

           move spaces to fd-linha-reconc
           string "RECONCILIACAO DOS ARQUIVOS MESTRES" delimited by size
                  "                                PAG " delimited by size
                  ws-pag-edit                          delimited by size
             into fd-linha-reconc
           end-string
           write fd-linha-reconc

           if ws-fs-arqRelReconc <> 00 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelReconc                     to ws-msn-erro-cod
               move "Erro ao gravar relatorio de reconcil." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-reconc
           if regravar-mestres then
               string "DIARIO: "          delimited by size
                      ws-nome-arq-jornal  delimited by space
                      "   EMISSAO: "      delimited by size
                      ws-data-hoje        delimited by size
                      "   MESTRES REGRAVADOS" delimited by size
                 into fd-linha-reconc
               end-string
           else
               string "DIARIO: "          delimited by size
                      ws-nome-arq-jornal  delimited by space
                      "   EMISSAO: "      delimited by size
                      ws-data-hoje        delimited by size
                      "   SO CONFERENCIA" delimited by size
                 into fd-linha-reconc
               end-string
           end-if
           write fd-linha-reconc

           if ws-fs-arqRelReconc <> 00 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelReconc                     to ws-msn-erro-cod
               move "Erro ao gravar relatorio de reconcil." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-reconc
           write fd-linha-reconc

           if ws-fs-arqRelReconc <> 00 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelReconc                     to ws-msn-erro-cod
               move "Erro ao gravar relatorio de reconcil." to ws-msn-erro-text
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
                  " reconcilia_mestres ERRO OFS=" delimited by size
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
           close arqEstados
           close arqRecHistorico
           close arqRecErros
           close arqRecDominio

           if historico-disponivel then
               close arqHistorico
           end-if

           if erros-disponivel then
               close arqErrosHist
           end-if

           if dominio-disponivel then
               close arqDominio
           end-if

           if ws-fs-arqHistorico <> 00
           or ws-fs-arqErrosHist <> 00
           or ws-fs-arqDominio   <> 00 then
               move 37                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                    to ws-msn-erro-cod
               move "Erro ao fechar arquivos mestres"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelReconc

           if ws-fs-arqRelReconc <> 00 then
               move 37                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelReconc                     to ws-msn-erro-cod
               move "Erro ao fechar relatorio de reconcil." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Reconciliacao gravada em " ws-nome-arq-saida

           accept ws-hora-log from time
           move spaces to ws-linha-log
           compute ws-qtd-log-edit = ws-qtd-lidos-mes + ws-qtd-lidos-vivo
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " reconcilia_mestres FIM RC=0 RELIDOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           compute ws-qtd-log-edit = ws-qtd-div-hist + ws-qtd-div-erros + ws-qtd-div-dom
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " reconcilia_mestres FIM DIVERGENCIAS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           if regravar-mestres then
               move spaces to ws-linha-log
               compute ws-qtd-log-edit = ws-qtd-alterados + ws-qtd-incluidos + ws-qtd-excluidos
               string ws-data-hoje       delimited by size
                      " "                delimited by size
                      ws-hora-log        delimited by size
                      " reconcilia_mestres FIM MESTRES REGRAVADOS=" delimited by size
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
