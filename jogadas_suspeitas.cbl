      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "jogadas_suspeitas".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Jogadas suspeitas no diario de respostas (jornalRespostas.txt, ou
      *>   o jornal mestre da juncao, e os arquivos mortos mensais do
      *>   periodo). Com campeonato e tarefa de casa valendo nota, aparecem
      *>   os atalhos: resposta certa em zero segundo (lista no celular),
      *>   dois "jogadores" com a mesma grafia errada no mesmo minuto e na
      *>   mesma estacao, um nome jogando em duas estacoes ao mesmo tempo e
      *>   sequencias de acerto fora do comum. O relatorio so aponta: cada
      *>   achado traz data, hora, estacao, banco, item e resposta, que e o
      *>   que o professor precisa para abrir o caso em Revisar Respostas e
      *>   decidir. Sessao = respostas do mesmo nome na mesma estacao e no
      *>   mesmo dia, sem intervalo maior que o limite entre uma e outra.
      *>   Ajustes de revisao (tipo A) e provas em papel (modos P e Q,
      *>   lancadas pelo professor sem tempo de resposta) ficam fora.
      *>   Programa batch, sem telas -- imprime um arquivo paginado de 80
      *>   colunas (jogadasSuspeitas.txt).

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select arqJornal assign using ws-nome-arq-jornal *> diario de respostas: o da estacao ou o jornal mestre da juncao (parametro ENTRADA=)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

           select arqJornalMes assign using ws-nome-arq-mes *> arquivo morto mensal do jornal (jornal-AAAAMM.txt, gerado pelo fechamento)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornalMes.

           select arqSusResp assign to "suspeitasResp.dat" *> area de trabalho: respostas do periodo em ordem de nome, dia e hora
           organization is indexed
           access mode is dynamic
           record key is fd-ssr-chave
           lock mode is automatic
           file status is ws-fs-arqSusResp.

           select arqSusSessao assign to "suspeitasSessao.dat" *> area de trabalho: sessoes (nome, dia, estacao, inicio e fim) com as contagens
           organization is indexed
           access mode is dynamic
           record key is fd-sss-chave
           lock mode is automatic
           file status is ws-fs-arqSusSessao.

           select arqSusErradas assign to "suspeitasErradas.dat" *> area de trabalho: respostas erradas por dia, estacao, minuto, item e texto
           organization is indexed
           access mode is dynamic
           record key is fd-sse-chave
           lock mode is automatic
           file status is ws-fs-arqSusErradas.

           select arqSusIguais assign to "suspeitasIguais.dat" *> area de trabalho: erradas iguais por par de jogadores
           organization is indexed
           access mode is dynamic
           record key is fd-ssi-chave
           lock mode is automatic
           file status is ws-fs-arqSusIguais.

           select arqRelSuspeitas assign using ws-nome-arq-saida *> saida: relatorio de jogadas suspeitas (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelSuspeitas.

           select arqParametros assign to "jogadasSuspeitas.par" *> parametros p/ execucao nao assistida: DATA-INI=, DATA-FIM=, ENTRADA=, SAIDA=, TEMPO-MIN=, MIN-RAPIDAS=, MIN-IGUAIS=, SEQUENCIA=, INTERVALO=
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

       fd arqSusResp.
       01 fd-sus-resp.
           05 fd-ssr-chave.
               10 fd-ssr-nome-jog                  pic x(25).
               10 fd-ssr-data                      pic 9(08).
               10 fd-ssr-hora                      pic 9(08).
               10 fd-ssr-estacao                   pic x(04).
               10 fd-ssr-cod-banco                 pic x(08).
               10 fd-ssr-cod-estado                pic x(02).
           05 fd-ssr-modo                          pic x(01).
           05 fd-ssr-resposta                      pic x(25).
           05 fd-ssr-acertou                       pic x(01).
           05 fd-ssr-tempo-resp                    pic 9(04).
           05 fd-ssr-dicas                         pic 9(01).

       fd arqSusSessao.
       01 fd-sus-sessao.
           05 fd-sss-chave.
               10 fd-sss-nome-jog                  pic x(25).
               10 fd-sss-data                      pic 9(08).
               10 fd-sss-hora-ini                  pic 9(08).
               10 fd-sss-estacao                   pic x(04).
           05 fd-sss-hora-fim                      pic 9(08).
           05 fd-sss-respostas                     pic 9(05).
           05 fd-sss-acertos                       pic 9(05).
           05 fd-sss-rapidas                       pic 9(05).
      *>       maior sequencia de acertos sem dica da sessao, com a hora da
      *>       primeira e da ultima resposta dela
           05 fd-sss-maior-seq                     pic 9(05).
           05 fd-sss-seq-ini                       pic 9(08).
           05 fd-sss-seq-fim                       pic 9(08).

       fd arqSusErradas.
       01 fd-sus-errada.
           05 fd-sse-chave.
               10 fd-sse-data                      pic 9(08).
               10 fd-sse-estacao                   pic x(04).
      *>           hora e minuto (HHMM) da resposta
               10 fd-sse-minuto                    pic 9(04).
               10 fd-sse-cod-banco                 pic x(08).
               10 fd-sse-cod-estado                pic x(02).
               10 fd-sse-resposta                  pic x(25).
               10 fd-sse-nome-jog                  pic x(25).

       fd arqSusIguais.
       01 fd-sus-igual.
           05 fd-ssi-chave.
               10 fd-ssi-nome-jog1                 pic x(25).
               10 fd-ssi-nome-jog2                 pic x(25).
               10 fd-ssi-data                      pic 9(08).
               10 fd-ssi-estacao                   pic x(04).
               10 fd-ssi-minuto                    pic 9(04).
               10 fd-ssi-cod-banco                 pic x(08).
               10 fd-ssi-cod-estado                pic x(02).
           05 fd-ssi-resposta                      pic x(25).

       fd arqRelSuspeitas.
       01 fd-linha-suspeitas                       pic x(80).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   sessoes abertas do nome+dia corrente, uma por estacao; a
      *>   sessao fecha (vai para o arquivo de trabalho) quando o nome ou o
      *>   dia mudam ou quando a estacao fica parada alem do intervalo
       78 ws-max-abertas                           value 10.

       01 ws-tab-abertas.
          05 ws-abt-ent occurs ws-max-abertas.
             10 ws-abt-estacao                     pic x(04).
             10 ws-abt-hora-ini                    pic 9(08).
             10 ws-abt-hora-fim                    pic 9(08).
             10 ws-abt-seg-fim                     pic 9(05).
             10 ws-abt-respostas                   pic 9(05).
             10 ws-abt-acertos                     pic 9(05).
             10 ws-abt-rapidas                     pic 9(05).
             10 ws-abt-seq-atual                   pic 9(05).
             10 ws-abt-seq-atual-ini               pic 9(08).
             10 ws-abt-maior-seq                   pic 9(05).
             10 ws-abt-seq-ini                     pic 9(08).
             10 ws-abt-seq-fim                     pic 9(08).

       77 ws-qtd-abertas                           pic 9(02) value zero.
       77 ws-ind-abt                               pic 9(02).
       77 ws-nome-sessao                           pic x(25) value space.
       77 ws-data-sessao                           pic 9(08) value zero.
       77 ws-seg-resposta                          pic 9(05).

      *>   sessoes do nome+dia corrente ja lidas, para achar duas estacoes
      *>   ao mesmo tempo (o arquivo de sessoes vem em ordem de inicio)
       78 ws-max-sessoes-dia                       value 50.

       01 ws-tab-sessoes-dia.
          05 ws-sdi-ent occurs ws-max-sessoes-dia.
             10 ws-sdi-estacao                     pic x(04).
             10 ws-sdi-hora-ini                    pic 9(08).
             10 ws-sdi-hora-fim                    pic 9(08).
             10 ws-sdi-respostas                   pic 9(05).

       77 ws-qtd-sessoes-dia                       pic 9(02) value zero.
       77 ws-ind-sdi                               pic 9(02).

      *>   jogadores com a mesma errada no mesmo dia, estacao, minuto e
      *>   item (o arquivo de erradas vem em ordem de nome dentro disso)
       78 ws-max-grupo                             value 20.

       01 ws-tab-grupo.
          05 ws-grp-nome occurs ws-max-grupo       pic x(25).

       77 ws-qtd-grupo                             pic 9(02) value zero.
       77 ws-ind-grp1                              pic 9(02).
       77 ws-ind-grp2                              pic 9(02).

       01 ws-chave-grupo.
          05 ws-grp-data                           pic 9(08).
          05 ws-grp-estacao                        pic x(04).
          05 ws-grp-minuto                         pic 9(04).
          05 ws-grp-cod-banco                      pic x(08).
          05 ws-grp-cod-estado                     pic x(02).
          05 ws-grp-resposta                       pic x(25).

      *>   itens iguais do par corrente, guardados ate saber se o par passa
      *>   do minimo; o que passar do teto so conta
       78 ws-max-iguais                            value 40.

       01 ws-tab-iguais.
          05 ws-igu-ent occurs ws-max-iguais.
             10 ws-igu-minuto                      pic 9(04).
             10 ws-igu-cod-banco                   pic x(08).
             10 ws-igu-cod-estado                  pic x(02).
             10 ws-igu-resposta                    pic x(25).

       77 ws-qtd-iguais                            pic 9(05) value zero.
       77 ws-ind-igu                               pic 9(02).

       01 ws-chave-par.
          05 ws-par-nome-jog1                      pic x(25).
          05 ws-par-nome-jog2                      pic x(25).
          05 ws-par-data                           pic 9(08).
          05 ws-par-estacao                        pic x(04).

      *>   respostas de uma sessao listadas abaixo do achado: todas, ou so
      *>   as rapidas demais; acima do teto so conta
       78 ws-max-detalhe                           value 10.

       01 ws-filtro-detalhe.
          05 ws-det-nome-jog                       pic x(25).
          05 ws-det-data                           pic 9(08).
          05 ws-det-estacao                        pic x(04).
          05 ws-det-hora-ini                       pic 9(08).
          05 ws-det-hora-fim                       pic 9(08).
          05 ws-det-qtd                            pic 9(05).

       77 ws-det-tipo                              pic x(01) value "T".
          88 detalhe-todas                         value "T".
          88 detalhe-rapidas                       value "R".

      *>   limites dos achados (trocaveis por parametro): resposta certa
      *>   abaixo de TEMPO-MIN segundos e rapida demais; a sessao aparece
      *>   com MIN-RAPIDAS delas; o par aparece com MIN-IGUAIS erradas
      *>   iguais; a sequencia aparece com SEQUENCIA acertos seguidos sem
      *>   dica; INTERVALO minutos parados fecham a sessao
       01 ws-limites.
          05 ws-tempo-min                          pic 9(05) value 2.
          05 ws-min-rapidas                        pic 9(05) value 5.
          05 ws-min-iguais                         pic 9(05) value 3.
          05 ws-min-sequencia                      pic 9(05) value 15.
          05 ws-intervalo                          pic 9(05) value 30.
          05 ws-intervalo-seg                      pic 9(07).
          05 ws-limite-txt                         pic x(05).
          05 ws-limite-dig                         pic x(05) justified right.
          05 ws-limite-valor                       pic 9(05).

       77 ws-limite-situacao                       pic x(01) value "N".
          88 limite-valido                         value "S".
          88 limite-invalido                       value "N".

       01 ws-hora-aux                              pic 9(08).
       01 ws-hora-aux-r redefines ws-hora-aux.
          05 ws-hra-hh                             pic 9(02).
          05 ws-hra-mm                             pic 9(02).
          05 ws-hra-ss                             pic 9(02).
          05 ws-hra-cc                             pic 9(02).

       77 ws-hora-edit                             pic x(08).
       77 ws-minuto-aux                            pic 9(04).

       01 ws-normalizacao.
          05 ws-texto-norm                         pic x(25).

       01 ws-contadores.
          05 ws-qtd-reg-lidos                      pic 9(07) value zero.
          05 ws-qtd-reg-apurados                   pic 9(07) value zero.
          05 ws-qtd-ignorados                      pic 9(07) value zero.
          05 ws-qtd-repetidos                      pic 9(07) value zero.
          05 ws-qtd-sessoes                        pic 9(07) value zero.
          05 ws-qtd-achados-rapidas                pic 9(05) value zero.
          05 ws-qtd-achados-iguais                 pic 9(05) value zero.
          05 ws-qtd-achados-estacoes               pic 9(05) value zero.
          05 ws-qtd-achados-sequencia              pic 9(05) value zero.
          05 ws-qtd-grupo-cheio                    pic 9(05) value zero.

       77 ws-qtd-achados-secao                     pic 9(05) value zero.

       01 ws-filtro-periodo.
          05 ws-data-ini-txt                       pic x(08).
          05 ws-data-fim-txt                       pic x(08).
          05 ws-data-ini                           pic 9(08) value zero.
          05 ws-data-fim                           pic 9(08) value 99999999.

       77 ws-filtro-situacao                       pic x(01) value "N".
          88 registro-no-periodo                   value "S".
          88 registro-fora-periodo                 value "N".

      *>   varredura dos arquivos mortos mensais do jornal dentro do periodo
       01 ws-varredura-meses.
          05 ws-mes-varredura                      pic 9(06).
          05 ws-mes-varredura-r redefines ws-mes-varredura.
             10 ws-mes-var-ano                     pic 9(04).
             10 ws-mes-var-mes                     pic 9(02).
          05 ws-mes-final                          pic 9(06) value zero.
          05 ws-nome-arq-mes                       pic x(17).
          05 ws-data-hoje                          pic 9(08).

       01 ws-impressao.
          05 ws-linha-suspeitas                    pic x(80).
          05 ws-lin-pagina                         pic 9(02) value 99.
          05 ws-num-pagina                         pic 9(03) value zero.
          05 ws-qtd-edit                           pic zzzzzz9.
          05 ws-qtd5-edit                          pic zzzz9.
          05 ws-tempo-edit                         pic zzz9.
          05 ws-pag-edit                           pic zz9.

       77 ws-varredura                             pic x(01) value "N".
          88 varredura-acabou                      value "S".
          88 varredura-continua                    value "N".

      *>   execucao nao assistida: com jogadasSuspeitas.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "jogadasSuspeitas.txt".
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

       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqSusResp                         pic 9(02).
       77 ws-fs-arqSusSessao                       pic 9(02).
       77 ws-fs-arqSusErradas                      pic 9(02).
       77 ws-fs-arqSusIguais                       pic 9(02).
       77 ws-fs-arqRelSuspeitas                    pic 9(02).
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
           perform consolidar-jornal
           perform montar-sessoes
           perform montar-pares-iguais
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
      *>  Le jogadasSuspeitas.par quando presente (DATA-INI=, DATA-FIM=,
      *>  ENTRADA=, SAIDA=, TEMPO-MIN=, MIN-RAPIDAS=, MIN-IGUAIS=,
      *>  SEQUENCIA=, INTERVALO=, uma por linha); sem o arquivo fica o
      *>  dialogo de console
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
                       else
                           move ws-par-valor(1:5) to ws-limite-txt
                           perform aplicar-limite

                           if limite-valido then
                               if ws-par-chave = "TEMPO-MIN" then
                                   move ws-limite-valor to ws-tempo-min
                               else
                                   if ws-par-chave = "MIN-RAPIDAS" then
                                       move ws-limite-valor to ws-min-rapidas
                                   else
                                       if ws-par-chave = "MIN-IGUAIS" then
                                           move ws-limite-valor to ws-min-iguais
                                       else
                                           if ws-par-chave = "SEQUENCIA" then
                                               move ws-limite-valor to ws-min-sequencia
                                           else
                                               if ws-par-chave = "INTERVALO" then
                                                   move ws-limite-valor to ws-intervalo
                                               end-if
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
      *>  Converte o limite digitado (so digitos, sem zero; o que nao
      *>  servir deixa o limite com o padrao)
      *>------------------------------------------------------------------------
       aplicar-limite section.
           set limite-invalido to true
           move space to ws-limite-dig
           move function trim(ws-limite-txt) to ws-limite-txt

      *>       "25" digitado vira "00025" (campo justificado a direita)
           unstring ws-limite-txt delimited by space
               into ws-limite-dig
           end-unstring

           inspect ws-limite-dig replacing leading space by zero

           if ws-limite-dig is numeric and ws-limite-dig <> "00000" then
               move ws-limite-dig to ws-limite-valor
               set limite-valido to true
           end-if
           .
       aplicar-limite-exit.
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
                  " jogadas_suspeitas INICIO" delimited by size
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
      *>  Procedimentos de inicializacao: dialogo de console, abertura do
      *>  diario, da saida e das areas de trabalho
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Data inicial do periodo (AAAAMMDD, vazio = desde o inicio): "
               accept ws-data-ini-txt

               display "Data final do periodo   (AAAAMMDD, vazio = ate o fim): "
               accept ws-data-fim-txt

               display "Segundos abaixo dos quais o acerto e rapido demais (vazio = 2): "
               accept ws-limite-txt

               if ws-data-ini-txt <> space and ws-data-ini-txt is numeric then
                   move ws-data-ini-txt to ws-data-ini
               end-if

               if ws-data-fim-txt <> space and ws-data-fim-txt is numeric then
                   move ws-data-fim-txt to ws-data-fim
               end-if

               if ws-limite-txt <> space then
                   perform aplicar-limite
                   if limite-valido then
                       move ws-limite-valor to ws-tempo-min
                   end-if
               end-if
           end-if

           compute ws-intervalo-seg = ws-intervalo * 60

      *>       faixa de meses fechados a visitar (ver relatorio_periodo);
      *>       sem data inicial so o jornal vivo e lido
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
                      " jogadas_suspeitas AVISO sem DATA-INI, arquivo morto fora" delimited by size
                 into ws-linha-log
               end-string
               perform gravar-log-linha
           end-if

           open input arqJornal

           if ws-fs-arqJornal <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao abrir diario de respostas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelSuspeitas

           if ws-fs-arqRelSuspeitas <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelSuspeitas                 to ws-msn-erro-cod
               move "Erro ao abrir relatorio de suspeitas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       areas de trabalho recriadas vazias a cada execucao
           open output arqSusResp
           close       arqSusResp
           open i-o    arqSusResp

           if ws-fs-arqSusResp <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqSusResp                      to ws-msn-erro-cod
               move "Erro ao criar trabalho de respostas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqSusSessao
           close       arqSusSessao
           open i-o    arqSusSessao

           if ws-fs-arqSusSessao <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqSusSessao                    to ws-msn-erro-cod
               move "Erro ao criar trabalho de sessoes"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqSusErradas
           close       arqSusErradas
           open i-o    arqSusErradas

           if ws-fs-arqSusErradas <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqSusErradas                   to ws-msn-erro-cod
               move "Erro ao criar trabalho de erradas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqSusIguais
           close       arqSusIguais
           open i-o    arqSusIguais

           if ws-fs-arqSusIguais <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqSusIguais                    to ws-msn-erro-cod
               move "Erro ao criar trabalho de iguais"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o diario inteiro (arquivos mortos do periodo e jornal vivo)
      *>------------------------------------------------------------------------
       consolidar-jornal section.
           perform varrer-meses-fechados

           perform until ws-fs-arqJornal = 10

               read arqJornal next record

               if ws-fs-arqJornal = 00 then
                   add 1 to ws-qtd-reg-lidos
                   perform filtrar-periodo
                   if registro-no-periodo then
                       perform apurar-registro
                   end-if
               else
                   if ws-fs-arqJornal <> 10 then
                       move 8                                     to ws-msn-erro-ofsset
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
                   move 9                                      to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto mensal"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqJornalMes = 10

                   read arqJornalMes next record

                   if ws-fs-arqJornalMes = 00 then
                       move fd-jornal-mes to fd-jornal
                       add 1 to ws-qtd-reg-lidos
                       perform filtrar-periodo
                       if registro-no-periodo then
                           perform apurar-registro
                       end-if
                   else
                       if ws-fs-arqJornalMes <> 10 then
                           move 10                                     to ws-msn-erro-ofsset
                           move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                           move "Erro ao ler arquivo morto mensal"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJornalMes

               if ws-fs-arqJornalMes <> 00 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto mensal" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       processar-mes-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita o registro pela data do periodo
      *>------------------------------------------------------------------------
       filtrar-periodo section.
           if  fd-jrn-data >= ws-data-ini and fd-jrn-data <= ws-data-fim then
               set registro-no-periodo   to true
           else
               set registro-fora-periodo to true
           end-if
           .
       filtrar-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a resposta dada no jogo na ordem de nome, dia e hora e, se
      *>  errada e digitada, na ordem de dia, estacao, minuto e item; ajuste
      *>  de revisao e prova em papel nao dizem nada sobre como se jogou.
      *>  A mesma resposta lida duas vezes (jornal mestre e arquivo morto
      *>  cobrindo o mesmo dia) entra uma vez so
      *>------------------------------------------------------------------------
       apurar-registro section.
           if fd-jrn-tipo = "A"
           or fd-jrn-modo = "P"
           or fd-jrn-modo = "Q" then
               add 1 to ws-qtd-ignorados
           else
               move fd-jrn-nome-jog   to fd-ssr-nome-jog
               move fd-jrn-data       to fd-ssr-data
               move fd-jrn-hora       to fd-ssr-hora
               move fd-jrn-estacao    to fd-ssr-estacao
               move fd-jrn-cod-banco  to fd-ssr-cod-banco
               move fd-jrn-cod-estado to fd-ssr-cod-estado
               move fd-jrn-modo       to fd-ssr-modo
               move fd-jrn-resposta   to fd-ssr-resposta
               move fd-jrn-acertou    to fd-ssr-acertou

               if fd-jrn-tempo-resp is numeric then
                   move fd-jrn-tempo-resp to fd-ssr-tempo-resp
               else
                   move 9999 to fd-ssr-tempo-resp
               end-if

               if fd-jrn-dicas is numeric then
                   move fd-jrn-dicas to fd-ssr-dicas
               else
                   move zero to fd-ssr-dicas
               end-if

               write fd-sus-resp

               if ws-fs-arqSusResp = 22 then
                   add 1 to ws-qtd-repetidos
               else
                   if ws-fs-arqSusResp <> 00 then
                       move 12                                     to ws-msn-erro-ofsset
                       move ws-fs-arqSusResp                      to ws-msn-erro-cod
                       move "Erro ao gravar trabalho de respostas" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-reg-apurados
                   perform apurar-errada
               end-if
           end-if
           .
       apurar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Errada digitada (a multipla escolha grava so a letra, que todo
      *>  mundo repete) entra na procura de erradas iguais, normalizada
      *>  como no jogo para pegar a mesma grafia
      *>------------------------------------------------------------------------
       apurar-errada section.
           if fd-jrn-acertou = "N"
           and fd-jrn-modo <> "M" then
               move fd-jrn-resposta to ws-texto-norm
               perform normalizar-texto

               if ws-texto-norm <> space then
                   move fd-jrn-data       to fd-sse-data
                   move fd-jrn-estacao    to fd-sse-estacao
                   move fd-jrn-hora(1:4)  to fd-sse-minuto
                   move fd-jrn-cod-banco  to fd-sse-cod-banco
                   move fd-jrn-cod-estado to fd-sse-cod-estado
                   move ws-texto-norm     to fd-sse-resposta
                   move fd-jrn-nome-jog   to fd-sse-nome-jog
                   write fd-sus-errada

      *>               o mesmo jogador com a mesma errada no mesmo minuto
      *>               conta uma vez
                   if ws-fs-arqSusErradas <> 00
                   and ws-fs-arqSusErradas <> 22 then
                       move 13                                     to ws-msn-erro-ofsset
                       move ws-fs-arqSusErradas                   to ws-msn-erro-cod
                       move "Erro ao gravar trabalho de erradas"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       apurar-errada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as respostas em ordem de nome, dia e hora montando as
      *>  sessoes de cada estacao: contagem de respostas, acertos, acertos
      *>  rapidos demais e a maior sequencia de acertos sem dica
      *>------------------------------------------------------------------------
       montar-sessoes section.
           move low-values to fd-ssr-chave
           start arqSusResp key is >= fd-ssr-chave

           perform until ws-fs-arqSusResp <> 00
               read arqSusResp next record

               if ws-fs-arqSusResp = 00 then
                   if fd-ssr-nome-jog <> ws-nome-sessao
                   or fd-ssr-data     <> ws-data-sessao then
                       perform fechar-sessoes-abertas
                       move fd-ssr-nome-jog to ws-nome-sessao
                       move fd-ssr-data     to ws-data-sessao
                   end-if

                   move fd-ssr-hora to ws-hora-aux
                   compute ws-seg-resposta = ws-hra-hh * 3600 + ws-hra-mm * 60 + ws-hra-ss

                   perform localizar-sessao-aberta
                   perform somar-resposta-sessao
               end-if
           end-perform

           perform fechar-sessoes-abertas
           .
       montar-sessoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha a sessao aberta da estacao da resposta corrente; estacao
      *>  parada alem do intervalo fecha a sessao e comeca outra; estacao
      *>  nova abre sessao (tabela cheia: a primeira fecha e da lugar)
      *>------------------------------------------------------------------------
       localizar-sessao-aberta section.
           move 1 to ws-ind-abt
           perform until ws-ind-abt > ws-qtd-abertas
                   or    ws-abt-estacao(ws-ind-abt) = fd-ssr-estacao
               add 1 to ws-ind-abt
           end-perform

           if ws-ind-abt <= ws-qtd-abertas then
               if ws-seg-resposta - ws-abt-seg-fim(ws-ind-abt) > ws-intervalo-seg then
                   perform gravar-sessao
                   perform iniciar-sessao
               end-if
           else
               if ws-qtd-abertas < ws-max-abertas then
                   add 1 to ws-qtd-abertas
                   move ws-qtd-abertas to ws-ind-abt
               else
                   move 1 to ws-ind-abt
                   perform gravar-sessao
               end-if
               perform iniciar-sessao
           end-if
           .
       localizar-sessao-aberta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sessao nova na posicao corrente da tabela, a partir da resposta
      *>  corrente
      *>------------------------------------------------------------------------
       iniciar-sessao section.
           initialize ws-abt-ent(ws-ind-abt)
           move fd-ssr-estacao to ws-abt-estacao(ws-ind-abt)
           move fd-ssr-hora    to ws-abt-hora-ini(ws-ind-abt)
           .
       iniciar-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a resposta corrente na sessao da posicao corrente da tabela
      *>------------------------------------------------------------------------
       somar-resposta-sessao section.
           move fd-ssr-hora     to ws-abt-hora-fim(ws-ind-abt)
           move ws-seg-resposta to ws-abt-seg-fim(ws-ind-abt)
           add 1 to ws-abt-respostas(ws-ind-abt)

           if fd-ssr-acertou = "S" then
               add 1 to ws-abt-acertos(ws-ind-abt)

      *>           multipla escolha e so apertar a letra: pode ser rapida
               if fd-ssr-modo <> "M"
               and fd-ssr-tempo-resp < ws-tempo-min then
                   add 1 to ws-abt-rapidas(ws-ind-abt)
               end-if
           end-if

           if fd-ssr-acertou = "S" and fd-ssr-dicas = zero then
               add 1 to ws-abt-seq-atual(ws-ind-abt)
               if ws-abt-seq-atual(ws-ind-abt) = 1 then
                   move fd-ssr-hora to ws-abt-seq-atual-ini(ws-ind-abt)
               end-if

               if ws-abt-seq-atual(ws-ind-abt) > ws-abt-maior-seq(ws-ind-abt) then
                   move ws-abt-seq-atual(ws-ind-abt)     to ws-abt-maior-seq(ws-ind-abt)
                   move ws-abt-seq-atual-ini(ws-ind-abt) to ws-abt-seq-ini(ws-ind-abt)
                   move fd-ssr-hora                      to ws-abt-seq-fim(ws-ind-abt)
               end-if
           else
               move zero to ws-abt-seq-atual(ws-ind-abt)
           end-if
           .
       somar-resposta-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava todas as sessoes abertas do nome+dia que terminou
      *>------------------------------------------------------------------------
       fechar-sessoes-abertas section.
           move 1 to ws-ind-abt
           perform until ws-ind-abt > ws-qtd-abertas
               perform gravar-sessao
               add 1 to ws-ind-abt
           end-perform

           move zero to ws-qtd-abertas
           .
       fechar-sessoes-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a sessao da posicao corrente da tabela no arquivo de sessoes
      *>------------------------------------------------------------------------
       gravar-sessao section.
           move ws-nome-sessao                to fd-sss-nome-jog
           move ws-data-sessao                to fd-sss-data
           move ws-abt-hora-ini(ws-ind-abt)   to fd-sss-hora-ini
           move ws-abt-estacao(ws-ind-abt)    to fd-sss-estacao
           move ws-abt-hora-fim(ws-ind-abt)   to fd-sss-hora-fim
           move ws-abt-respostas(ws-ind-abt)  to fd-sss-respostas
           move ws-abt-acertos(ws-ind-abt)    to fd-sss-acertos
           move ws-abt-rapidas(ws-ind-abt)    to fd-sss-rapidas
           move ws-abt-maior-seq(ws-ind-abt)  to fd-sss-maior-seq
           move ws-abt-seq-ini(ws-ind-abt)    to fd-sss-seq-ini
           move ws-abt-seq-fim(ws-ind-abt)    to fd-sss-seq-fim
           write fd-sus-sessao

           if ws-fs-arqSusSessao <> 00 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqSusSessao                    to ws-msn-erro-cod
               move "Erro ao gravar trabalho de sessoes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-sessoes
           .
       gravar-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as erradas em ordem de dia, estacao, minuto, item e texto:
      *>  cada grupo com dois ou mais nomes vira um registro por par de
      *>  jogadores, que depois e contado par a par
      *>------------------------------------------------------------------------
       montar-pares-iguais section.
           move zero to ws-qtd-grupo
           initialize ws-chave-grupo
           move low-values to ws-grp-estacao

           move low-values to fd-sse-chave
           start arqSusErradas key is >= fd-sse-chave

           perform until ws-fs-arqSusErradas <> 00
               read arqSusErradas next record

               if ws-fs-arqSusErradas = 00 then
                   if fd-sse-data       <> ws-grp-data
                   or fd-sse-estacao    <> ws-grp-estacao
                   or fd-sse-minuto     <> ws-grp-minuto
                   or fd-sse-cod-banco  <> ws-grp-cod-banco
                   or fd-sse-cod-estado <> ws-grp-cod-estado
                   or fd-sse-resposta   <> ws-grp-resposta then
                       perform gravar-pares-grupo
                       move fd-sse-data       to ws-grp-data
                       move fd-sse-estacao    to ws-grp-estacao
                       move fd-sse-minuto     to ws-grp-minuto
                       move fd-sse-cod-banco  to ws-grp-cod-banco
                       move fd-sse-cod-estado to ws-grp-cod-estado
                       move fd-sse-resposta   to ws-grp-resposta
                       move zero              to ws-qtd-grupo
                   end-if

                   if ws-qtd-grupo < ws-max-grupo then
                       add 1 to ws-qtd-grupo
                       move fd-sse-nome-jog to ws-grp-nome(ws-qtd-grupo)
                   else
                       add 1 to ws-qtd-grupo-cheio
                   end-if
               end-if
           end-perform

           perform gravar-pares-grupo
           .
       montar-pares-iguais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um registro por par de nomes do grupo corrente (os nomes vem em
      *>  ordem, entao o primeiro do par e sempre o menor)
      *>------------------------------------------------------------------------
       gravar-pares-grupo section.
           if ws-qtd-grupo > 1 then
               move 1 to ws-ind-grp1
               perform until ws-ind-grp1 >= ws-qtd-grupo
                   compute ws-ind-grp2 = ws-ind-grp1 + 1
                   perform until ws-ind-grp2 > ws-qtd-grupo
                       move ws-grp-nome(ws-ind-grp1) to fd-ssi-nome-jog1
                       move ws-grp-nome(ws-ind-grp2) to fd-ssi-nome-jog2
                       move ws-grp-data              to fd-ssi-data
                       move ws-grp-estacao           to fd-ssi-estacao
                       move ws-grp-minuto            to fd-ssi-minuto
                       move ws-grp-cod-banco         to fd-ssi-cod-banco
                       move ws-grp-cod-estado        to fd-ssi-cod-estado
                       move ws-grp-resposta          to fd-ssi-resposta
                       write fd-sus-igual

                       if ws-fs-arqSusIguais <> 00
                       and ws-fs-arqSusIguais <> 22 then
                           move 15                                     to ws-msn-erro-ofsset
                           move ws-fs-arqSusIguais                    to ws-msn-erro-cod
                           move "Erro ao gravar trabalho de iguais"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-ind-grp2
                   end-perform
                   add 1 to ws-ind-grp1
               end-perform
           end-if
           .
       gravar-pares-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o relatorio: um bloco por tipo de achado e o resumo no fim
      *>------------------------------------------------------------------------
       imprimir-relatorio section.
           perform imprimir-rapidas
           perform imprimir-iguais
           perform imprimir-estacoes
           perform imprimir-sequencias
           perform imprimir-resumo
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Titulo de bloco do relatorio (texto em ws-linha-suspeitas)
      *>------------------------------------------------------------------------
       imprimir-titulo section.
           if ws-lin-pagina > 50 then
               move 99 to ws-lin-pagina
           end-if

           perform escrever-linha
           move all "-" to ws-linha-suspeitas
           perform escrever-linha
           move zero to ws-qtd-achados-secao
           .
       imprimir-titulo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecho de bloco: avisa quando nao houve achado e deixa uma linha
      *>------------------------------------------------------------------------
       imprimir-fim-bloco section.
           if ws-qtd-achados-secao = zero then
               move "  nenhuma ocorrencia no periodo" to ws-linha-suspeitas
               perform escrever-linha
           end-if

           move spaces to ws-linha-suspeitas
           perform escrever-linha
           .
       imprimir-fim-bloco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sessoes com acertos rapidos demais, com as respostas rapidas
      *>  listadas abaixo
      *>------------------------------------------------------------------------
       imprimir-rapidas section.
           move ws-tempo-min to ws-qtd5-edit
           move spaces to ws-linha-suspeitas
           string "ACERTOS RAPIDOS DEMAIS (MENOS DE "  delimited by size
                  function trim(ws-qtd5-edit)         delimited by size
                  " SEGUNDOS)"                        delimited by size
             into ws-linha-suspeitas
           end-string
           perform imprimir-titulo

           move low-values to fd-sss-chave
           start arqSusSessao key is >= fd-sss-chave

           perform until ws-fs-arqSusSessao <> 00
               read arqSusSessao next record

               if ws-fs-arqSusSessao = 00
               and fd-sss-rapidas >= ws-min-rapidas then
                   add 1 to ws-qtd-achados-secao
                   add 1 to ws-qtd-achados-rapidas

                   perform imprimir-linha-sessao
                   move fd-sss-rapidas to ws-qtd5-edit
                   move "RAPIDAS"      to ws-linha-suspeitas(61:7)
                   move ws-qtd5-edit   to ws-linha-suspeitas(70:5)
                   move fd-sss-acertos to ws-qtd5-edit
                   move "/"            to ws-linha-suspeitas(75:1)
                   move ws-qtd5-edit   to ws-linha-suspeitas(76:5)
                   perform escrever-linha

                   move fd-sss-hora-ini to ws-det-hora-ini
                   move fd-sss-hora-fim to ws-det-hora-fim
                   set detalhe-rapidas to true
                   perform imprimir-respostas-sessao
               end-if
           end-perform

           perform imprimir-fim-bloco
           .
       imprimir-rapidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pares de jogadores com a mesma errada no mesmo minuto e estacao,
      *>  contados por dia; o par aparece a partir do minimo de itens
      *>------------------------------------------------------------------------
       imprimir-iguais section.
           move spaces to ws-linha-suspeitas
           move "MESMAS RESPOSTAS ERRADAS NO MESMO MINUTO E ESTACAO" to ws-linha-suspeitas
           perform imprimir-titulo

           move zero to ws-qtd-iguais
           initialize ws-chave-par
           move low-values to ws-par-nome-jog1

           move low-values to fd-ssi-chave
           start arqSusIguais key is >= fd-ssi-chave

           perform until ws-fs-arqSusIguais <> 00
               read arqSusIguais next record

               if ws-fs-arqSusIguais = 00 then
                   if fd-ssi-nome-jog1 <> ws-par-nome-jog1
                   or fd-ssi-nome-jog2 <> ws-par-nome-jog2
                   or fd-ssi-data      <> ws-par-data
                   or fd-ssi-estacao   <> ws-par-estacao then
                       perform imprimir-par-iguais
                       move fd-ssi-nome-jog1 to ws-par-nome-jog1
                       move fd-ssi-nome-jog2 to ws-par-nome-jog2
                       move fd-ssi-data      to ws-par-data
                       move fd-ssi-estacao   to ws-par-estacao
                       move zero             to ws-qtd-iguais
                   end-if

                   add 1 to ws-qtd-iguais
                   if ws-qtd-iguais <= ws-max-iguais then
                       move fd-ssi-minuto     to ws-igu-minuto(ws-qtd-iguais)
                       move fd-ssi-cod-banco  to ws-igu-cod-banco(ws-qtd-iguais)
                       move fd-ssi-cod-estado to ws-igu-cod-estado(ws-qtd-iguais)
                       move fd-ssi-resposta   to ws-igu-resposta(ws-qtd-iguais)
                   end-if
               end-if
           end-perform

           perform imprimir-par-iguais
           perform imprimir-fim-bloco
           .
       imprimir-iguais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o par guardado quando chega ao minimo de erradas iguais
      *>------------------------------------------------------------------------
       imprimir-par-iguais section.
           if ws-qtd-iguais >= ws-min-iguais then
               add 1 to ws-qtd-achados-secao
               add 1 to ws-qtd-achados-iguais

               move spaces           to ws-linha-suspeitas
               move ws-par-nome-jog1 to ws-linha-suspeitas(1:25)
               move "e"              to ws-linha-suspeitas(27:1)
               move ws-par-nome-jog2 to ws-linha-suspeitas(29:25)
               move ws-par-data      to ws-linha-suspeitas(55:8)
               move ws-par-estacao   to ws-linha-suspeitas(64:4)
               move ws-qtd-iguais    to ws-qtd5-edit
               move "IGUAIS"         to ws-linha-suspeitas(69:6)
               move ws-qtd5-edit     to ws-linha-suspeitas(76:5)
               perform escrever-linha

               move 1 to ws-ind-igu
               perform until ws-ind-igu > ws-qtd-iguais
                       or    ws-ind-igu > ws-max-iguais
                   move ws-igu-minuto(ws-ind-igu) to ws-minuto-aux
                   move spaces                      to ws-linha-suspeitas
                   move ws-par-data                 to ws-linha-suspeitas(4:8)
                   move ws-minuto-aux(1:2)          to ws-linha-suspeitas(13:2)
                   move ":"                         to ws-linha-suspeitas(15:1)
                   move ws-minuto-aux(3:2)          to ws-linha-suspeitas(16:2)
                   move ws-par-estacao              to ws-linha-suspeitas(22:4)
                   move ws-igu-cod-banco(ws-ind-igu)  to ws-linha-suspeitas(27:8)
                   move ws-igu-cod-estado(ws-ind-igu) to ws-linha-suspeitas(36:2)
                   move ws-igu-resposta(ws-ind-igu)   to ws-linha-suspeitas(39:25)
                   perform escrever-linha
                   add 1 to ws-ind-igu
               end-perform

               if ws-qtd-iguais > ws-max-iguais then
                   compute ws-qtd-edit = ws-qtd-iguais - ws-max-iguais
                   move spaces to ws-linha-suspeitas
                   string "   ... e mais " delimited by size
                          ws-qtd-edit      delimited by size
                          " itens iguais"  delimited by size
                     into ws-linha-suspeitas
                   end-string
                   perform escrever-linha
               end-if
           end-if
           .
       imprimir-par-iguais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mesmo nome jogando em duas estacoes ao mesmo tempo: sessoes do
      *>  mesmo dia, de estacoes diferentes, com os horarios cruzados
      *>------------------------------------------------------------------------
       imprimir-estacoes section.
           move spaces to ws-linha-suspeitas
           move "MESMO NOME EM DUAS ESTACOES AO MESMO TEMPO" to ws-linha-suspeitas
           perform imprimir-titulo

           move zero        to ws-qtd-sessoes-dia
           move space       to ws-nome-sessao
           move zero        to ws-data-sessao

           move low-values to fd-sss-chave
           start arqSusSessao key is >= fd-sss-chave

           perform until ws-fs-arqSusSessao <> 00
               read arqSusSessao next record

               if ws-fs-arqSusSessao = 00 then
                   if fd-sss-nome-jog <> ws-nome-sessao
                   or fd-sss-data     <> ws-data-sessao then
                       move fd-sss-nome-jog to ws-nome-sessao
                       move fd-sss-data     to ws-data-sessao
                       move zero            to ws-qtd-sessoes-dia
                   end-if

      *>               as sessoes anteriores do dia comecaram antes; cruza
      *>               com a corrente a que ainda nao tinha terminado
                   move 1 to ws-ind-sdi
                   perform until ws-ind-sdi > ws-qtd-sessoes-dia
                       if ws-sdi-estacao(ws-ind-sdi) <> fd-sss-estacao
                       and ws-sdi-hora-fim(ws-ind-sdi) >= fd-sss-hora-ini then
                           perform imprimir-cruzamento
                       end-if
                       add 1 to ws-ind-sdi
                   end-perform

                   if ws-qtd-sessoes-dia < ws-max-sessoes-dia then
                       add 1 to ws-qtd-sessoes-dia
                       move fd-sss-estacao   to ws-sdi-estacao(ws-qtd-sessoes-dia)
                       move fd-sss-hora-ini  to ws-sdi-hora-ini(ws-qtd-sessoes-dia)
                       move fd-sss-hora-fim  to ws-sdi-hora-fim(ws-qtd-sessoes-dia)
                       move fd-sss-respostas to ws-sdi-respostas(ws-qtd-sessoes-dia)
                   end-if
               end-if
           end-perform

           perform imprimir-fim-bloco
           .
       imprimir-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cruzamento da sessao corrente com a da tabela, uma
      *>  linha por estacao com o horario e as respostas de cada uma
      *>------------------------------------------------------------------------
       imprimir-cruzamento section.
           add 1 to ws-qtd-achados-secao
           add 1 to ws-qtd-achados-estacoes

           move spaces          to ws-linha-suspeitas
           move fd-sss-nome-jog to ws-linha-suspeitas(1:25)
           move fd-sss-data     to ws-linha-suspeitas(27:8)
           move "ESTACOES CRUZADAS" to ws-linha-suspeitas(36:17)
           perform escrever-linha

           move spaces to ws-linha-suspeitas
           move ws-sdi-estacao(ws-ind-sdi)  to ws-linha-suspeitas(4:4)
           move ws-sdi-hora-ini(ws-ind-sdi) to ws-hora-aux
           perform editar-hora
           move ws-hora-edit                to ws-linha-suspeitas(9:8)
           move "a"                         to ws-linha-suspeitas(18:1)
           move ws-sdi-hora-fim(ws-ind-sdi) to ws-hora-aux
           perform editar-hora
           move ws-hora-edit                to ws-linha-suspeitas(20:8)
           move ws-sdi-respostas(ws-ind-sdi) to ws-qtd5-edit
           move ws-qtd5-edit                to ws-linha-suspeitas(29:5)
           move "respostas"                 to ws-linha-suspeitas(35:9)
           perform escrever-linha

           move spaces to ws-linha-suspeitas
           move fd-sss-estacao              to ws-linha-suspeitas(4:4)
           move fd-sss-hora-ini             to ws-hora-aux
           perform editar-hora
           move ws-hora-edit                to ws-linha-suspeitas(9:8)
           move "a"                         to ws-linha-suspeitas(18:1)
           move fd-sss-hora-fim             to ws-hora-aux
           perform editar-hora
           move ws-hora-edit                to ws-linha-suspeitas(20:8)
           move fd-sss-respostas            to ws-qtd5-edit
           move ws-qtd5-edit                to ws-linha-suspeitas(29:5)
           move "respostas"                 to ws-linha-suspeitas(35:9)
           perform escrever-linha
           .
       imprimir-cruzamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sessoes com sequencia de acertos sem dica a partir do limite, com
      *>  as respostas da sequencia listadas abaixo
      *>------------------------------------------------------------------------
       imprimir-sequencias section.
           move ws-min-sequencia to ws-qtd5-edit
           move spaces to ws-linha-suspeitas
           string "SEQUENCIAS DE "                    delimited by size
                  function trim(ws-qtd5-edit)         delimited by size
                  " OU MAIS ACERTOS SEGUIDOS SEM DICA" delimited by size
             into ws-linha-suspeitas
           end-string
           perform imprimir-titulo

           move low-values to fd-sss-chave
           start arqSusSessao key is >= fd-sss-chave

           perform until ws-fs-arqSusSessao <> 00
               read arqSusSessao next record

               if ws-fs-arqSusSessao = 00
               and fd-sss-maior-seq >= ws-min-sequencia then
                   add 1 to ws-qtd-achados-secao
                   add 1 to ws-qtd-achados-sequencia

                   perform imprimir-linha-sessao
                   move fd-sss-maior-seq to ws-qtd5-edit
                   move "SEGUIDOS"       to ws-linha-suspeitas(61:8)
                   move ws-qtd5-edit     to ws-linha-suspeitas(70:5)
                   move fd-sss-respostas to ws-qtd5-edit
                   move "/"              to ws-linha-suspeitas(75:1)
                   move ws-qtd5-edit     to ws-linha-suspeitas(76:5)
                   perform escrever-linha

                   move fd-sss-seq-ini to ws-det-hora-ini
                   move fd-sss-seq-fim to ws-det-hora-fim
                   set detalhe-todas to true
                   perform imprimir-respostas-sessao
               end-if
           end-perform

           perform imprimir-fim-bloco
           .
       imprimir-sequencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comeco da linha de uma sessao em ws-linha-suspeitas: nome, dia,
      *>  estacao e horario; quem chama completa a contagem e imprime
      *>------------------------------------------------------------------------
       imprimir-linha-sessao section.
           move spaces          to ws-linha-suspeitas
           move fd-sss-nome-jog to ws-linha-suspeitas(1:25)
           move fd-sss-data     to ws-linha-suspeitas(27:8)
           move fd-sss-estacao  to ws-linha-suspeitas(36:4)
           move fd-sss-hora-ini to ws-hora-aux
           perform editar-hora
           move ws-hora-edit    to ws-linha-suspeitas(41:8)
           move "a"             to ws-linha-suspeitas(50:1)
           move fd-sss-hora-fim to ws-hora-aux
           perform editar-hora
           move ws-hora-edit    to ws-linha-suspeitas(52:8)

           move fd-sss-nome-jog to ws-det-nome-jog
           move fd-sss-data     to ws-det-data
           move fd-sss-estacao  to ws-det-estacao
           .
       imprimir-linha-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Respostas da sessao do filtro de detalhe entre as duas horas:
      *>  todas ou so os acertos rapidos demais, uma por linha com dia,
      *>  hora, estacao, banco, item, resposta, acerto, tempo e dicas
      *>------------------------------------------------------------------------
       imprimir-respostas-sessao section.
           move zero to ws-det-qtd

           move ws-det-nome-jog to fd-ssr-nome-jog
           move ws-det-data     to fd-ssr-data
           move ws-det-hora-ini to fd-ssr-hora
           move low-values      to fd-ssr-estacao
           move low-values      to fd-ssr-cod-banco
           move low-values      to fd-ssr-cod-estado
           start arqSusResp key is >= fd-ssr-chave

           if ws-fs-arqSusResp <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqSusResp next record

               if ws-fs-arqSusResp = 00
               and fd-ssr-nome-jog = ws-det-nome-jog
               and fd-ssr-data     = ws-det-data
               and fd-ssr-hora    <= ws-det-hora-fim then
                   if fd-ssr-estacao = ws-det-estacao then
                       if detalhe-todas
                       or (fd-ssr-acertou = "S"
                           and fd-ssr-modo <> "M"
                           and fd-ssr-tempo-resp < ws-tempo-min) then
                           add 1 to ws-det-qtd
                           if ws-det-qtd <= ws-max-detalhe then
                               perform imprimir-resposta
                           end-if
                       end-if
                   end-if
               else
                   set varredura-acabou to true
               end-if
           end-perform

           if ws-det-qtd > ws-max-detalhe then
               compute ws-qtd-edit = ws-det-qtd - ws-max-detalhe
               move spaces to ws-linha-suspeitas
               string "   ... e mais " delimited by size
                      ws-qtd-edit      delimited by size
                      " respostas"     delimited by size
                 into ws-linha-suspeitas
               end-string
               perform escrever-linha
           end-if
           .
       imprimir-respostas-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de detalhe da resposta corrente do arquivo de trabalho
      *>------------------------------------------------------------------------
       imprimir-resposta section.
           move spaces            to ws-linha-suspeitas
           move fd-ssr-data       to ws-linha-suspeitas(4:8)
           move fd-ssr-hora       to ws-hora-aux
           perform editar-hora
           move ws-hora-edit      to ws-linha-suspeitas(13:8)
           move fd-ssr-estacao    to ws-linha-suspeitas(22:4)
           move fd-ssr-cod-banco  to ws-linha-suspeitas(27:8)
           move fd-ssr-cod-estado to ws-linha-suspeitas(36:2)
           move fd-ssr-resposta   to ws-linha-suspeitas(39:25)
           move fd-ssr-acertou    to ws-linha-suspeitas(65:1)
           move fd-ssr-tempo-resp to ws-tempo-edit
           move ws-tempo-edit     to ws-linha-suspeitas(67:4)
           move "s"               to ws-linha-suspeitas(71:1)
           move "dica"            to ws-linha-suspeitas(73:4)
           move fd-ssr-dicas      to ws-linha-suspeitas(78:1)
           perform escrever-linha
           .
       imprimir-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Hora do diario (HHMMSSCC em ws-hora-aux) como HH:MM:SS
      *>------------------------------------------------------------------------
       editar-hora section.
           move spaces to ws-hora-edit
           string ws-hra-hh delimited by size
                  ":"       delimited by size
                  ws-hra-mm delimited by size
                  ":"       delimited by size
                  ws-hra-ss delimited by size
             into ws-hora-edit
           end-string
           .
       editar-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Normaliza texto para comparacao: maiusculas e sem espacos nas
      *>   pontas, sem acentuacao (mesma regra do jogo)
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
      *>  Resumo e legenda no fim do relatorio
      *>------------------------------------------------------------------------
       imprimir-resumo section.
           move "RESUMO DA VERIFICACAO" to ws-linha-suspeitas
           perform escrever-linha

           move ws-qtd-reg-apurados to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Respostas de jogo verificadas.......: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           move ws-qtd-ignorados to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Ajustes de revisao e provas em papel: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           move ws-qtd-repetidos to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Respostas repetidas (lidas 2 vezes).: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           move ws-qtd-sessoes to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Sessoes montadas....................: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           move ws-qtd-achados-rapidas to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Sessoes com acertos rapidos demais..: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           move ws-qtd-achados-iguais to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Pares com erradas iguais............: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           move ws-qtd-achados-estacoes to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Nome em duas estacoes ao mesmo tempo: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           move ws-qtd-achados-sequencia to ws-qtd-edit
           move spaces to ws-linha-suspeitas
           string "  Sessoes com sequencia fora do comum.: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha

           if ws-qtd-grupo-cheio > zero then
               move ws-qtd-grupo-cheio to ws-qtd-edit
               move spaces to ws-linha-suspeitas
               string "  AVISO: erradas acima do teto do grupo, fora dos pares: " delimited by size
                      ws-qtd-edit                                                delimited by size
                 into ws-linha-suspeitas
               end-string
               perform escrever-linha
           end-if

           move ws-intervalo to ws-qtd5-edit
           move spaces to ws-linha-suspeitas
           perform escrever-linha
           string "Sessao = mesmo nome, estacao e dia, parada de no maximo " delimited by size
                  function trim(ws-qtd5-edit)                                  delimited by size
                  " minutos"                                                  delimited by size
             into ws-linha-suspeitas
           end-string
           perform escrever-linha
           move "Detalhe: dia, hora, estacao, banco, item, resposta, acerto, tempo, dicas"
             to ws-linha-suspeitas
           perform escrever-linha
           move "Para conferir: Revisar Respostas com o banco, o item e o dia da linha"
             to ws-linha-suspeitas
           perform escrever-linha
           move "Multipla escolha (so a letra) nao conta em rapidas nem em erradas iguais"
             to ws-linha-suspeitas
           perform escrever-linha
           .
       imprimir-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve ws-linha-suspeitas controlando a paginacao (cabecalho a
      *>  cada nova pagina, 56 linhas de detalhe por pagina)
      *>------------------------------------------------------------------------
       escrever-linha section.
           if ws-lin-pagina > 56 then
               perform nova-pagina
           end-if

           write fd-linha-suspeitas from ws-linha-suspeitas

           if ws-fs-arqRelSuspeitas <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelSuspeitas                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de suspeitas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-pagina
           add 1 to ws-qtd-linhas-grav
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina do relatorio de jogadas suspeitas
      *>------------------------------------------------------------------------
       nova-pagina section.
           add 1 to ws-num-pagina
           move ws-num-pagina to ws-pag-edit

           move spaces to fd-linha-suspeitas
           string "JOGADAS SUSPEITAS NO DIARIO DE RESPOSTAS" delimited by size
                  "                          PAG "          delimited by size
                  ws-pag-edit                               delimited by size
             into fd-linha-suspeitas
           end-string
           write fd-linha-suspeitas

           if ws-fs-arqRelSuspeitas <> 00 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelSuspeitas                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de suspeitas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-suspeitas
           string "PERIODO: "      delimited by size
                  ws-data-ini      delimited by size
                  " A "            delimited by size
                  ws-data-fim      delimited by size
                  "   DIARIO: "    delimited by size
                  ws-nome-arq-jornal delimited by space
             into fd-linha-suspeitas
           end-string
           write fd-linha-suspeitas

           if ws-fs-arqRelSuspeitas <> 00 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelSuspeitas                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de suspeitas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-suspeitas
           write fd-linha-suspeitas

           if ws-fs-arqRelSuspeitas <> 00 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelSuspeitas                  to ws-msn-erro-cod
               move "Erro ao gravar relatorio de suspeitas" to ws-msn-erro-text
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
                  " jogadas_suspeitas ERRO OFS=" delimited by size
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
           close arqSusResp
           close arqSusSessao
           close arqSusErradas
           close arqSusIguais

           close arqRelSuspeitas

           if ws-fs-arqRelSuspeitas <> 00 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelSuspeitas                  to ws-msn-erro-cod
               move "Erro ao fechar relatorio de suspeitas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Jogadas suspeitas gravadas em " ws-nome-arq-saida

           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-reg-apurados to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " jogadas_suspeitas FIM RC=0 RESPOSTAS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           compute ws-qtd-log-edit = ws-qtd-achados-rapidas + ws-qtd-achados-iguais
                                   + ws-qtd-achados-estacoes + ws-qtd-achados-sequencia
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " jogadas_suspeitas FIM ACHADOS=" delimited by size
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
