      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "analise_itens".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Analise de itens por banco de questoes sobre o diario de respostas
      *>   (jornalRespostas.txt, ou o jornal mestre da juncao, e os arquivos
      *>   mortos mensais do periodo): para cada item, as respostas erradas
      *>   mais frequentes com a contagem, o indice de dificuldade (fracao
      *>   de acertos) e a discriminacao (acerto dos jogadores fortes menos
      *>   acerto dos fracos, cada grupo sendo o terco de cima e o de baixo
      *>   do aproveitamento no periodo). Sinaliza o item em que os bons
      *>   erram tanto quanto os fracos e o item em que uma mesma resposta
      *>   errada domina -- quase sempre erro de digitacao na capital,
      *>   alternativa faltando em arqAlternativas ou pergunta confusa. Os
      *>   ajustes de revisao (tipo A) convertem o erro em acerto e tiram a
      *>   resposta da contagem de erradas. Programa batch, sem telas --
      *>   imprime um arquivo paginado de 80 colunas (analiseItens.txt).

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

           select arqEstados assign to "arqEstados.dat" *> cadastro dos bancos de questoes (nome, capital do item)
           organization is indexed
           access mode is dynamic
           record key is fd-chave-estado
           lock mode is automatic
           file status is ws-fs-arqEstados.

           select arqAlternativas assign to "arqAlternativas.dat" *> respostas alternativas aceitas por item (marca a errada que ja foi aceita)
           organization is indexed
           access mode is dynamic
           record key is fd-alt-chave
           lock mode is automatic
           file status is ws-fs-arqAlternativas.

           select arqJornal assign using ws-nome-arq-jornal *> diario de respostas: o da estacao ou o jornal mestre da juncao (parametro ENTRADA=)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

           select arqJornalMes assign using ws-nome-arq-mes *> arquivo morto mensal do jornal (jornal-AAAAMM.txt, gerado pelo fechamento)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornalMes.

           select arqAnaItem assign to "analiseItem.dat" *> area de trabalho: respostas e acertos por banco+item
           organization is indexed
           access mode is dynamic
           record key is fd-ait-chave
           lock mode is automatic
           file status is ws-fs-arqAnaItem.

           select arqAnaJogItem assign to "analiseJogItem.dat" *> area de trabalho: respostas e acertos por jogador+item (forma os grupos)
           organization is indexed
           access mode is dynamic
           record key is fd-ajt-chave
           lock mode is automatic
           file status is ws-fs-arqAnaJogItem.

           select arqAnaErradas assign to "analiseErradas.dat" *> area de trabalho: contagem de cada resposta errada (normalizada) por item
           organization is indexed
           access mode is dynamic
           record key is fd-aer-chave
           lock mode is automatic
           file status is ws-fs-arqAnaErradas.

           select arqRelItens assign using ws-nome-arq-saida *> saida: relatorio de analise de itens (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelItens.

           select arqParametros assign to "analiseItens.par" *> parametros p/ execucao nao assistida: DATA-INI=, DATA-FIM=, BANCO=, MIN-RESP=, ENTRADA=, SAIDA=
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

       fd arqAlternativas.
       01 fd-alternativa.
           05 fd-alt-chave.
               10 fd-alt-cod-banco                 pic x(08).
               10 fd-alt-cod-estado                pic x(02).
               10 fd-alt-seq                       pic 9(02).
      *>       C = capital (modo normal/multipla), E = estado (modo inverso)
           05 fd-alt-modo                          pic x(01).
           05 fd-alt-texto                         pic x(25).

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

       fd arqAnaItem.
       01 fd-ana-item.
           05 fd-ait-chave.
               10 fd-ait-cod-banco                 pic x(08).
               10 fd-ait-cod-estado                pic x(02).
           05 fd-ait-respostas                     pic 9(07).
           05 fd-ait-acertos                       pic 9(07).
           05 fd-ait-com-dica                      pic 9(07).
           05 fd-ait-resp-fortes                   pic 9(07).
           05 fd-ait-acer-fortes                   pic 9(07).
           05 fd-ait-resp-fracos                   pic 9(07).
           05 fd-ait-acer-fracos                   pic 9(07).

       fd arqAnaJogItem.
       01 fd-ana-jog-item.
           05 fd-ajt-chave.
               10 fd-ajt-nome-jog                  pic x(25).
               10 fd-ajt-cod-banco                 pic x(08).
               10 fd-ajt-cod-estado                pic x(02).
           05 fd-ajt-respostas                     pic 9(05).
           05 fd-ajt-acertos                       pic 9(05).

       fd arqAnaErradas.
       01 fd-ana-errada.
           05 fd-aer-chave.
               10 fd-aer-cod-banco                 pic x(08).
               10 fd-aer-cod-estado                pic x(02).
      *>           C = resposta de capital (modo normal), E = de estado
      *>           (modo inverso), como nas alternativas
               10 fd-aer-modo                      pic x(01).
               10 fd-aer-resposta                  pic x(25).
           05 fd-aer-qtd                           pic 9(05).

       fd arqRelItens.
       01 fd-linha-itens                           pic x(80).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   aproveitamento de cada jogador no periodo, para formar os grupos
      *>   da discriminacao: so entra quem respondeu o minimo de perguntas;
      *>   ordenado por aproveitamento o terco de cima e o grupo forte e o de
      *>   baixo o fraco, e depois volta a ordem de nome do arquivo de
      *>   trabalho
       78 ws-max-jogadores                         value 2000.
       78 ws-min-resp-jogador                      value 5.

       01 ws-tab-jogadores.
          05 ws-jog-ent occurs ws-max-jogadores.
             10 ws-jog-nome                        pic x(25).
             10 ws-jog-respostas                   pic 9(05).
             10 ws-jog-acertos                     pic 9(05).
             10 ws-jog-aproveit                    pic s9(01)v9999.
             10 ws-jog-grupo                       pic x(01).
                88 jogador-forte                   value "F".
                88 jogador-fraco                   value "D".
                88 jogador-meio                    value "M".

       01 ws-jog-ent-aux                           pic x(41).
       01 ws-top-ent-aux                           pic x(31).

       77 ws-qtd-jogadores                         pic 9(04) value zero.
       77 ws-jog-demais                            pic 9(05) value zero.
       77 ws-qtd-elegiveis                         pic 9(04) value zero.
       77 ws-qtd-terco                             pic 9(04) value zero.
       77 ws-nome-demais                           pic x(25) value space.
       77 ws-ind-jog                               pic 9(04).
       77 ws-ind-rank                              pic 9(04).

      *>   limites dos sinais: item com menos respostas que o minimo nao e
      *>   sinalizado; "bons erram" quando a discriminacao nao passa do
      *>   limite; "erro domina" quando uma so errada faz metade ou mais dos
      *>   erros do item (e aparece pelo menos tres vezes)
       78 ws-limite-discr                          value 0,10.
       78 ws-min-dominante                         value 3.
       78 ws-min-grupo                             value 3.

      *>   as tres respostas erradas mais frequentes do item em impressao
       01 ws-tab-top-erradas.
          05 ws-top-ent occurs 3.
             10 ws-top-modo                        pic x(01).
             10 ws-top-resposta                    pic x(25).
             10 ws-top-qtd                         pic 9(05).

       77 ws-ind-top                               pic 9(01).
       77 ws-qtd-top                               pic 9(01).
       77 ws-tot-erradas-item                      pic 9(07).

       01 ws-indices-item.
          05 ws-ind-dificuldade                    pic 9(01)v99.
          05 ws-ind-discriminacao                  pic s9(01)v99.
          05 ws-aprov-fortes                       pic 9(01)v9999.
          05 ws-aprov-fracos                       pic 9(01)v9999.
          05 ws-pct-dica                           pic 9(03).
          05 ws-pct-errada                         pic 9(03).

       77 ws-discr-calculada                       pic x(01) value "N".
          88 discriminacao-calculada               value "S".
          88 discriminacao-sem-grupo               value "N".

       77 ws-sinal-bons                            pic x(01) value "N".
          88 sinal-bons-erram                      value "S".
          88 sem-sinal-bons                        value "N".

       77 ws-sinal-dominio                         pic x(01) value "N".
          88 sinal-erro-domina                     value "S".
          88 sem-sinal-dominio                     value "N".

       77 ws-errada-aceita                         pic x(01) value "N".
          88 errada-ja-aceita                      value "S".
          88 errada-nao-aceita                     value "N".

       77 ws-banco-impresso                        pic x(08) value space.
       77 ws-modo-texto                            pic x(01).

       01 ws-normalizacao.
          05 ws-texto-norm                         pic x(25).
          05 ws-resposta-norm                      pic x(25).

       01 ws-contadores.
          05 ws-qtd-reg-lidos                      pic 9(07) value zero.
          05 ws-qtd-reg-apurados                   pic 9(07) value zero.
          05 ws-qtd-ajustes                        pic 9(07) value zero.
          05 ws-qtd-fora-cadastro                  pic 9(07) value zero.
          05 ws-qtd-itens                          pic 9(05) value zero.
          05 ws-qtd-itens-poucos                   pic 9(05) value zero.
          05 ws-qtd-sinal-bons                     pic 9(05) value zero.
          05 ws-qtd-sinal-dominio                  pic 9(05) value zero.
          05 ws-qtd-fortes                         pic 9(04) value zero.
          05 ws-qtd-fracos                         pic 9(04) value zero.

       01 ws-filtro-periodo.
          05 ws-data-ini-txt                       pic x(08).
          05 ws-data-fim-txt                       pic x(08).
          05 ws-data-ini                           pic 9(08) value zero.
          05 ws-data-fim                           pic 9(08) value 99999999.
          05 ws-banco-filtro                       pic x(08) value space.
          05 ws-min-resp-txt                       pic x(05).
          05 ws-min-resp-dig                       pic x(05) justified right.
          05 ws-min-respostas                      pic 9(05) value 10.

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
          05 ws-linha-itens                        pic x(80).
          05 ws-lin-pagina                         pic 9(02) value 99.
          05 ws-num-pagina                         pic 9(03) value zero.
          05 ws-qtd-edit                           pic zzzzzz9.
          05 ws-qtd5-edit                          pic zzzz9.
          05 ws-pct-edit                           pic zz9.
          05 ws-indice-edit                        pic 9,99.
          05 ws-discr-edit                         pic -9,99.
          05 ws-pag-edit                           pic zz9.

       01 controle                                 pic x(1).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".

       77 ws-varredura                             pic x(01) value "N".
          88 varredura-acabou                      value "S".
          88 varredura-continua                    value "N".

       77 ws-alt-arquivo                           pic x(01) value "S".
          88 alternativas-disponivel               value "S".
          88 alternativas-indisponivel             value "N".

      *>   execucao nao assistida: com analiseItens.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "analiseItens.txt".
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

       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-arqAlternativas                    pic 9(02).
       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqAnaItem                         pic 9(02).
       77 ws-fs-arqAnaJogItem                      pic 9(02).
       77 ws-fs-arqAnaErradas                      pic 9(02).
       77 ws-fs-arqRelItens                        pic 9(02).
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
           perform classificar-jogadores
           perform apurar-grupos
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
      *>  Le analiseItens.par quando presente (DATA-INI=, DATA-FIM=, BANCO=,
      *>  MIN-RESP=, ENTRADA=, SAIDA=, uma por linha); sem o arquivo fica o
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
                   if ws-par-chave = "BANCO" then
                       move ws-par-valor(1:8) to ws-banco-filtro
                   else
                       if ws-par-chave = "MIN-RESP" then
                           move ws-par-valor(1:5) to ws-min-resp-txt
                           perform aplicar-minimo-respostas
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
               end-if
           end-if
           .
       aplicar-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Minimo de respostas para o item ser sinalizado (so digitos, sem
      *>  zero; o que nao servir mantem o padrao de 10)
      *>------------------------------------------------------------------------
       aplicar-minimo-respostas section.
           move space to ws-min-resp-dig
           move function trim(ws-min-resp-txt) to ws-min-resp-txt

      *>       "25" digitado vira "00025" (campo justificado a direita)
           unstring ws-min-resp-txt delimited by space
               into ws-min-resp-dig
           end-unstring

           inspect ws-min-resp-dig replacing leading space by zero

           if ws-min-resp-dig is numeric and ws-min-resp-dig <> "00000" then
               move ws-min-resp-dig to ws-min-respostas
           end-if
           .
       aplicar-minimo-respostas-exit.
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
                  " analise_itens INICIO" delimited by size
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
      *>  cadastro, do diario, da saida e das areas de trabalho
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Data inicial do periodo (AAAAMMDD, vazio = desde o inicio): "
               accept ws-data-ini-txt

               display "Data final do periodo   (AAAAMMDD, vazio = ate o fim): "
               accept ws-data-fim-txt

               display "Banco de questoes (vazio = todos): "
               accept ws-banco-filtro

               display "Minimo de respostas para sinalizar o item (vazio = 10): "
               accept ws-min-resp-txt

               if ws-data-ini-txt <> space and ws-data-ini-txt is numeric then
                   move ws-data-ini-txt to ws-data-ini
               end-if

               if ws-data-fim-txt <> space and ws-data-fim-txt is numeric then
                   move ws-data-fim-txt to ws-data-fim
               end-if

               if ws-min-resp-txt <> space then
                   perform aplicar-minimo-respostas
               end-if
           end-if

           move function upper-case(ws-banco-filtro) to ws-banco-filtro

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
                      " analise_itens AVISO sem DATA-INI, arquivo morto fora" delimited by size
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

      *>       sem alternativas cadastradas a analise segue; so deixa de
      *>       marcar a errada que ja passou a ser aceita
           open input arqAlternativas

           if ws-fs-arqAlternativas = 35 then
               set alternativas-indisponivel to true
           else
               if ws-fs-arqAlternativas <> 00 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlternativas                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de alternativas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqJornal

           if ws-fs-arqJornal <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao abrir diario de respostas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelItens

           if ws-fs-arqRelItens <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelItens                     to ws-msn-erro-cod
               move "Erro ao abrir analise de itens"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>       areas de trabalho recriadas vazias a cada execucao
           open output arqAnaItem
           close       arqAnaItem
           open i-o    arqAnaItem

           if ws-fs-arqAnaItem <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqAnaItem                      to ws-msn-erro-cod
               move "Erro ao criar trabalho por item"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqAnaJogItem
           close       arqAnaJogItem
           open i-o    arqAnaJogItem

           if ws-fs-arqAnaJogItem <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqAnaJogItem                   to ws-msn-erro-cod
               move "Erro ao criar trabalho jogador+item" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqAnaErradas
           close       arqAnaErradas
           open i-o    arqAnaErradas

           if ws-fs-arqAnaErradas <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqAnaErradas                   to ws-msn-erro-cod
               move "Erro ao criar trabalho de erradas"   to ws-msn-erro-text
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
                       add 1 to ws-qtd-reg-lidos
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
      *>  Aceita o registro pela data do periodo e pelo banco pedido
      *>------------------------------------------------------------------------
       filtrar-periodo section.
           if  fd-jrn-data >= ws-data-ini and fd-jrn-data <= ws-data-fim
           and (ws-banco-filtro = space or fd-jrn-cod-banco = ws-banco-filtro) then
               set registro-no-periodo   to true
           else
               set registro-fora-periodo to true
           end-if
           .
       filtrar-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o registro aceito pelo filtro: resposta do jogo ou ajuste de
      *>  revisao; item que ja saiu do cadastro nao entra na analise
      *>------------------------------------------------------------------------
       apurar-registro section.
           move fd-jrn-cod-banco  to fd-cod-banco
           move fd-jrn-cod-estado to fd-cod-estado
           read arqEstados key is fd-chave-estado

           if ws-fs-arqEstados <> 00 then
               add 1 to ws-qtd-fora-cadastro
           else
               add 1 to ws-qtd-reg-apurados

      *>           no modo inverso (e na prova em papel capital -> estado,
      *>           modo Q) a resposta e o nome do estado; nos demais, a
      *>           capital (a multipla escolha grava so a letra marcada,
      *>           que muda de posicao a cada pergunta e nao entra na
      *>           contagem de erradas)
               if fd-jrn-modo = "I" or fd-jrn-modo = "Q" then
                   move "E" to ws-modo-texto
               else
                   move "C" to ws-modo-texto
               end-if

               move fd-jrn-resposta to ws-texto-norm
               perform normalizar-texto

               if fd-jrn-tipo = "A" then
                   add 1 to ws-qtd-ajustes
                   perform apurar-ajuste-item
               else
                   perform apurar-resposta-item
               end-if
           end-if
           .
       apurar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resposta dada no jogo: soma no item, no jogador+item e, se errada,
      *>  na contagem da resposta errada normalizada
      *>------------------------------------------------------------------------
       apurar-resposta-item section.
           move fd-jrn-cod-banco  to fd-ait-cod-banco
           move fd-jrn-cod-estado to fd-ait-cod-estado
           read arqAnaItem key is fd-ait-chave

           if ws-fs-arqAnaItem <> 00 then
               initialize fd-ana-item
               move fd-jrn-cod-banco  to fd-ait-cod-banco
               move fd-jrn-cod-estado to fd-ait-cod-estado
           end-if

           add 1 to fd-ait-respostas
           if fd-jrn-acertou = "S" then
               add 1 to fd-ait-acertos
           end-if
           if fd-jrn-dicas is numeric and fd-jrn-dicas > zero then
               add 1 to fd-ait-com-dica
           end-if

           if fd-ait-respostas = 1 then
               write fd-ana-item
           else
               rewrite fd-ana-item
           end-if

           if ws-fs-arqAnaItem <> 00 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqAnaItem                      to ws-msn-erro-cod
               move "Erro ao gravar trabalho por item"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-jrn-nome-jog   to fd-ajt-nome-jog
           move fd-jrn-cod-banco  to fd-ajt-cod-banco
           move fd-jrn-cod-estado to fd-ajt-cod-estado
           read arqAnaJogItem key is fd-ajt-chave

           if ws-fs-arqAnaJogItem = 00 then
               add 1 to fd-ajt-respostas
               if fd-jrn-acertou = "S" then
                   add 1 to fd-ajt-acertos
               end-if
               rewrite fd-ana-jog-item
           else
               move fd-jrn-nome-jog   to fd-ajt-nome-jog
               move fd-jrn-cod-banco  to fd-ajt-cod-banco
               move fd-jrn-cod-estado to fd-ajt-cod-estado
               move 1                 to fd-ajt-respostas
               if fd-jrn-acertou = "S" then
                   move 1    to fd-ajt-acertos
               else
                   move zero to fd-ajt-acertos
               end-if
               write fd-ana-jog-item
           end-if

           if ws-fs-arqAnaJogItem <> 00 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqAnaJogItem                   to ws-msn-erro-cod
               move "Erro ao gravar trabalho jogador+item" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-jrn-acertou = "N"
           and fd-jrn-modo <> "M"
           and ws-texto-norm <> space then
               move fd-jrn-cod-banco  to fd-aer-cod-banco
               move fd-jrn-cod-estado to fd-aer-cod-estado
               move ws-modo-texto     to fd-aer-modo
               move ws-texto-norm     to fd-aer-resposta
               read arqAnaErradas key is fd-aer-chave

               if ws-fs-arqAnaErradas = 00 then
                   add 1 to fd-aer-qtd
                   rewrite fd-ana-errada
               else
                   move fd-jrn-cod-banco  to fd-aer-cod-banco
                   move fd-jrn-cod-estado to fd-aer-cod-estado
                   move ws-modo-texto     to fd-aer-modo
                   move ws-texto-norm     to fd-aer-resposta
                   move 1                 to fd-aer-qtd
                   write fd-ana-errada
               end-if

               if ws-fs-arqAnaErradas <> 00 then
                   move 15                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAnaErradas                   to ws-msn-erro-cod
                   move "Erro ao gravar trabalho de erradas"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apurar-resposta-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ajuste de revisao: o erro ja contado vira acerto no item e no
      *>  jogador+item, e a resposta aceita sai da contagem de erradas
      *>------------------------------------------------------------------------
       apurar-ajuste-item section.
           move fd-jrn-cod-banco  to fd-ait-cod-banco
           move fd-jrn-cod-estado to fd-ait-cod-estado
           read arqAnaItem key is fd-ait-chave

           if ws-fs-arqAnaItem = 00
           and fd-ait-acertos < fd-ait-respostas then
               add 1 to fd-ait-acertos
               rewrite fd-ana-item

               if ws-fs-arqAnaItem <> 00 then
                   move 13                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAnaItem                      to ws-msn-erro-cod
                   move "Erro ao gravar trabalho por item"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-jrn-nome-jog   to fd-ajt-nome-jog
           move fd-jrn-cod-banco  to fd-ajt-cod-banco
           move fd-jrn-cod-estado to fd-ajt-cod-estado
           read arqAnaJogItem key is fd-ajt-chave

           if ws-fs-arqAnaJogItem = 00
           and fd-ajt-acertos < fd-ajt-respostas then
               add 1 to fd-ajt-acertos
               rewrite fd-ana-jog-item

               if ws-fs-arqAnaJogItem <> 00 then
                   move 14                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAnaJogItem                   to ws-msn-erro-cod
                   move "Erro ao gravar trabalho jogador+item" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-jrn-cod-banco  to fd-aer-cod-banco
           move fd-jrn-cod-estado to fd-aer-cod-estado
           move ws-modo-texto     to fd-aer-modo
           move ws-texto-norm     to fd-aer-resposta
           read arqAnaErradas key is fd-aer-chave

           if ws-fs-arqAnaErradas = 00
           and fd-aer-qtd > zero then
               subtract 1 from fd-aer-qtd
               rewrite fd-ana-errada

               if ws-fs-arqAnaErradas <> 00 then
                   move 15                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAnaErradas                   to ws-msn-erro-cod
                   move "Erro ao gravar trabalho de erradas"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apurar-ajuste-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aproveitamento de cada jogador no periodo (somando os itens do
      *>  arquivo jogador+item, que vem em ordem de nome) e formacao dos
      *>  grupos forte e fraco
      *>------------------------------------------------------------------------
       classificar-jogadores section.
           move low-values to fd-ajt-chave
           start arqAnaJogItem key is >= fd-ajt-chave

           perform until ws-fs-arqAnaJogItem <> 00
               read arqAnaJogItem next record

               if ws-fs-arqAnaJogItem = 00 then
                   if ws-qtd-jogadores = zero
                   or fd-ajt-nome-jog <> ws-jog-nome(ws-qtd-jogadores) then
                       if ws-qtd-jogadores < ws-max-jogadores then
                           add 1 to ws-qtd-jogadores
                           move fd-ajt-nome-jog to ws-jog-nome(ws-qtd-jogadores)
                           move zero            to ws-jog-respostas(ws-qtd-jogadores)
                           move zero            to ws-jog-acertos(ws-qtd-jogadores)
                           set jogador-meio(ws-qtd-jogadores) to true
                       else
      *>                       tabela cheia: o jogador fica sem grupo (conta como
      *>                       meio) e nao soma no ultimo da tabela
                           if fd-ajt-nome-jog <> ws-nome-demais then
                               move fd-ajt-nome-jog to ws-nome-demais
                               add 1 to ws-jog-demais
                           end-if
                       end-if
                   end-if

                   if fd-ajt-nome-jog = ws-jog-nome(ws-qtd-jogadores) then
                       add fd-ajt-respostas to ws-jog-respostas(ws-qtd-jogadores)
                       add fd-ajt-acertos   to ws-jog-acertos(ws-qtd-jogadores)
                   end-if
               end-if
           end-perform

      *>       aproveitamento; quem nao chegou ao minimo fica com -1, vai
      *>       para o fim da ordenacao e nao entra em grupo nenhum
           move 1 to ws-ind-jog
           perform until ws-ind-jog > ws-qtd-jogadores
               if ws-jog-respostas(ws-ind-jog) >= ws-min-resp-jogador then
                   compute ws-jog-aproveit(ws-ind-jog) rounded =
                           ws-jog-acertos(ws-ind-jog) / ws-jog-respostas(ws-ind-jog)
                   add 1 to ws-qtd-elegiveis
               else
                   move -1 to ws-jog-aproveit(ws-ind-jog)
               end-if
               add 1 to ws-ind-jog
           end-perform

           divide ws-qtd-elegiveis by 3 giving ws-qtd-terco

           if ws-qtd-terco > zero then
               perform ordenar-aproveitamento

      *>           terco forte: os primeiros; terco fraco: os ultimos elegiveis
               move 1 to ws-ind-jog
               perform until ws-ind-jog > ws-qtd-terco
                   set jogador-forte(ws-ind-jog) to true
                   add 1 to ws-qtd-fortes
                   add 1 to ws-ind-jog
               end-perform

               compute ws-ind-jog = ws-qtd-elegiveis - ws-qtd-terco + 1
               perform until ws-ind-jog > ws-qtd-elegiveis
                   set jogador-fraco(ws-ind-jog) to true
                   add 1 to ws-qtd-fracos
                   add 1 to ws-ind-jog
               end-perform

               perform ordenar-nome-jogador
           end-if
           .
       classificar-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Ordenacao dos jogadores por aproveitamento (maior primeiro; os que
      *>   nao chegaram ao minimo de respostas ficam no fim)
      *>------------------------------------------------------------------------
       ordenar-aproveitamento section.
           set trocou  to true
           perform until nao_trocou
               move 1           to     ws-ind-rank
               set nao_trocou   to true
               perform until ws-ind-rank = ws-qtd-jogadores
                       or    ws-ind-rank > ws-qtd-jogadores
                   if ws-jog-aproveit(ws-ind-rank) < ws-jog-aproveit(ws-ind-rank + 1) then
      *>                FAZ TROCA...
                       move ws-jog-ent(ws-ind-rank + 1)  to  ws-jog-ent-aux
                       move ws-jog-ent(ws-ind-rank)      to  ws-jog-ent(ws-ind-rank + 1)
                       move ws-jog-ent-aux               to  ws-jog-ent(ws-ind-rank)
                       set trocou         to  true
                   end-if
                   add  1   to ws-ind-rank
               end-perform
           end-perform
           .
       ordenar-aproveitamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Ordenacao dos jogadores por nome (ordem do arquivo de trabalho)
      *>------------------------------------------------------------------------
       ordenar-nome-jogador section.
           set trocou  to true
           perform until nao_trocou
               move 1           to     ws-ind-rank
               set nao_trocou   to true
               perform until ws-ind-rank = ws-qtd-jogadores
                       or    ws-ind-rank > ws-qtd-jogadores
                   if ws-jog-nome(ws-ind-rank) > ws-jog-nome(ws-ind-rank + 1) then
      *>                FAZ TROCA...
                       move ws-jog-ent(ws-ind-rank + 1)  to  ws-jog-ent-aux
                       move ws-jog-ent(ws-ind-rank)      to  ws-jog-ent(ws-ind-rank + 1)
                       move ws-jog-ent-aux               to  ws-jog-ent(ws-ind-rank)
                       set trocou         to  true
                   end-if
                   add  1   to ws-ind-rank
               end-perform
           end-perform
           .
       ordenar-nome-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma no item as respostas e acertos dos grupos forte e fraco:
      *>  arquivo jogador+item e tabela de jogadores andam juntos por nome
      *>------------------------------------------------------------------------
       apurar-grupos section.
           if ws-qtd-terco > zero then
               move 1 to ws-ind-jog

               move low-values to fd-ajt-chave
               start arqAnaJogItem key is >= fd-ajt-chave

               perform until ws-fs-arqAnaJogItem <> 00
                   read arqAnaJogItem next record

                   if ws-fs-arqAnaJogItem = 00 then
                       perform until ws-ind-jog > ws-qtd-jogadores
                               or    ws-jog-nome(ws-ind-jog) >= fd-ajt-nome-jog
                           add 1 to ws-ind-jog
                       end-perform

                       if ws-ind-jog <= ws-qtd-jogadores
                       and ws-jog-nome(ws-ind-jog) = fd-ajt-nome-jog
                       and not jogador-meio(ws-ind-jog) then
                           perform somar-grupo-item
                       end-if
                   end-if
               end-perform
           end-if
           .
       apurar-grupos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o jogador+item corrente no grupo do jogador dentro do item
      *>------------------------------------------------------------------------
       somar-grupo-item section.
           move fd-ajt-cod-banco  to fd-ait-cod-banco
           move fd-ajt-cod-estado to fd-ait-cod-estado
           read arqAnaItem key is fd-ait-chave

           if ws-fs-arqAnaItem = 00 then
               if jogador-forte(ws-ind-jog) then
                   add fd-ajt-respostas to fd-ait-resp-fortes
                   add fd-ajt-acertos   to fd-ait-acer-fortes
               else
                   add fd-ajt-respostas to fd-ait-resp-fracos
                   add fd-ajt-acertos   to fd-ait-acer-fracos
               end-if

               rewrite fd-ana-item

               if ws-fs-arqAnaItem <> 00 then
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAnaItem                      to ws-msn-erro-cod
                   move "Erro ao gravar grupos do item"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       somar-grupo-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o relatorio: um bloco por banco, uma linha por item com as
      *>  tres erradas mais frequentes logo abaixo, e o resumo no fim
      *>------------------------------------------------------------------------
       imprimir-relatorio section.
           move low-values to fd-ait-chave
           start arqAnaItem key is >= fd-ait-chave

           perform until ws-fs-arqAnaItem <> 00
               read arqAnaItem next record

               if ws-fs-arqAnaItem = 00 then
                   if fd-ait-cod-banco <> ws-banco-impresso then
                       perform imprimir-cabecalho-banco
                   end-if
                   perform imprimir-item
               end-if
           end-perform

           if ws-qtd-itens = zero then
               move "NENHUMA RESPOSTA NO PERIODO" to ws-linha-itens
               perform escrever-linha
           end-if

           perform imprimir-resumo
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Titulo do bloco de um banco de questoes
      *>------------------------------------------------------------------------
       imprimir-cabecalho-banco section.
           move fd-ait-cod-banco to ws-banco-impresso

           if ws-lin-pagina > 50 then
               move 99 to ws-lin-pagina
           end-if

           move spaces to ws-linha-itens
           perform escrever-linha

           move spaces to ws-linha-itens
           string "BANCO: "         delimited by size
                  ws-banco-impresso delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move "IT ESTADO                 RESP DIFIC DISCR DICA% SINAL"
             to ws-linha-itens
           perform escrever-linha
           .
       imprimir-cabecalho-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do item: dificuldade (fracao de acertos), discriminacao
      *>  (aproveitamento do grupo forte menos o do fraco), percentual de
      *>  respostas com dica e os sinais; depois as erradas mais frequentes
      *>------------------------------------------------------------------------
       imprimir-item section.
           add 1 to ws-qtd-itens

           compute ws-ind-dificuldade rounded = fd-ait-acertos / fd-ait-respostas
           compute ws-pct-dica rounded = fd-ait-com-dica * 100 / fd-ait-respostas

           set discriminacao-sem-grupo to true
           if fd-ait-resp-fortes >= ws-min-grupo
           and fd-ait-resp-fracos >= ws-min-grupo then
               compute ws-aprov-fortes rounded = fd-ait-acer-fortes / fd-ait-resp-fortes
               compute ws-aprov-fracos rounded = fd-ait-acer-fracos / fd-ait-resp-fracos
               compute ws-ind-discriminacao rounded = ws-aprov-fortes - ws-aprov-fracos
               set discriminacao-calculada to true
           end-if

           perform buscar-top-erradas

      *>       sinais so com amostra suficiente e com erro no item
           set sem-sinal-bons    to true
           set sem-sinal-dominio to true

           if fd-ait-respostas < ws-min-respostas then
               add 1 to ws-qtd-itens-poucos
           else
               if discriminacao-calculada
               and fd-ait-acertos < fd-ait-respostas
               and ws-ind-discriminacao <= ws-limite-discr then
                   set sinal-bons-erram to true
                   add 1 to ws-qtd-sinal-bons
               end-if

               if ws-qtd-top > zero
               and ws-top-qtd(1) >= ws-min-dominante
               and ws-top-qtd(1) * 2 >= ws-tot-erradas-item then
                   set sinal-erro-domina to true
                   add 1 to ws-qtd-sinal-dominio
               end-if
           end-if

           move fd-ait-cod-banco  to fd-cod-banco
           move fd-ait-cod-estado to fd-cod-estado
           read arqEstados key is fd-chave-estado
           if ws-fs-arqEstados <> 00 then
               move space to fd-estados
           end-if

           move spaces to ws-linha-itens
           move fd-ait-cod-estado  to ws-linha-itens(1:2)
           move fd-estado(1:20)    to ws-linha-itens(4:20)
           move fd-ait-respostas   to ws-qtd-edit
           move ws-qtd-edit        to ws-linha-itens(24:7)
           move ws-ind-dificuldade to ws-indice-edit
           move ws-indice-edit     to ws-linha-itens(33:4)
           if discriminacao-calculada then
               move ws-ind-discriminacao to ws-discr-edit
               move ws-discr-edit        to ws-linha-itens(38:5)
           else
               move "  -- "              to ws-linha-itens(38:5)
           end-if
           move ws-pct-dica        to ws-pct-edit
           move ws-pct-edit        to ws-linha-itens(45:3)

           if fd-ait-respostas < ws-min-respostas then
               move "(poucas respostas)" to ws-linha-itens(50:18)
           else
               if sinal-bons-erram and sinal-erro-domina then
                   move "BONS ERRAM+ERRO DOMINA" to ws-linha-itens(50:22)
               else
                   if sinal-bons-erram then
                       move "BONS ERRAM"         to ws-linha-itens(50:10)
                   else
                       if sinal-erro-domina then
                           move "ERRO DOMINA"    to ws-linha-itens(50:11)
                       end-if
                   end-if
               end-if
           end-if
           perform escrever-linha

           move 1 to ws-ind-top
           perform until ws-ind-top > ws-qtd-top
               perform imprimir-errada
               add 1 to ws-ind-top
           end-perform
           .
       imprimir-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as erradas do item e guarda as tres mais frequentes (e o
      *>  total de erradas contadas, base do sinal de erro dominante)
      *>------------------------------------------------------------------------
       buscar-top-erradas section.
           initialize ws-tab-top-erradas
           move zero to ws-qtd-top
           move zero to ws-tot-erradas-item

           move fd-ait-cod-banco  to fd-aer-cod-banco
           move fd-ait-cod-estado to fd-aer-cod-estado
           move low-values        to fd-aer-modo
           move low-values        to fd-aer-resposta
           start arqAnaErradas key is >= fd-aer-chave

           if ws-fs-arqAnaErradas <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqAnaErradas next record

               if ws-fs-arqAnaErradas = 00
               and fd-aer-cod-banco  = fd-ait-cod-banco
               and fd-aer-cod-estado = fd-ait-cod-estado then
                   if fd-aer-qtd > zero then
                       add fd-aer-qtd to ws-tot-erradas-item
                       perform guardar-top-errada
                   end-if
               else
                   set varredura-acabou to true
               end-if
           end-perform
           .
       buscar-top-erradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encaixa a errada corrente na lista das tres mais frequentes
      *>------------------------------------------------------------------------
       guardar-top-errada section.
           if ws-qtd-top < 3 then
               add 1 to ws-qtd-top
               move ws-qtd-top to ws-ind-top
           else
               if fd-aer-qtd > ws-top-qtd(3) then
                   move 3 to ws-ind-top
               else
                   move zero to ws-ind-top
               end-if
           end-if

           if ws-ind-top > zero then
               move fd-aer-modo     to ws-top-modo(ws-ind-top)
               move fd-aer-resposta to ws-top-resposta(ws-ind-top)
               move fd-aer-qtd      to ws-top-qtd(ws-ind-top)

      *>           sobe a nova errada enquanto for mais frequente que a de cima
               perform until ws-ind-top = 1
                       or    ws-top-qtd(ws-ind-top) <= ws-top-qtd(ws-ind-top - 1)
                   move ws-top-ent(ws-ind-top - 1) to ws-top-ent-aux
                   move ws-top-ent(ws-ind-top)     to ws-top-ent(ws-ind-top - 1)
                   move ws-top-ent-aux             to ws-top-ent(ws-ind-top)
                   subtract 1 from ws-ind-top
               end-perform
           end-if
           .
       guardar-top-errada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma errada frequente: texto normalizado, se e resposta de
      *>  capital ou de estado, contagem, parte dos erros do item e a marca
      *>  de quando o texto ja passou a ser aceito (chave ou alternativa)
      *>------------------------------------------------------------------------
       imprimir-errada section.
           perform conferir-errada-aceita

           compute ws-pct-errada rounded =
                   ws-top-qtd(ws-ind-top) * 100 / ws-tot-erradas-item

           move spaces to ws-linha-itens
           move "   errada:"                    to ws-linha-itens(1:10)
           move ws-top-resposta(ws-ind-top)     to ws-linha-itens(12:25)
           if ws-top-modo(ws-ind-top) = "E" then
               move "(estado) "                 to ws-linha-itens(38:9)
           else
               move "(capital)"                 to ws-linha-itens(38:9)
           end-if
           move ws-top-qtd(ws-ind-top)          to ws-qtd5-edit
           move ws-qtd5-edit                    to ws-linha-itens(48:5)
           move ws-pct-errada                   to ws-pct-edit
           move ws-pct-edit                     to ws-linha-itens(54:3)
           move "% dos erros"                   to ws-linha-itens(57:11)
           if errada-ja-aceita then
               move "JA ACEITA"                 to ws-linha-itens(69:9)
           end-if
           perform escrever-linha
           .
       imprimir-errada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A errada corrente hoje seria aceita? Compara com o texto oficial
      *>  do item (capital ou estado) e com as alternativas do mesmo modo,
      *>  tudo normalizado como no jogo
      *>------------------------------------------------------------------------
       conferir-errada-aceita section.
           set errada-nao-aceita to true
           move ws-top-resposta(ws-ind-top) to ws-resposta-norm

           move fd-ait-cod-banco  to fd-cod-banco
           move fd-ait-cod-estado to fd-cod-estado
           read arqEstados key is fd-chave-estado

           if ws-fs-arqEstados = 00 then
               if ws-top-modo(ws-ind-top) = "E" then
                   move fd-estado  to ws-texto-norm
               else
                   move fd-capital to ws-texto-norm
               end-if
               perform normalizar-texto

               if ws-texto-norm = ws-resposta-norm then
                   set errada-ja-aceita to true
               end-if
           end-if

           if errada-nao-aceita and alternativas-disponivel then
               move fd-ait-cod-banco  to fd-alt-cod-banco
               move fd-ait-cod-estado to fd-alt-cod-estado
               move zero              to fd-alt-seq
               start arqAlternativas key is >= fd-alt-chave

               if ws-fs-arqAlternativas <> 00 then
                   set varredura-acabou to true
               else
                   set varredura-continua to true
               end-if

               perform until varredura-acabou
                          or errada-ja-aceita

                   read arqAlternativas next record

                   if ws-fs-arqAlternativas = 00
                   and fd-alt-cod-banco  = fd-ait-cod-banco
                   and fd-alt-cod-estado = fd-ait-cod-estado then

                       if (ws-top-modo(ws-ind-top) = "E" and fd-alt-modo = "E")
                       or (ws-top-modo(ws-ind-top) <> "E" and fd-alt-modo <> "E") then
                           move fd-alt-texto to ws-texto-norm
                           perform normalizar-texto

                           if ws-resposta-norm = ws-texto-norm then
                               set errada-ja-aceita to true
                           end-if
                       end-if
                   else
                       set varredura-acabou to true
                   end-if

               end-perform
           end-if
           .
       conferir-errada-aceita-exit.
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
           move spaces to ws-linha-itens
           perform escrever-linha
           move "RESUMO DA ANALISE" to ws-linha-itens
           perform escrever-linha

           move ws-qtd-reg-apurados to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Respostas analisadas................: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move ws-qtd-ajustes to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Ajustes de revisao (tipo A).........: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move ws-qtd-fora-cadastro to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Respostas de item fora do cadastro..: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move ws-qtd-itens to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Itens analisados....................: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move ws-qtd-itens-poucos to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Itens com poucas respostas..........: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move ws-qtd-sinal-bons to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Itens BONS ERRAM....................: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move ws-qtd-sinal-dominio to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Itens ERRO DOMINA...................: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-itens
           end-string
           perform escrever-linha

           move ws-qtd-fortes to ws-qtd-edit
           move spaces to ws-linha-itens
           string "  Jogadores no grupo forte / fraco....: " delimited by size
                  ws-qtd-edit                               delimited by size
                  " /"                                      delimited by size
             into ws-linha-itens
           end-string
           move ws-qtd-fracos to ws-qtd-edit
           move ws-qtd-edit   to ws-linha-itens(50:7)
           perform escrever-linha

           if ws-jog-demais > zero then
               move ws-jog-demais to ws-qtd-edit
               move spaces to ws-linha-itens
               string "  AVISO: jogadores acima do teto, fora dos grupos: " delimited by size
                      ws-qtd-edit                                          delimited by size
                 into ws-linha-itens
               end-string
               perform escrever-linha
           end-if

           move spaces to ws-linha-itens
           perform escrever-linha
           move "DIFIC = fracao de acertos (1,00 = todos acertam)" to ws-linha-itens
           perform escrever-linha
           move "DISCR = acerto do terco forte menos o do terco fraco (-- = grupo pequeno)"
             to ws-linha-itens
           perform escrever-linha
           move "BONS ERRAM = DISCR ate 0,10: ver chave/capital e alternativas do item"
             to ws-linha-itens
           perform escrever-linha
           move "ERRO DOMINA = uma errada faz metade dos erros: ver grafia/alternativa"
             to ws-linha-itens
           perform escrever-linha
           move "Erradas de multipla escolha (so a letra) nao entram na contagem"
             to ws-linha-itens
           perform escrever-linha
           .
       imprimir-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve ws-linha-itens controlando a paginacao (cabecalho a cada
      *>  nova pagina, 56 linhas de detalhe por pagina)
      *>------------------------------------------------------------------------
       escrever-linha section.
           if ws-lin-pagina > 56 then
               perform nova-pagina
           end-if

           write fd-linha-itens from ws-linha-itens

           if ws-fs-arqRelItens <> 00 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelItens                      to ws-msn-erro-cod
               move "Erro ao gravar analise de itens"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-pagina
           add 1 to ws-qtd-linhas-grav
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina da analise de itens
      *>------------------------------------------------------------------------
       nova-pagina section.
           add 1 to ws-num-pagina
           move ws-num-pagina to ws-pag-edit

           move spaces to fd-linha-itens
           string "ANALISE DE ITENS POR BANCO DE QUESTOES" delimited by size
                  "                            PAG "      delimited by size
                  ws-pag-edit                             delimited by size
             into fd-linha-itens
           end-string
           write fd-linha-itens

           if ws-fs-arqRelItens <> 00 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelItens                      to ws-msn-erro-cod
               move "Erro ao gravar analise de itens"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-min-respostas to ws-qtd5-edit
           move spaces to fd-linha-itens
           string "PERIODO: "      delimited by size
                  ws-data-ini      delimited by size
                  " A "            delimited by size
                  ws-data-fim      delimited by size
                  "   SINAL COM "  delimited by size
                  ws-qtd5-edit     delimited by size
                  " RESPOSTAS OU MAIS" delimited by size
             into fd-linha-itens
           end-string
           write fd-linha-itens

           if ws-fs-arqRelItens <> 00 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelItens                      to ws-msn-erro-cod
               move "Erro ao gravar analise de itens"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-itens
           write fd-linha-itens

           if ws-fs-arqRelItens <> 00 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelItens                      to ws-msn-erro-cod
               move "Erro ao gravar analise de itens"      to ws-msn-erro-text
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
                  " analise_itens ERRO OFS=" delimited by size
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
           close arqAnaItem
           close arqAnaJogItem
           close arqAnaErradas

           if alternativas-disponivel then
               close arqAlternativas
           end-if

           close arqRelItens

           if ws-fs-arqRelItens <> 00 then
               move 19                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelItens                      to ws-msn-erro-cod
               move "Erro ao fechar analise de itens"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Analise de itens gravada em " ws-nome-arq-saida

           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-reg-apurados to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " analise_itens FIM RC=0 APURADOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           compute ws-qtd-log-edit = ws-qtd-sinal-bons + ws-qtd-sinal-dominio
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " analise_itens FIM ITENS SINALIZADOS=" delimited by size
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
