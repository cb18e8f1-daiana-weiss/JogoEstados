      *>   do mesmo jeito que o jogo aplica durante a partida. Assim o
      *>   ranking geral, os pesos do treino dirigido e o relatorio de
      *>   periodo da instalacao central enxergam a escola inteira.
      *>   Cada jornal chega com o controle gravado pelo jogo no encerramento
      *>   (mesmo nome, extensao .ctl: estacao, quantidade de registros,
      *>   primeiro e ultimo momento e soma dos pontos); o jornal que nao
      *>   bate com o seu controle (copia truncada, repetida, de outra
      *>   estacao, ou sem controle) e recusado inteiro, sem entrar nada
      *>   dele, e o restante segue. A conferencia sai em
      *>   conferenciaEstacoes.txt: cada estacao cadastrada em
      *>   cadastroEstacoes.txt, o esperado, o que chegou e quem nao mandou
      *>   nada no dia. Jornal recusado termina a juncao com RETURN-CODE 4.

      *>Divis�o para configura��o do ambiente
       environment division.
           access mode is sequential
           file status is ws-fs-arqListaJornais.

           select arqControleEnt assign using ws-nome-arq-controle *> controle do jornal da estacao corrente (mesmo nome, extensao .ctl)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControleEnt.

           select arqCadEstacoes assign using ws-nome-arq-cadastro *> estacoes da escola, uma por linha (codigo;descricao)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCadEstacoes.

           select arqRelConferencia assign using ws-nome-arq-saida *> saida: conferencia das estacoes (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelConferencia.

           select arqParametros assign to "juntaJornais.par" *> parametros p/ execucao nao assistida: LISTA=, CADASTRO=, SAIDA=, DATA=
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.
       01 fd-logbatch-linha                        pic x(80).

       fd arqJornalEnt.
       01 fd-jornal-ent                            pic x(114).

      *>   controle gravado pelo jogo (e pelo fechamento do diario) junto
      *>   do jornal de cada estacao
       fd arqControleEnt.
       01 fd-controle-ent.
           05 fd-ctj-estacao                       pic x(04).
           05 fd-ctj-data-geracao                  pic 9(08).
           05 fd-ctj-hora-geracao                  pic 9(08).
           05 fd-ctj-qtd-registros                 pic 9(07).
           05 fd-ctj-momento-ini                   pic x(16).
           05 fd-ctj-momento-fim                   pic x(16).
           05 fd-ctj-total-pontos                  pic 9(09).

       fd arqCadEstacoes.
       01 fd-cadestacoes-linha                     pic x(60).

       fd arqRelConferencia.
       01 fd-linha-conferencia                     pic x(80).

       fd arqJornalMestre.
       01 fd-jornal-mestre                         pic x(114).

       fd arqHistorico.
       01 fd-historico.

       01 ws-tab-merge.
          05 ws-mrg-ent occurs ws-max-merge.
             10 ws-mrg-registro                    pic x(114).
             10 ws-mrg-dup                         pic x(01).

      *>   area de trabalho com o mesmo desenho do registro do diario
          05 ws-jrn-tipo                           pic x(01).
          05 ws-jrn-estacao                        pic x(04).
          05 ws-jrn-dicas                          pic 9(01).
          05 ws-jrn-turma                          pic x(06).
          05 ws-jrn-tarefa                         pic x(06).

       01 ws-mrg-aux                               pic x(115).

       01 ws-nome-arq-entrada                      pic x(40).
       01 ws-nome-arq-controle                     pic x(44).

      *>   jornais da lista, na ordem lida: estacao, o esperado (controle)
      *>   e o que chegou, e o motivo da recusa quando houver
       78 ws-max-arquivos                          value 100.

       01 ws-tab-arquivos.
          05 ws-arq-ent occurs ws-max-arquivos.
             10 ws-arq-nome                        pic x(40).
             10 ws-arq-estacao                     pic x(04).
             10 ws-arq-situacao                    pic x(01).
                88 arquivo-aceito                  value "A".
                88 arquivo-recusado                value "R".
             10 ws-arq-motivo                      pic x(26).
             10 ws-arq-controle                    pic x(01).
                88 arquivo-com-controle            value "S".
                88 arquivo-sem-controle            value "N".
             10 ws-arq-esp-qtd                     pic 9(07).
             10 ws-arq-esp-ini                     pic x(16).
             10 ws-arq-esp-fim                     pic x(16).
             10 ws-arq-esp-pontos                  pic 9(09).
             10 ws-arq-che-qtd                     pic 9(07).
             10 ws-arq-che-ini                     pic x(16).
             10 ws-arq-che-fim                     pic x(16).
             10 ws-arq-che-pontos                  pic 9(09).
             10 ws-arq-qtd-dia                     pic 9(07).

       77 ws-ind-arq                               pic 9(03).

      *>   estacoes: as do cadastro primeiro, depois as que mandaram jornal
      *>   sem estar cadastradas; a situacao fica com o jornal aceito dela
      *>   (ou com o ultimo recusado, se nenhum foi aceito)
       78 ws-max-estacoes                          value 100.

       01 ws-tab-estacoes.
          05 ws-est-ent occurs ws-max-estacoes.
             10 ws-est-codigo                      pic x(04).
             10 ws-est-descricao                   pic x(24).
             10 ws-est-cadastrada                  pic x(01).
                88 estacao-cadastrada              value "S".
                88 estacao-fora-cadastro           value "N".
             10 ws-est-situacao                    pic x(01).
                88 estacao-sem-envio               value space.
                88 estacao-aceita                  value "A".
                88 estacao-recusada                value "R".
             10 ws-est-esp-qtd                     pic 9(07).
             10 ws-est-che-qtd                     pic 9(07).
             10 ws-est-qtd-dia                     pic 9(07).

       77 ws-qtd-estacoes                          pic 9(03) value zero.
       77 ws-ind-est                               pic 9(03).
       77 ws-ind-est-achada                        pic 9(03).
       77 ws-estacao-procura                       pic x(04).

       77 ws-est-busca                             pic x(01) value "N".
          88 estacao-achada                        value "S".
          88 estacao-nao-achada                    value "N".

      *>   o que ja havia sido carregado antes do jornal corrente: jornal
      *>   recusado volta a tabela e os contadores para este ponto
       01 ws-antes-do-arquivo.
          05 ws-qtd-merge-antes                    pic 9(05).
          05 ws-qtd-lidos-antes                    pic 9(07).
          05 ws-qtd-ja-mestre-antes                pic 9(07).

      *>   dia de referencia da conferencia (parametro DATA=, padrao hoje):
      *>   registros dele no jornal aceito contam como envio do dia
       01 ws-conferencia.
          05 ws-data-ref                           pic 9(08) value zero.
          05 ws-data-ref-txt                       pic x(08).
          05 ws-pos-ponto                          pic 9(02).
          05 ws-pos-nome                           pic 9(02).

       77 ws-cadastro-situacao                     pic x(01) value "S".
          88 cadastro-lido                         value "S".
          88 cadastro-ausente                      value "N".

       01 ws-impressao.
          05 ws-linha-conferencia                  pic x(80).
          05 ws-lin-pagina                         pic 9(02) value 99.
          05 ws-num-pagina                         pic 9(03) value zero.
          05 ws-pag-edit                           pic zz9.
          05 ws-qtd7-edit                          pic zzzzzz9.
          05 ws-pontos-edit                        pic zzzzzzzz9.

       01 ws-linha-totais.
          05 filler                                pic x(03) value space.
          05 ws-ltt-rotulo                         pic x(09).
          05 ws-ltt-qtd                            pic zzzzzz9.
          05 filler                                pic x(06) value " reg  ".
          05 ws-ltt-ini-data                       pic x(08).
          05 filler                                pic x(01) value "-".
          05 ws-ltt-ini-hora                       pic x(04).
          05 filler                                pic x(03) value " a ".
          05 ws-ltt-fim-data                       pic x(08).
          05 filler                                pic x(01) value "-".
          05 ws-ltt-fim-hora                       pic x(04).
          05 filler                                pic x(09) value "  pontos ".
          05 ws-ltt-pontos                         pic zzzzzzzz9.

       01 ws-linha-estacao.
          05 ws-les-codigo                         pic x(04).
          05 filler                                pic x(01) value space.
          05 ws-les-descricao                      pic x(24).
          05 filler                                pic x(01) value space.
          05 ws-les-esp                            pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-les-che                            pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-les-dia                            pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-les-situacao                       pic x(23).

      *>   execucao nao assistida: juntaJornais.par (linha LISTA=arquivo)
      *>   troca a lista de jornais lida; o andamento vai para
      *>   e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-lista                     pic x(40) value "jornaisEstacoes.txt".
          05 ws-nome-arq-cadastro                  pic x(40) value "cadastroEstacoes.txt".
          05 ws-nome-arq-saida                     pic x(40) value "conferenciaEstacoes.txt".
          05 ws-par-chave                          pic x(20).
          05 ws-par-valor                          pic x(40).

       77 ws-data-hoje                             pic 9(08).
       77 ws-hora-log                              pic 9(08).
       77 ws-qtd-log-edit                          pic zzzzzz9.
       77 ws-rc-final                              pic 9(01) value zero.

       01 ws-contadores.
          05 ws-qtd-merge                          pic 9(05) value zero.
          05 ws-qtd-anexados                       pic 9(05) value zero.
          05 ws-qtd-ja-mestre                      pic 9(07) value zero.
          05 ws-qtd-arquivos                       pic 9(03) value zero.
          05 ws-qtd-aceitos                        pic 9(03) value zero.
          05 ws-qtd-recusados                      pic 9(03) value zero.
          05 ws-qtd-sem-envio                      pic 9(03) value zero.

      *>   data+hora do registro mais novo do jornal mestre: na carga, o que
      *>   for mais antigo que isso ja entrou numa juncao anterior (a juncao
       77 ws-fs-arqParametros                      pic 9(02).
       77 ws-fs-arqLogBatch                        pic 9(02).
       77 ws-fs-arqJornalEnt                       pic 9(02).
       77 ws-fs-arqControleEnt                     pic 9(02).
       77 ws-fs-arqCadEstacoes                     pic 9(02).
       77 ws-fs-arqRelConferencia                  pic 9(02).
       77 ws-fs-arqJornalMestre                    pic 9(02).
       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqErrosHist                       pic 9(02).
           perform marcar-duplicados-entrada
           perform marcar-duplicados-mestre
           perform aplicar-e-anexar
           perform imprimir-conferencia
           perform finaliza
           .

           exit.

      *>------------------------------------------------------------------------
      *>  Le juntaJornais.par quando presente (LISTA=, CADASTRO=, SAIDA=,
      *>  DATA=AAAAMMDD, uma por linha)
      *>------------------------------------------------------------------------
       ler-parametros section.
           open input arqParametros
               if ws-par-valor <> space then
                   move ws-par-valor to ws-nome-arq-lista
               end-if
           else
               if ws-par-chave = "CADASTRO" then
                   if ws-par-valor <> space then
                       move ws-par-valor to ws-nome-arq-cadastro
                   end-if
               else
                   if ws-par-chave = "SAIDA" then
                       if ws-par-valor <> space then
                           move ws-par-valor to ws-nome-arq-saida
                       end-if
                   else
                       if ws-par-chave = "DATA" then
                           move ws-par-valor(1:8) to ws-data-ref-txt
                       end-if
                   end-if
               end-if
           end-if
           .
       aplicar-parametro-exit.
      *>  Procedimentos de inicializa��o: lista de jornais e arquivos mestres
      *>------------------------------------------------------------------------
       inicializa section.
           if ws-data-ref-txt is numeric then
               move ws-data-ref-txt to ws-data-ref
           else
               move ws-data-hoje    to ws-data-ref
           end-if

           perform carregar-cadastro-estacoes

           open output arqRelConferencia

           if ws-fs-arqRelConferencia <> 00 then
               move 26                                         to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                   to ws-msn-erro-cod
               move "Erro ao abrir conferencia das estacoes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqListaJornais

           if ws-fs-arqListaJornais = 35 then
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as estacoes da escola (codigo;descricao, uma por linha);
      *>  sem o cadastro a juncao segue, so sem a lista de quem faltou
      *>------------------------------------------------------------------------
       carregar-cadastro-estacoes section.
           open input arqCadEstacoes

           if ws-fs-arqCadEstacoes = 35 then
               set cadastro-ausente to true
           else
               if ws-fs-arqCadEstacoes <> 00 then
                   move 27                                     to ws-msn-erro-ofsset
                   move ws-fs-arqCadEstacoes                  to ws-msn-erro-cod
                   move "Erro ao abrir cadastro de estacoes"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCadEstacoes = 10

                   read arqCadEstacoes

                   if ws-fs-arqCadEstacoes = 00 then
                       if fd-cadestacoes-linha <> space then
                           perform incluir-estacao-cadastro
                       end-if
                   else
                       if ws-fs-arqCadEstacoes <> 10 then
                           move 28                                     to ws-msn-erro-ofsset
                           move ws-fs-arqCadEstacoes                  to ws-msn-erro-cod
                           move "Erro ao ler cadastro de estacoes"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqCadEstacoes
           end-if
           .
       carregar-cadastro-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe na tabela a estacao da linha corrente do cadastro (codigo
      *>  repetido no cadastro fica uma vez so)
      *>------------------------------------------------------------------------
       incluir-estacao-cadastro section.
           move space to ws-estacao-procura
           move space to ws-par-valor

           unstring fd-cadestacoes-linha delimited by ";"
               into ws-estacao-procura
                    ws-par-valor
           end-unstring

           move function upper-case(function trim(ws-estacao-procura)) to ws-estacao-procura
           perform localizar-estacao

           if estacao-nao-achada then
               if ws-qtd-estacoes >= ws-max-estacoes then
                   move 29                                     to ws-msn-erro-ofsset
                   move zero                                  to ws-msn-erro-cod
                   move "Cadastro de estacoes passa de 100"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-estacoes
               initialize ws-est-ent(ws-qtd-estacoes)
               move ws-estacao-procura           to ws-est-codigo(ws-qtd-estacoes)
               move function trim(ws-par-valor)  to ws-est-descricao(ws-qtd-estacoes)
               set estacao-cadastrada(ws-qtd-estacoes) to true
               move space                        to ws-est-situacao(ws-qtd-estacoes)
           end-if
           .
       incluir-estacao-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-estacao-procura na tabela de estacoes
      *>------------------------------------------------------------------------
       localizar-estacao section.
           set estacao-nao-achada to true
           move zero to ws-ind-est-achada

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
                                                     or estacao-achada
               if ws-est-codigo(ws-ind-est) = ws-estacao-procura then
                   set estacao-achada to true
                   move ws-ind-est to ws-ind-est-achada
               end-if
           end-perform
           .
       localizar-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descobre a data+hora do registro mais novo do jornal mestre, que
      *>  vira o corte da carga: os jornais das estacoes carregam a vida

      *>------------------------------------------------------------------------
      *>  Carrega na tabela em memoria todos os registros de todos os
      *>  jornais listados que baterem com o seu controle (arquivo listado
      *>  e ausente, ou sem controle, e recusado e aparece na conferencia:
      *>  a estacao fica inteira de fora, nunca somada pela metade)
      *>------------------------------------------------------------------------
       carregar-jornais-estacoes section.
           set lista-continua to true
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o jornal da estacao corrente (ws-nome-arq-entrada) e o
      *>  confere com o controle dele; se nao bater, o que foi carregado sai
      *>  da tabela e o jornal fica recusado
      *>------------------------------------------------------------------------
       carregar-um-jornal section.
           if ws-qtd-arquivos >= ws-max-arquivos then
               move 30                                         to ws-msn-erro-ofsset
               move zero                                      to ws-msn-erro-cod
               move "Lista de jornais passa de 100 arquivos"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-arquivos
           move ws-qtd-arquivos to ws-ind-arq
           initialize ws-arq-ent(ws-ind-arq)
           move ws-nome-arq-entrada to ws-arq-nome(ws-ind-arq)
           set arquivo-aceito(ws-ind-arq) to true

           perform ler-controle-jornal

      *>       a mesma estacao ja aceita nesta juncao (copia listada duas
      *>       vezes): a segunda nem e lida
           if arquivo-com-controle(ws-ind-arq) then
               move ws-arq-estacao(ws-ind-arq) to ws-estacao-procura
               perform localizar-estacao
               if estacao-achada then
                   if estacao-aceita(ws-ind-est-achada) then
                       set arquivo-recusado(ws-ind-arq) to true
                       move "ESTACAO REPETIDA NA LISTA" to ws-arq-motivo(ws-ind-arq)
                   end-if
               end-if
           end-if

           if arquivo-aceito(ws-ind-arq) then
               open input arqJornalEnt

               if ws-fs-arqJornalEnt = 00 then
                   perform ler-jornal-estacao
               else
                   set arquivo-recusado(ws-ind-arq) to true
                   if ws-fs-arqJornalEnt = 35 then
                       move "JORNAL NAO ENCONTRADO"     to ws-arq-motivo(ws-ind-arq)
                   else
                       move "JORNAL NAO PODE SER ABERTO" to ws-arq-motivo(ws-ind-arq)
                   end-if
               end-if
           end-if

           if arquivo-aceito(ws-ind-arq) then
               perform conferir-jornal-controle
           end-if

           if arquivo-recusado(ws-ind-arq) then
               add 1 to ws-qtd-recusados
           else
               add 1 to ws-qtd-aceitos
           end-if

           perform registrar-estacao-arquivo
           .
       carregar-um-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o controle do jornal corrente: mesmo nome com a extensao
      *>  trocada por .ctl (jornal-E002.txt -> jornal-E002.ctl)
      *>------------------------------------------------------------------------
       ler-controle-jornal section.
           move zero to ws-pos-ponto

           perform varying ws-pos-nome from 40 by -1
                     until ws-pos-nome < 1
                        or ws-pos-ponto > zero
                        or ws-nome-arq-entrada(ws-pos-nome:1) = "/"
                        or ws-nome-arq-entrada(ws-pos-nome:1) = "\"
               if ws-nome-arq-entrada(ws-pos-nome:1) = "." then
                   move ws-pos-nome to ws-pos-ponto
               end-if
           end-perform

           move spaces to ws-nome-arq-controle
           if ws-pos-ponto > zero then
               string ws-nome-arq-entrada(1:ws-pos-ponto) delimited by size
                      "ctl"                               delimited by size
                 into ws-nome-arq-controle
               end-string
           else
               string ws-nome-arq-entrada delimited by space
                      ".ctl"              delimited by size
                 into ws-nome-arq-controle
               end-string
           end-if

           set arquivo-sem-controle(ws-ind-arq) to true

           open input arqControleEnt

           if ws-fs-arqControleEnt = 00 then
               read arqControleEnt

               if ws-fs-arqControleEnt = 00
               and fd-ctj-qtd-registros is numeric
               and fd-ctj-total-pontos  is numeric then
                   set arquivo-com-controle(ws-ind-arq) to true
                   move function upper-case(fd-ctj-estacao) to ws-arq-estacao(ws-ind-arq)
                   move fd-ctj-qtd-registros   to ws-arq-esp-qtd(ws-ind-arq)
                   move fd-ctj-momento-ini     to ws-arq-esp-ini(ws-ind-arq)
                   move fd-ctj-momento-fim     to ws-arq-esp-fim(ws-ind-arq)
                   move fd-ctj-total-pontos    to ws-arq-esp-pontos(ws-ind-arq)
               end-if

               close arqControleEnt
           end-if
           .
       ler-controle-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o jornal corrente inteiro (ja aberto), carregando a novidade na
      *>  tabela e somando o que chegou para a conferencia
      *>------------------------------------------------------------------------
       ler-jornal-estacao section.
           move ws-qtd-merge      to ws-qtd-merge-antes
           move ws-qtd-lidos      to ws-qtd-lidos-antes
           move ws-qtd-ja-mestre  to ws-qtd-ja-mestre-antes

           move high-values to ws-arq-che-ini(ws-ind-arq)
           move low-values  to ws-arq-che-fim(ws-ind-arq)

           perform until ws-fs-arqJornalEnt = 10

               if ws-fs-arqJornalEnt = 00 then
                   if fd-jornal-ent <> space then
                       add 1 to ws-qtd-lidos
                       perform somar-registro-chegado

      *>                   mais antigo que a marca do mestre: ja entrou numa
      *>                   juncao anterior, nao ocupa lugar na tabela (a
               move "Erro ao fechar jornal de estacao"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-arq-che-qtd(ws-ind-arq) = zero then
               move all "0" to ws-arq-che-ini(ws-ind-arq)
               move all "0" to ws-arq-che-fim(ws-ind-arq)
           end-if
           .
       ler-jornal-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o registro lido no que chegou do jornal corrente (as mesmas
      *>  contagens que o jogo grava no controle)
      *>------------------------------------------------------------------------
       somar-registro-chegado section.
           move fd-jornal-ent to ws-reg-jornal

           add 1 to ws-arq-che-qtd(ws-ind-arq)

           if fd-jornal-ent(1:16) < ws-arq-che-ini(ws-ind-arq) then
               move fd-jornal-ent(1:16) to ws-arq-che-ini(ws-ind-arq)
           end-if

           if fd-jornal-ent(1:16) > ws-arq-che-fim(ws-ind-arq) then
               move fd-jornal-ent(1:16) to ws-arq-che-fim(ws-ind-arq)
           end-if

           if ws-jrn-pontos is numeric then
               add ws-jrn-pontos to ws-arq-che-pontos(ws-ind-arq)
           end-if

           if ws-jrn-data = ws-data-ref then
               add 1 to ws-arq-qtd-dia(ws-ind-arq)
           end-if

      *>       jornal sem controle: a estacao sai do proprio registro
           if arquivo-sem-controle(ws-ind-arq)
           and ws-arq-estacao(ws-ind-arq) = space then
               move ws-jrn-estacao to ws-arq-estacao(ws-ind-arq)
           end-if
           .
       somar-registro-chegado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o que chegou com o controle; recusado, o jornal sai da
      *>  tabela e dos contadores da juncao
      *>------------------------------------------------------------------------
       conferir-jornal-controle section.
           if arquivo-sem-controle(ws-ind-arq) then
               set arquivo-recusado(ws-ind-arq) to true
               move "SEM CONTROLE (.ctl)" to ws-arq-motivo(ws-ind-arq)
           else
               if ws-arq-che-qtd(ws-ind-arq) < ws-arq-esp-qtd(ws-ind-arq) then
                   set arquivo-recusado(ws-ind-arq) to true
                   move "REGISTROS A MENOS" to ws-arq-motivo(ws-ind-arq)
               else
                   if ws-arq-che-qtd(ws-ind-arq) > ws-arq-esp-qtd(ws-ind-arq) then
                       set arquivo-recusado(ws-ind-arq) to true
                       move "REGISTROS A MAIS" to ws-arq-motivo(ws-ind-arq)
                   else
                       if ws-arq-che-ini(ws-ind-arq) <> ws-arq-esp-ini(ws-ind-arq)
                       or ws-arq-che-fim(ws-ind-arq) <> ws-arq-esp-fim(ws-ind-arq) then
                           set arquivo-recusado(ws-ind-arq) to true
                           move "PERIODO DIFERENTE" to ws-arq-motivo(ws-ind-arq)
                       else
                           if ws-arq-che-pontos(ws-ind-arq) <> ws-arq-esp-pontos(ws-ind-arq) then
                               set arquivo-recusado(ws-ind-arq) to true
                               move "TOTAL DE PONTOS DIFERENTE" to ws-arq-motivo(ws-ind-arq)
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           if arquivo-recusado(ws-ind-arq) then
               move ws-qtd-merge-antes     to ws-qtd-merge
               move ws-qtd-lidos-antes     to ws-qtd-lidos
               move ws-qtd-ja-mestre-antes to ws-qtd-ja-mestre
           end-if
           .
       conferir-jornal-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva o resultado do jornal corrente para a estacao dele (estacao
      *>  fora do cadastro entra na tabela; jornal sem estacao conhecida so
      *>  aparece na lista de jornais)
      *>------------------------------------------------------------------------
       registrar-estacao-arquivo section.
           if ws-arq-estacao(ws-ind-arq) <> space then
               move ws-arq-estacao(ws-ind-arq) to ws-estacao-procura
               perform localizar-estacao

               if estacao-nao-achada
               and ws-qtd-estacoes < ws-max-estacoes then
                   add 1 to ws-qtd-estacoes
                   initialize ws-est-ent(ws-qtd-estacoes)
                   move ws-estacao-procura to ws-est-codigo(ws-qtd-estacoes)
                   move "(FORA DO CADASTRO)"  to ws-est-descricao(ws-qtd-estacoes)
                   set estacao-fora-cadastro(ws-qtd-estacoes) to true
                   move space              to ws-est-situacao(ws-qtd-estacoes)
                   move ws-qtd-estacoes    to ws-ind-est-achada
                   set estacao-achada      to true
               end-if

               if estacao-achada then
                   if arquivo-aceito(ws-ind-arq) then
                       set estacao-aceita(ws-ind-est-achada) to true
                       move ws-arq-esp-qtd(ws-ind-arq) to ws-est-esp-qtd(ws-ind-est-achada)
                       move ws-arq-che-qtd(ws-ind-arq) to ws-est-che-qtd(ws-ind-est-achada)
                       move ws-arq-qtd-dia(ws-ind-arq) to ws-est-qtd-dia(ws-ind-est-achada)
                   else
                       if not estacao-aceita(ws-ind-est-achada) then
                           set estacao-recusada(ws-ind-est-achada) to true
                           move ws-arq-esp-qtd(ws-ind-arq) to ws-est-esp-qtd(ws-ind-est-achada)
                           move ws-arq-che-qtd(ws-ind-arq) to ws-est-che-qtd(ws-ind-est-achada)
                           move zero                       to ws-est-qtd-dia(ws-ind-est-achada)
                       end-if
                   end-if
               end-if
           end-if
           .
       registrar-estacao-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
       aplicar-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia das estacoes: cada jornal da lista contra o controle
      *>  dele, depois cada estacao (cadastradas primeiro) com o esperado,
      *>  o que chegou, o movimento do dia e quem nao mandou nada
      *>------------------------------------------------------------------------
       imprimir-conferencia section.
           move "JORNAIS RECEBIDOS - CONFERENCIA COM O CONTROLE DE CADA ESTACAO" to ws-linha-conferencia
           perform escrever-linha

           move spaces to ws-linha-conferencia
           perform escrever-linha

           if ws-qtd-arquivos = zero then
               move "  Nenhum jornal na lista" to ws-linha-conferencia
               perform escrever-linha
           end-if

           perform varying ws-ind-arq from 1 by 1 until ws-ind-arq > ws-qtd-arquivos
               perform imprimir-arquivo-recebido
           end-perform

           move spaces to ws-linha-conferencia
           perform escrever-linha

           move "ESTACAO                          ESPERADO   CHEGOU   DO DIA  SITUACAO" to ws-linha-conferencia
           perform escrever-linha

           if cadastro-ausente then
               move spaces to ws-linha-conferencia
               string "  Cadastro de estacoes nao encontrado: " delimited by size
                      ws-nome-arq-cadastro                     delimited by space
                 into ws-linha-conferencia
               end-string
               perform escrever-linha
           end-if

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
               perform imprimir-estacao
           end-perform

           if ws-qtd-sem-envio > zero then
               move spaces to ws-linha-conferencia
               perform escrever-linha

               move spaces to ws-linha-conferencia
               string "ESTACOES CADASTRADAS QUE NAO MANDARAM NADA EM " delimited by size
                      ws-data-ref                                      delimited by size
                 into ws-linha-conferencia
               end-string
               perform escrever-linha

               perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-estacoes
                   if estacao-cadastrada(ws-ind-est) then
                       if estacao-sem-envio(ws-ind-est)
                       or ws-est-qtd-dia(ws-ind-est) = zero then
                           move spaces to ws-linha-conferencia
                           move ws-est-codigo(ws-ind-est)    to ws-linha-conferencia(3:4)
                           move ws-est-descricao(ws-ind-est) to ws-linha-conferencia(8:24)
                           perform escrever-linha
                       end-if
                   end-if
               end-perform
           end-if

           move spaces to ws-linha-conferencia
           perform escrever-linha

           move ws-qtd-aceitos to ws-qtd7-edit
           move spaces to ws-linha-conferencia
           string "  Jornais aceitos.....................: " delimited by size
                  ws-qtd7-edit                              delimited by size
             into ws-linha-conferencia
           end-string
           perform escrever-linha

           move ws-qtd-recusados to ws-qtd7-edit
           move spaces to ws-linha-conferencia
           string "  Jornais recusados (nada somado).....: " delimited by size
                  ws-qtd7-edit                              delimited by size
             into ws-linha-conferencia
           end-string
           perform escrever-linha

           move ws-qtd-sem-envio to ws-qtd7-edit
           move spaces to ws-linha-conferencia
           string "  Estacoes sem envio no dia...........: " delimited by size
                  ws-qtd7-edit                              delimited by size
             into ws-linha-conferencia
           end-string
           perform escrever-linha

           move ws-qtd-anexados to ws-qtd7-edit
           move spaces to ws-linha-conferencia
           string "  Registros anexados e aplicados......: " delimited by size
                  ws-qtd7-edit                              delimited by size
             into ws-linha-conferencia
           end-string
           perform escrever-linha
           .
       imprimir-conferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Jornal ws-ind-arq: nome, estacao, situacao, esperado e chegado
      *>------------------------------------------------------------------------
       imprimir-arquivo-recebido section.
           move spaces to ws-linha-conferencia
           move ws-arq-nome(ws-ind-arq)    to ws-linha-conferencia(1:40)
           move ws-arq-estacao(ws-ind-arq) to ws-linha-conferencia(42:4)
           if arquivo-aceito(ws-ind-arq) then
               move "ACEITO"   to ws-linha-conferencia(47:8)
           else
               move "RECUSADO" to ws-linha-conferencia(47:8)
               move ws-arq-motivo(ws-ind-arq) to ws-linha-conferencia(56:25)
           end-if
           perform escrever-linha

           if arquivo-com-controle(ws-ind-arq) then
               move "ESPERADO"                        to ws-ltt-rotulo
               move ws-arq-esp-qtd(ws-ind-arq)        to ws-ltt-qtd
               move ws-arq-esp-ini(ws-ind-arq)(1:8)   to ws-ltt-ini-data
               move ws-arq-esp-ini(ws-ind-arq)(9:4)   to ws-ltt-ini-hora
               move ws-arq-esp-fim(ws-ind-arq)(1:8)   to ws-ltt-fim-data
               move ws-arq-esp-fim(ws-ind-arq)(9:4)   to ws-ltt-fim-hora
               move ws-arq-esp-pontos(ws-ind-arq)     to ws-ltt-pontos
               move ws-linha-totais                   to ws-linha-conferencia
               perform escrever-linha
           end-if

      *>       jornal que nem chegou a ser lido nao tem o que mostrar aqui
           if ws-arq-che-ini(ws-ind-arq) <> space then
               move "CHEGOU"                          to ws-ltt-rotulo
               move ws-arq-che-qtd(ws-ind-arq)        to ws-ltt-qtd
               move ws-arq-che-ini(ws-ind-arq)(1:8)   to ws-ltt-ini-data
               move ws-arq-che-ini(ws-ind-arq)(9:4)   to ws-ltt-ini-hora
               move ws-arq-che-fim(ws-ind-arq)(1:8)   to ws-ltt-fim-data
               move ws-arq-che-fim(ws-ind-arq)(9:4)   to ws-ltt-fim-hora
               move ws-arq-che-pontos(ws-ind-arq)     to ws-ltt-pontos
               move ws-linha-totais                   to ws-linha-conferencia
               perform escrever-linha
           end-if
           .
       imprimir-arquivo-recebido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estacao ws-ind-est: esperado, chegado, movimento do dia e situacao
      *>------------------------------------------------------------------------
       imprimir-estacao section.
           move ws-est-codigo(ws-ind-est)    to ws-les-codigo
           move ws-est-descricao(ws-ind-est) to ws-les-descricao
           move ws-est-esp-qtd(ws-ind-est)   to ws-les-esp
           move ws-est-che-qtd(ws-ind-est)   to ws-les-che
           move ws-est-qtd-dia(ws-ind-est)   to ws-les-dia

           if estacao-sem-envio(ws-ind-est) then
               move "NADA ENVIADO"       to ws-les-situacao
           else
               if estacao-recusada(ws-ind-est) then
                   move "RECUSADO"           to ws-les-situacao
               else
                   if ws-est-qtd-dia(ws-ind-est) = zero then
                       move "ACEITO, SEM JOGO NO DIA" to ws-les-situacao
                   else
                       move "ACEITO"             to ws-les-situacao
                   end-if
               end-if
           end-if

           if estacao-cadastrada(ws-ind-est) then
               if estacao-sem-envio(ws-ind-est)
               or ws-est-qtd-dia(ws-ind-est) = zero then
                   add 1 to ws-qtd-sem-envio
               end-if
           end-if

           move ws-linha-estacao to ws-linha-conferencia
           perform escrever-linha
           .
       imprimir-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve ws-linha-conferencia controlando a paginacao (cabecalho a
      *>  cada nova pagina, 56 linhas de detalhe por pagina)
      *>------------------------------------------------------------------------
       escrever-linha section.
           if ws-lin-pagina > 56 then
               perform nova-pagina
           end-if

           write fd-linha-conferencia from ws-linha-conferencia

           if ws-fs-arqRelConferencia <> 00 then
               move 31                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                to ws-msn-erro-cod
               move "Erro ao gravar conferencia das estacoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-pagina
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina da conferencia
      *>------------------------------------------------------------------------
       nova-pagina section.
           add 1 to ws-num-pagina
           move ws-num-pagina to ws-pag-edit

           move spaces to fd-linha-conferencia
           string "JUNCAO NOTURNA - CONFERENCIA DAS ESTACOES"  delimited by size
                  "                          PAG "             delimited by size
                  ws-pag-edit                                  delimited by size
             into fd-linha-conferencia
           end-string
           write fd-linha-conferencia

           if ws-fs-arqRelConferencia <> 00 then
               move 32                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                to ws-msn-erro-cod
               move "Erro ao gravar conferencia das estacoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-conferencia
           string "EMISSAO: "    delimited by size
                  ws-data-hoje   delimited by size
                  "   DIA CONFERIDO: " delimited by size
                  ws-data-ref    delimited by size
             into fd-linha-conferencia
           end-string
           write fd-linha-conferencia

           if ws-fs-arqRelConferencia <> 00 then
               move 32                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                to ws-msn-erro-cod
               move "Erro ao gravar conferencia das estacoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-conferencia
           write fd-linha-conferencia

           if ws-fs-arqRelConferencia <> 00 then
               move 32                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                to ws-msn-erro-cod
               move "Erro ao gravar conferencia das estacoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 3 to ws-lin-pagina
           .
       nova-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finaliza��o  Anormal
      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           close arqRelConferencia

           if ws-fs-arqRelConferencia <> 00 then
               move 33                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                to ws-msn-erro-cod
               move "Erro ao fechar conferencia das estacoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-qtd-arquivos to ws-qtd-edit
           display "Jornais de estacao lidos...: " ws-qtd-edit

           move ws-qtd-anexados to ws-qtd-edit
           display "Anexados e aplicados.......: " ws-qtd-edit

           move ws-qtd-recusados to ws-qtd-edit
           display "Jornais recusados..........: " ws-qtd-edit

           move ws-qtd-sem-envio to ws-qtd-edit
           display "Estacoes sem envio no dia..: " ws-qtd-edit

           display "Juncao dos jornais concluida"

      *>       jornal recusado: a juncao terminou, mas o script noturno
      *>       precisa avisar que alguma sala ficou de fora
           if ws-qtd-recusados > zero then
               move 4 to ws-rc-final
           else
               move zero to ws-rc-final
           end-if

      *>       linhas de fechamento no registro de execucao: fim da rodada,
      *>       o codigo de retorno devolvido (0, ou 4 com jornal recusado)
      *>       e as contagens
           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-lidos to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " junta_jornais FIM RC=" delimited by size
                  ws-rc-final        delimited by size
                  " LIDOS="          delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           move ws-qtd-recusados to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " junta_jornais FIM RECUSADOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           move ws-qtd-sem-envio to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " junta_jornais FIM SEM ENVIO=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           if log-aberto then
               close arqLogBatch
           end-if

           move ws-rc-final to return-code
           Stop run
           .
       finaliza-exit.
