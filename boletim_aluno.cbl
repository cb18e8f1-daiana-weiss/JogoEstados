      *>   pontuacao total do historico. Programa batch, sem telas -- roda
      *>   no fim de cada etapa e imprime boletimAlunos.txt para entregar
      *>   a alunos e responsaveis.
      *>   Item que mudou no cadastro (arqItensHist.dat com mais de uma
      *>   versao) tem as tentativas do jogador repartidas pela versao que
      *>   valia na data de cada resposta, contadas no diario (ENTRADA=) e
      *>   nos arquivos mortos mensais desde DATA-INI=; o que o diario lido
      *>   nao explica fica com a versao do inicio da leitura.

      *>Divis�o para configura��o do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqEstados.

           select arqItensHist assign to "arqItensHist.dat" *> versoes datadas dos itens do cadastro (o que valia em cada data)
           organization is indexed
           access mode is dynamic
           record key is fd-ith-chave
           lock mode is automatic
           file status is ws-fs-arqItensHist.

           select arqJornal assign using ws-nome-arq-jornal *> diario de respostas (o da estacao ou o jornal mestre), so para repartir itens alterados
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

           select arqJornalMes assign using ws-nome-arq-mes *> arquivo morto mensal do jornal (jornal-AAAAMM.txt)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornalMes.

           select arqHistorico assign to "arqHistorico.dat" *> historico de pontuacao acumulada por jogador
           organization is indexed
           access mode is dynamic
           access mode is sequential
           file status is ws-fs-arqBoletim.

           select arqParametros assign to "boletimAluno.par" *> parametros p/ execucao nao assistida: SAIDA=, ENTRADA=, DATA-INI=
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.
      *>       sorteio (o registro continua aqui para resolver nome/regiao)
           05 fd-est-situacao                      pic x(01).

      *>   uma versao do item por mudanca no cadastro, valendo da data e hora
      *>   da chave ate a versao seguinte
       fd arqItensHist.
       01 fd-itens-hist.
           05 fd-ith-chave.
               10 fd-ith-cod-banco                 pic x(08).
               10 fd-ith-cod-estado                pic x(02).
               10 fd-ith-vigencia.
                   15 fd-ith-data                  pic 9(08).
                   15 fd-ith-hora                  pic 9(08).
           05 fd-ith-item.
               10 fd-ith-estado                    pic x(25).
               10 fd-ith-capital                   pic x(25).
               10 fd-ith-regiao                    pic x(12).
               10 fd-ith-situacao                  pic x(01).
           05 fd-ith-acao                          pic x(12).
           05 fd-ith-operador                      pic x(10).
           05 fd-ith-estacao                       pic x(04).

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

       fd arqHistorico.
       01 fd-historico.
           05 fd-hist-nome-jog                     pic X(25).

       77 ws-regiao-item                           pic x(12).

      *>   itens com mais de uma versao no cadastro (banco + codigo): so
      *>   eles precisam do diario; os demais saem pelo cadastro atual
       78 ws-max-itens-alterados                   value 300.

       01 ws-tab-itens-alterados.
          05 ws-ita-chave occurs ws-max-itens-alterados
                                                   pic x(10).

      *>   respostas do diario aos itens alterados, somadas por jogador,
      *>   item e texto da versao que valia na data da resposta
       78 ws-max-resp-versao                       value 3000.

       01 ws-tab-resp-versao.
          05 ws-rsv-ent occurs ws-max-resp-versao.
             10 ws-rsv-nome-jog                    pic x(25).
             10 ws-rsv-chave-item                  pic x(10).
             10 ws-rsv-item.
                15 ws-rsv-nome                     pic x(25).
                15 ws-rsv-capital                  pic x(25).
                15 ws-rsv-regiao                   pic x(12).
             10 ws-rsv-tentativas                  pic 9(05).
             10 ws-rsv-acertos                     pic 9(05).

       01 ws-versoes-contadores.
          05 ws-qtd-itens-alterados                pic 9(03) value zero.
          05 ws-qtd-resp-versao                    pic 9(04) value zero.
          05 ws-fora-itens-alterados               pic 9(05) value zero.
          05 ws-fora-resp-versao                   pic 9(07) value zero.
          05 ws-qtd-versoes-item                   pic 9(03) value zero.
          05 ws-ind-ita                            pic 9(03).
          05 ws-ind-rsv                            pic 9(04).

       01 ws-item-chave.
          05 ws-ick-banco                          pic x(08).
          05 ws-ick-cod                            pic x(02).

       77 ws-ita-anterior                          pic x(10).

       01 ws-momento-resposta.
          05 ws-mom-data                           pic 9(08).
          05 ws-mom-hora                           pic 9(08).

      *>   momento da primeira resposta lida (os meses vem em ordem e o
      *>   diario vivo por ultimo): o que o dominio tem alem do diario e
      *>   anterior a ele, e fica com a versao que valia nesse ponto
       77 ws-momento-janela                        pic x(16) value high-values.

       01 ws-item-resolvido.
          05 ws-itr-nome                           pic x(25).
          05 ws-itr-capital                        pic x(25).
          05 ws-itr-regiao                         pic x(12).

       01 ws-item-resto                            pic x(62).

       01 ws-parte-item.
          05 ws-parte-tentativas                   pic 9(05).
          05 ws-parte-acertos                      pic 9(05).
          05 ws-resto-tentativas                   pic 9(05).
          05 ws-resto-acertos                      pic 9(05).
          05 ws-soma-tentativas                    pic 9(07).
          05 ws-soma-acertos                       pic 9(07).

       77 ws-ith-arquivo                           pic x(01) value "S".
          88 versoes-disponivel                    value "S".
          88 versoes-indisponivel                  value "N".

       77 ws-item-situacao                         pic x(01) value "N".
          88 item-alterado                         value "S".
          88 item-sem-alteracao                    value "N".

       77 ws-versao-situacao                       pic x(01) value "N".
          88 versao-localizada                     value "S".
          88 versao-nao-localizada                 value "N".

      *>   a versao achada so vale se houver outra depois dela; a ultima
      *>   versao e o proprio cadastro atual, que manda
       77 ws-versao-seguinte                       pic x(01) value "N".
          88 versao-com-seguinte                   value "S".
          88 versao-sem-seguinte                   value "N".

       77 ws-versao-busca                          pic x(01) value "N".
          88 busca-versao-acabou                   value "S".
          88 busca-versao-continua                 value "N".

      *>   arquivos mortos mensais a ler: do mes de DATA-INI ate o corrente
      *>   (sem DATA-INI so o diario vivo)
       01 ws-varredura-meses.
          05 ws-data-ini                           pic 9(08) value zero.
          05 ws-mes-varredura                      pic 9(06).
          05 ws-mes-varredura-r redefines ws-mes-varredura.
             10 ws-mes-var-ano                     pic 9(04).
             10 ws-mes-var-mes                     pic 9(02).
          05 ws-nome-arq-mes                       pic x(17).

      *>   execucao nao assistida: boletimAluno.par (linha SAIDA=arquivo)
      *>   troca o arquivo de saida; ENTRADA= aponta o diario (na instalacao
      *>   central, jornalMestre.txt) e DATA-INI= o inicio do ano letivo, para
      *>   os arquivos mortos entrarem; o andamento vai para execucaoBatch.log
      *>   e o programa devolve RETURN-CODE 0 no sucesso e 8 na finalizacao
      *>   anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "boletimAlunos.txt".
          05 ws-nome-arq-jornal                    pic x(40) value "jornalRespostas.txt".
          05 ws-par-chave                          pic x(20).
          05 ws-par-valor                          pic x(40).

       77 ws-qtd-log-edit                          pic zzzzzz9.

       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-arqItensHist                       pic 9(02).
       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqDominio                         pic 9(02).
       77 ws-fs-arqBoletim                         pic 9(02).
           exit.

      *>------------------------------------------------------------------------
      *>  Le boletimAluno.par quando presente (linhas SAIDA=, ENTRADA= e
      *>  DATA-INI=)
      *>------------------------------------------------------------------------
       ler-parametros section.
           open input arqParametros
               if ws-par-valor <> space then
                   move ws-par-valor to ws-nome-arq-saida
               end-if
           else
               if ws-par-chave = "ENTRADA" then
                   if ws-par-valor <> space then
                       move ws-par-valor to ws-nome-arq-jornal
                   end-if
               else
                   if ws-par-chave = "DATA-INI" then
                       if ws-par-valor(1:8) is numeric then
                           move ws-par-valor(1:8) to ws-data-ini
                       end-if
                   end-if
               end-if
           end-if
           .
       aplicar-parametro-exit.
               move "Erro ao abrir arquivo de boletins"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqItensHist

           if ws-fs-arqItensHist = 35 then
               set versoes-indisponivel to true
           else
               if ws-fs-arqItensHist <> 00 then
                   move 12                                     to ws-msn-erro-ofsset
                   move ws-fs-arqItensHist                    to ws-msn-erro-cod
                   move "Erro ao abrir versoes dos itens"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if versoes-disponivel then
               perform carregar-itens-alterados
           end-if

           if ws-qtd-itens-alterados > zero then
               perform apurar-respostas-versao
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Separa os itens com mais de uma versao (a chave traz as versoes de
      *>  cada item juntas, em ordem de vigencia)
      *>------------------------------------------------------------------------
       carregar-itens-alterados section.
           move space to ws-ita-anterior
           move zero  to ws-qtd-versoes-item

           move low-values to fd-ith-chave
           start arqItensHist key is >= fd-ith-chave

           if ws-fs-arqItensHist <> 00 then
               set busca-versao-acabou   to true
           else
               set busca-versao-continua to true
           end-if

           perform until busca-versao-acabou
               read arqItensHist next record

               if ws-fs-arqItensHist = 00 then
                   if fd-ith-chave(1:10) = ws-ita-anterior then
                       add 1 to ws-qtd-versoes-item
                       if ws-qtd-versoes-item = 2 then
                           if ws-qtd-itens-alterados < ws-max-itens-alterados then
                               add 1 to ws-qtd-itens-alterados
                               move ws-ita-anterior to ws-ita-chave(ws-qtd-itens-alterados)
                           else
                               add 1 to ws-fora-itens-alterados
                           end-if
                       end-if
                   else
                       move fd-ith-chave(1:10) to ws-ita-anterior
                       move 1                  to ws-qtd-versoes-item
                   end-if
               else
                   set busca-versao-acabou to true
                   if ws-fs-arqItensHist <> 10 then
                       move 13                                     to ws-msn-erro-ofsset
                       move ws-fs-arqItensHist                    to ws-msn-erro-cod
                       move "Erro ao ler versoes dos itens"       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform
           .
       carregar-itens-alterados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa os arquivos mortos desde DATA-INI e o diario vivo somando as
      *>  respostas aos itens alterados pela versao da data de cada uma
      *>------------------------------------------------------------------------
       apurar-respostas-versao section.
           if ws-data-ini > zero then
               move ws-data-ini(1:6) to ws-mes-varredura

               perform until ws-mes-varredura > ws-data-hoje(1:6)
                   perform processar-mes-fechado

                   if ws-mes-var-mes = 12 then
                       add 1 to ws-mes-var-ano
                       move 1 to ws-mes-var-mes
                   else
                       add 1 to ws-mes-var-mes
                   end-if
               end-perform
           end-if

           open input arqJornal

           if ws-fs-arqJornal = 35 then
      *>           estacao sem jogo desde o ultimo fechamento
               continue
           else
               if ws-fs-arqJornal <> 00 then
                   move 17                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornal                       to ws-msn-erro-cod
                   move "Erro ao abrir diario de respostas"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqJornal = 10

                   read arqJornal next record

                   if ws-fs-arqJornal = 00 then
                       perform apurar-resposta-versao
                   else
                       if ws-fs-arqJornal <> 10 then
                           move 18                                     to ws-msn-erro-ofsset
                           move ws-fs-arqJornal                       to ws-msn-erro-cod
                           move "Erro ao ler diario de respostas"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJornal

               if ws-fs-arqJornal <> 00 then
                   move 19                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornal                       to ws-msn-erro-cod
                   move "Erro ao fechar diario de respostas"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apurar-respostas-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le um arquivo morto mensal inteiro (mes sem arquivo e pulado)
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
               continue
           else
               if ws-fs-arqJornalMes <> 00 then
                   move 14                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto mensal"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqJornalMes = 10

                   read arqJornalMes next record

                   if ws-fs-arqJornalMes = 00 then
                       move fd-jornal-mes to fd-jornal
                       perform apurar-resposta-versao
                   else
                       if ws-fs-arqJornalMes <> 10 then
                           move 15                                     to ws-msn-erro-ofsset
                           move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                           move "Erro ao ler arquivo morto mensal"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJornalMes

               if ws-fs-arqJornalMes <> 00 then
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-arqJornalMes                    to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto mensal" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       processar-mes-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a resposta lida na linha jogador + item + versao, quando o
      *>  item e um dos alterados (ajuste de revisao conta so o acerto: a
      *>  resposta original ja contou a tentativa, como no dominio)
      *>------------------------------------------------------------------------
       apurar-resposta-versao section.
           if ws-momento-janela = high-values then
               move fd-jornal(1:16) to ws-momento-janela
           end-if

           move fd-jrn-cod-banco  to ws-ick-banco
           move fd-jrn-cod-estado to ws-ick-cod
           perform verificar-item-alterado

           if item-alterado then
               move fd-jrn-data to ws-mom-data
               move fd-jrn-hora to ws-mom-hora
               perform resolver-item-versao

               set entrada-nao-achada to true

               perform varying ws-ind-rsv from 1 by 1 until ws-ind-rsv > ws-qtd-resp-versao
                                                         or entrada-achada
                   if ws-rsv-nome-jog(ws-ind-rsv)    = fd-jrn-nome-jog
                   and ws-rsv-chave-item(ws-ind-rsv) = ws-item-chave
                   and ws-rsv-item(ws-ind-rsv)       = ws-item-resolvido then
                       set entrada-achada to true
                   end-if
               end-perform

               if entrada-achada then
                   subtract 1 from ws-ind-rsv
               else
                   if ws-qtd-resp-versao < ws-max-resp-versao then
                       add 1 to ws-qtd-resp-versao
                       move ws-qtd-resp-versao to ws-ind-rsv
                       move fd-jrn-nome-jog    to ws-rsv-nome-jog(ws-ind-rsv)
                       move ws-item-chave      to ws-rsv-chave-item(ws-ind-rsv)
                       move ws-item-resolvido  to ws-rsv-item(ws-ind-rsv)
                       move zero               to ws-rsv-tentativas(ws-ind-rsv)
                       move zero               to ws-rsv-acertos(ws-ind-rsv)
                       set entrada-achada to true
                   else
                       add 1 to ws-fora-resp-versao
                   end-if
               end-if

               if entrada-achada then
                   if fd-jrn-tipo = "A" then
                       add 1 to ws-rsv-acertos(ws-ind-rsv)
                   else
                       add 1 to ws-rsv-tentativas(ws-ind-rsv)
                       if fd-jrn-acertou = "S" then
                           add 1 to ws-rsv-acertos(ws-ind-rsv)
                       end-if
                   end-if
               end-if
           end-if
           .
       apurar-resposta-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca se o item ws-item-chave esta entre os alterados
      *>------------------------------------------------------------------------
       verificar-item-alterado section.
           set item-sem-alteracao to true

           perform varying ws-ind-ita from 1 by 1 until ws-ind-ita > ws-qtd-itens-alterados
                                                     or item-alterado
               if ws-ita-chave(ws-ind-ita) = ws-item-chave then
                   set item-alterado to true
               end-if
           end-perform
           .
       verificar-item-alterado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome, capital e regiao do item ws-item-chave no momento
      *>  ws-momento-resposta: a versao em vigor se o item mudou depois,
      *>  senao o cadastro atual
      *>------------------------------------------------------------------------
       resolver-item-versao section.
           perform localizar-versao-item

           if versao-localizada and versao-com-seguinte then
               continue
           else
               perform ler-item-cadastro
           end-if
           .
       resolver-item-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as versoes do item guardando a ultima que comecou ate
      *>  ws-momento-resposta, e marca se ainda veio outra depois dela
      *>------------------------------------------------------------------------
       localizar-versao-item section.
           set versao-nao-localizada to true
           set versao-sem-seguinte   to true

           move ws-ick-banco to fd-ith-cod-banco
           move ws-ick-cod   to fd-ith-cod-estado
           move low-values   to fd-ith-vigencia
           start arqItensHist key is >= fd-ith-chave

           if ws-fs-arqItensHist <> 00 then
               set busca-versao-acabou   to true
           else
               set busca-versao-continua to true
           end-if

           perform until busca-versao-acabou
               read arqItensHist next record

               if ws-fs-arqItensHist = 00
               and fd-ith-cod-banco  = ws-ick-banco
               and fd-ith-cod-estado = ws-ick-cod then
                   if fd-ith-vigencia <= ws-momento-resposta then
                       set versao-localizada to true
                       move fd-ith-estado  to ws-itr-nome
                       move fd-ith-capital to ws-itr-capital
                       move fd-ith-regiao  to ws-itr-regiao
                   else
                       set versao-com-seguinte to true
                       set busca-versao-acabou to true
                   end-if
               else
                   set busca-versao-acabou to true
               end-if
           end-perform
           .
       localizar-versao-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome, capital e regiao do item ws-item-chave no cadastro atual
      *>  (item excluido de la sai como nao localizado)
      *>------------------------------------------------------------------------
       ler-item-cadastro section.
           move ws-ick-banco to fd-cod-banco
           move ws-ick-cod   to fd-cod-estado
           read arqEstados key is fd-chave-estado

           if ws-fs-arqEstados = 00 then
               move fd-estado  to ws-itr-nome
               move fd-capital to ws-itr-capital
               move fd-regiao  to ws-itr-regiao
           else
               move "(nao localizado)" to ws-itr-nome
               move space              to ws-itr-capital
               move "DESCONHECIDA"     to ws-itr-regiao
           end-if
           .
       ler-item-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre o dominio inteiro em ordem de chave (jogador + banco + item):
      *>  acumula cada registro no jogador corrente e fecha a pagina dele a
      *>------------------------------------------------------------------------
      *>  Acumula o registro de dominio corrente nos totais, na regiao e na
      *>  tabela de itens do jogador, com nome/capital/regiao resolvidos no
      *>  cadastro; item alterado sai repartido pelas versoes que valiam
      *>  nas datas das respostas
      *>------------------------------------------------------------------------
       acumular-item-jogador section.
           add fd-dom-tentativas to ws-tot-tentativas
           add fd-dom-acertos    to ws-tot-acertos

           move fd-dom-cod-banco  to ws-ick-banco
           move fd-dom-cod-estado to ws-ick-cod
           perform verificar-item-alterado

           if item-alterado then
               perform repartir-item-versoes
           else
               perform ler-item-cadastro
               move fd-dom-tentativas to ws-parte-tentativas
               move fd-dom-acertos    to ws-parte-acertos
               perform acumular-parte-item
           end-if
           .
       acumular-item-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reparte o dominio de um item alterado pelas linhas jogador + item +
      *>  versao somadas no diario; o que sobra do dominio (respostas de
      *>  antes do diario lido) vai para a versao do inicio da leitura. Se o
      *>  diario somar mais que o dominio (leitura alcancando antes de um
      *>  fechamento que zerou o dominio) nao ha como repartir, e o item sai
      *>  inteiro pelo cadastro atual
      *>------------------------------------------------------------------------
       repartir-item-versoes section.
           move zero to ws-soma-tentativas
           move zero to ws-soma-acertos

           perform varying ws-ind-rsv from 1 by 1 until ws-ind-rsv > ws-qtd-resp-versao
               if ws-rsv-nome-jog(ws-ind-rsv)    = fd-dom-nome-jog
               and ws-rsv-chave-item(ws-ind-rsv) = ws-item-chave then
                   add ws-rsv-tentativas(ws-ind-rsv) to ws-soma-tentativas
                   add ws-rsv-acertos(ws-ind-rsv)    to ws-soma-acertos
               end-if
           end-perform

           if ws-soma-tentativas > fd-dom-tentativas
           or ws-soma-acertos    > fd-dom-acertos then
               perform ler-item-cadastro
               move fd-dom-tentativas to ws-parte-tentativas
               move fd-dom-acertos    to ws-parte-acertos
               perform acumular-parte-item
           else
               compute ws-resto-tentativas = fd-dom-tentativas - ws-soma-tentativas
               compute ws-resto-acertos    = fd-dom-acertos    - ws-soma-acertos

               move ws-momento-janela to ws-momento-resposta
               perform resolver-item-versao
               move ws-item-resolvido to ws-item-resto

               perform varying ws-ind-rsv from 1 by 1 until ws-ind-rsv > ws-qtd-resp-versao
                   if ws-rsv-nome-jog(ws-ind-rsv)    = fd-dom-nome-jog
                   and ws-rsv-chave-item(ws-ind-rsv) = ws-item-chave then
                       move ws-rsv-item(ws-ind-rsv)       to ws-item-resolvido
                       move ws-rsv-tentativas(ws-ind-rsv) to ws-parte-tentativas
                       move ws-rsv-acertos(ws-ind-rsv)    to ws-parte-acertos

      *>                   resto com o mesmo texto desta versao entra na
      *>                   mesma linha
                       if ws-item-resolvido = ws-item-resto then
                           add ws-resto-tentativas to ws-parte-tentativas
                           add ws-resto-acertos    to ws-parte-acertos
                           move zero to ws-resto-tentativas
                           move zero to ws-resto-acertos
                       end-if

                       perform acumular-parte-item
                   end-if
               end-perform

               if ws-resto-tentativas > zero
               or ws-resto-acertos    > zero then
                   move ws-item-resto       to ws-item-resolvido
                   move ws-resto-tentativas to ws-parte-tentativas
                   move ws-resto-acertos    to ws-parte-acertos
                   perform acumular-parte-item
               end-if
           end-if
           .
       repartir-item-versoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a parte corrente (ws-parte-*, texto em ws-item-resolvido) na
      *>  regiao e na tabela de itens do jogador
      *>------------------------------------------------------------------------
       acumular-parte-item section.
           move ws-itr-regiao to ws-regiao-item

           perform acumular-regiao-jogador

           if ws-parte-tentativas > zero
           and ws-qtd-itens-jog < ws-max-itens-bol then
               add 1 to ws-qtd-itens-jog

               move ws-itr-nome         to ws-itj-estado(ws-qtd-itens-jog)
               move ws-itr-capital      to ws-itj-capital(ws-qtd-itens-jog)
               move ws-parte-tentativas to ws-itj-tentativas(ws-qtd-itens-jog)
               move ws-parte-acertos    to ws-itj-acertos(ws-qtd-itens-jog)

               compute ws-itj-pct(ws-qtd-itens-jog) =
                       ws-parte-acertos * 100 / ws-parte-tentativas
           end-if
           .
       acumular-parte-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a parte corrente na linha da regiao do item
      *>------------------------------------------------------------------------
       acumular-regiao-jogador section.
           set entrada-nao-achada to true
                                                     or entrada-achada
               if ws-rgj-nome(ws-ind-rgj) = ws-regiao-item then
                   set entrada-achada to true
                   add ws-parte-tentativas to ws-rgj-tentativas(ws-ind-rgj)
                   add ws-parte-acertos    to ws-rgj-acertos(ws-ind-rgj)
               end-if
           end-perform

           if entrada-nao-achada
           and ws-qtd-regioes-jog < ws-max-regioes-bol then
               add 1 to ws-qtd-regioes-jog
               move ws-regiao-item      to ws-rgj-nome(ws-qtd-regioes-jog)
               move ws-parte-tentativas to ws-rgj-tentativas(ws-qtd-regioes-jog)
               move ws-parte-acertos    to ws-rgj-acertos(ws-qtd-regioes-jog)
           end-if
           .
       acumular-regiao-jogador-exit.
               perform finaliza-anormal
           end-if

           if versoes-disponivel then
               close arqItensHist

               if ws-fs-arqItensHist <> 00 then
                   move 20                                     to ws-msn-erro-ofsset
                   move ws-fs-arqItensHist                    to ws-msn-erro-cod
                   move "Erro ao fechar versoes dos itens"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqBoletim

           if ws-fs-arqBoletim <> 00 then
           end-string
           perform gravar-log-linha

           move spaces to ws-linha-log
           move ws-qtd-itens-alterados to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " boletim_aluno FIM ITENS ALTERADOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

      *>       teto de tabela estourado: parte dos itens alterados (ou das
      *>       respostas a eles) saiu sem a reparticao por versao
           if ws-fora-itens-alterados > zero
           or ws-fora-resp-versao     > zero then
               move spaces to ws-linha-log
               compute ws-qtd-log-edit = ws-fora-itens-alterados + ws-fora-resp-versao
               string ws-data-hoje       delimited by size
                      " "                delimited by size
                      ws-hora-log        delimited by size
                      " boletim_aluno AVISO FORA DO TETO DE VERSOES=" delimited by size
                      ws-qtd-log-edit    delimited by size
                 into ws-linha-log
               end-string
               perform gravar-log-linha
           end-if

           if log-aberto then
               close arqLogBatch
           end-if
