      *>   comparativo entre os modos de jogo. Programa batch, sem telas --
      *>   roda fora do horario de jogo e imprime um arquivo paginado de
      *>   80 colunas (relatorioPeriodo.txt).
      *>   Cada resposta e apurada pela versao do item que valia na data
      *>   dela (arqItensHist.dat, gravado pela manutencao de estados): item
      *>   corrigido ou trocado de regiao depois da resposta continua
      *>   aparecendo com o nome e a regiao da epoca, em linha propria.

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

           select arqJornal assign using ws-nome-arq-jornal *> diario de respostas: o da estacao ou, na instalacao central, o jornal mestre da juncao (parametro ENTRADA=)
           organization is line sequential
           access mode is sequential
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
           05 fd-jrn-estacao                       pic x(04).
      *>       quantas dicas o jogador pediu (0 = sem ajuda)
           05 fd-jrn-dicas                         pic 9(01).
      *>       turma do jogador no momento da resposta
           05 fd-jrn-turma                         pic x(06).
      *>       tarefa de casa da resposta (em branco no jogo livre)
           05 fd-jrn-tarefa                        pic x(06).

       fd arqJornalMes.
       01 fd-jornal-mes                            pic x(114).

       fd arqRelPeriodo.
       01 fd-linha-periodo                         pic x(80).
          05 ws-modo-i-acertos                     pic 9(07) value zero.
          05 ws-modo-m-perguntas                   pic 9(07) value zero.
          05 ws-modo-m-acertos                     pic 9(07) value zero.
      *>      prova em papel lancada no jogo: P = estado -> capital,
      *>      Q = capital -> estado, somadas numa linha so
          05 ws-modo-p-perguntas                   pic 9(07) value zero.
          05 ws-modo-p-acertos                     pic 9(07) value zero.

       01 ws-indices.
          05 ws-ind-est                            pic 9(03).
          88 estado-na-tabela                      value "S".
          88 estado-fora-da-tabela                 value "N".

      *>   item do registro corrente resolvido na versao que valia no
      *>   momento da resposta: a linha do estado passa a ser banco +
      *>   codigo + nome + regiao, e um item alterado no meio do periodo
      *>   sai numa linha por versao (correcao so de capital nao separa)
       01 ws-momento-resposta.
          05 ws-mom-data                           pic 9(08).
          05 ws-mom-hora                           pic 9(08).

       01 ws-item-resolvido.
          05 ws-itr-nome                           pic x(25).
          05 ws-itr-capital                        pic x(25).
          05 ws-itr-regiao                         pic x(12).

      *>   sem o arquivo de versoes (instalacao que ainda nao alterou item
      *>   nenhum) tudo sai pelo cadastro atual, como antes
       77 ws-ith-arquivo                           pic x(01) value "S".
          88 versoes-disponivel                    value "S".
          88 versoes-indisponivel                  value "N".

       77 ws-versao-situacao                       pic x(01) value "N".
          88 versao-localizada                     value "S".
          88 versao-nao-localizada                 value "N".

      *>   a versao achada so vale se houver outra depois dela; a ultima
      *>   versao e o proprio cadastro atual, que manda (restauracao de
      *>   backup refaz o cadastro sem gravar versao)
       77 ws-versao-seguinte                       pic x(01) value "N".
          88 versao-com-seguinte                   value "S".
          88 versao-sem-seguinte                   value "N".

       77 ws-versao-busca                          pic x(01) value "N".
          88 busca-versao-acabou                   value "S".
          88 busca-versao-continua                 value "N".

      *>   chaves (data+hora+jogador) das respostas ERRADAS aceitas no
      *>   periodo, colhidas na ordem cronologica da primeira passada (a
      *>   original sempre precede o ajuste): um ajuste de revisao so conta
       77 ws-qtd-log-edit                          pic zzzzzz9.

       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-arqItensHist                       pic 9(02).
       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqJornalMes                       pic 9(02).
       77 ws-fs-arqRelPeriodo                      pic 9(02).
               perform finaliza-anormal
           end-if

           open input arqItensHist

           if ws-fs-arqItensHist = 35 then
               set versoes-indisponivel to true
           else
               if ws-fs-arqItensHist <> 00 then
                   move 19                                     to ws-msn-erro-ofsset
                   move ws-fs-arqItensHist                    to ws-msn-erro-cod
                   move "Erro ao abrir versoes dos itens"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqJornal

           if ws-fs-arqJornal <> 00 then
           perform localizar-chave-errada

           if chave-achada then
      *>           o ajuste leva a data e hora da resposta original, e cai
      *>           na mesma versao do item que ela
               perform resolver-item-resposta

               set entrada-nao-achada to true

               perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-est-rel
                                                         or entrada-achada
                   if ws-est-banco(ws-ind-est) = fd-jrn-cod-banco
                   and ws-est-cod(ws-ind-est)  = fd-jrn-cod-estado
                   and ws-est-nome(ws-ind-est)   = ws-itr-nome
                   and ws-est-regiao(ws-ind-est) = ws-itr-regiao then
                       set entrada-achada to true
                       add 1 to ws-est-acertos(ws-ind-est)
                       move ws-est-regiao(ws-ind-est) to ws-regiao-achada
                       if fd-jrn-modo = "M" then
                           add 1 to ws-modo-m-acertos
                       else
                           if fd-jrn-modo = "P" or fd-jrn-modo = "Q" then
                               add 1 to ws-modo-p-acertos
                           else
                               add 1 to ws-modo-n-acertos
                           end-if
                       end-if
                   end-if

                       add 1 to ws-modo-m-acertos
                   end-if
               else
                   if fd-jrn-modo = "P" or fd-jrn-modo = "Q" then
                       add 1 to ws-modo-p-perguntas
                       if fd-jrn-acertou = "S" then
                           add 1 to ws-modo-p-acertos
                       end-if
                   else
                       add 1 to ws-modo-n-perguntas
                       if fd-jrn-acertou = "S" then
                           add 1 to ws-modo-n-acertos
                       end-if
                   end-if
               end-if
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o registro na linha do seu estado (banco + codigo, com nome e
      *>  regiao da versao do item que valia na data da resposta), criando a
      *>  entrada na primeira vez
      *>------------------------------------------------------------------------
       consolidar-estado section.
           set entrada-nao-achada to true
           set estado-fora-da-tabela to true
           move space to ws-regiao-achada

           perform resolver-item-resposta

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-est-rel
                                                     or entrada-achada
               if ws-est-banco(ws-ind-est) = fd-jrn-cod-banco
               and ws-est-cod(ws-ind-est)  = fd-jrn-cod-estado
               and ws-est-nome(ws-ind-est)   = ws-itr-nome
               and ws-est-regiao(ws-ind-est) = ws-itr-regiao then
                   set entrada-achada to true
                   set estado-na-tabela to true
                   move ws-est-regiao(ws-ind-est) to ws-regiao-achada
                   add 1 to ws-qtd-est-rel
                   move fd-jrn-cod-banco  to ws-est-banco(ws-qtd-est-rel)
                   move fd-jrn-cod-estado to ws-est-cod(ws-qtd-est-rel)
                   move ws-itr-nome       to ws-est-nome(ws-qtd-est-rel)
                   move ws-itr-regiao     to ws-est-regiao(ws-qtd-est-rel)

                   move 1 to ws-est-perguntas(ws-qtd-est-rel)
                   if fd-jrn-acertou = "S" then
       consolidar-estado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome, capital e regiao do item do registro corrente como estavam
      *>  no momento da resposta: a versao em vigor se o item mudou depois
      *>  dela, senao o cadastro atual (item que ja foi excluido de la fica
      *>  marcado como nao localizado)
      *>------------------------------------------------------------------------
       resolver-item-resposta section.
           move fd-jrn-data to ws-mom-data
           move fd-jrn-hora to ws-mom-hora
           perform localizar-versao-item

           if versao-localizada and versao-com-seguinte then
               continue
           else
               move fd-jrn-cod-banco  to fd-cod-banco
               move fd-jrn-cod-estado to fd-cod-estado
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
           end-if
           .
       resolver-item-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as versoes do item do registro corrente (em ordem de
      *>  vigencia) guardando a ultima que comecou ate ws-momento-resposta,
      *>  e marca se ainda veio outra versao depois dela
      *>------------------------------------------------------------------------
       localizar-versao-item section.
           set versao-nao-localizada to true
           set versao-sem-seguinte   to true

           if versoes-disponivel then
               move fd-jrn-cod-banco  to fd-ith-cod-banco
               move fd-jrn-cod-estado to fd-ith-cod-estado
               move low-values        to fd-ith-vigencia
               start arqItensHist key is >= fd-ith-chave

               if ws-fs-arqItensHist <> 00 then
                   set busca-versao-acabou   to true
               else
                   set busca-versao-continua to true
               end-if

               perform until busca-versao-acabou
                   read arqItensHist next record

                   if ws-fs-arqItensHist = 00
                   and fd-ith-cod-banco  = fd-jrn-cod-banco
                   and fd-ith-cod-estado = fd-jrn-cod-estado then
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
           end-if
           .
       localizar-versao-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o registro na linha da regiao do seu estado (banco + regiao),
      *>  usando a regiao que consolidar-estado guardou em ws-regiao-achada
           perform imprimir-linha-modo-n
           perform imprimir-linha-modo-i
           perform imprimir-linha-modo-m
           perform imprimir-linha-modo-p

           move spaces to ws-linha-periodo
           perform escrever-linha
       imprimir-linha-modo-m-exit.
           exit.

       imprimir-linha-modo-p section.
           if ws-modo-p-perguntas = zero then
               move zero to ws-pct-aux
           else
               compute ws-pct-aux = ws-modo-p-acertos * 100 / ws-modo-p-perguntas
           end-if
           move ws-pct-aux to ws-pct-edit

           move spaces to ws-linha-periodo
           move "PROVA EM PAPEL" to ws-linha-periodo(1:14)
           move ws-modo-p-perguntas to ws-qtd-edit
           move ws-qtd-edit to ws-linha-periodo(36:7)
           move ws-modo-p-acertos to ws-qtd-edit
           move ws-qtd-edit to ws-linha-periodo(46:7)
           move ws-pct-edit to ws-linha-periodo(55:6)
           perform escrever-linha
           .
       imprimir-linha-modo-p-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do ranking de evolucao
      *>------------------------------------------------------------------------
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

           close arqRelPeriodo

           if ws-fs-arqRelPeriodo <> 00 then
