      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "fechamento_ano".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Fechamento do ano letivo, em tres passos:
      *>   1) anonimizacao dos alunos que sairam da escola (lista
      *>      alunosSaida.txt, um nome por linha): o nome vira um codigo
      *>      "EX-ALUNO AAAA-NNNN" no historico, dominio, conquistas e
      *>      matricula, no jornal vivo, no jornal mestre da juncao, em
      *>      todos os arquivos mortos mensais (jornal-AAAAMM.txt), no
      *>      registro de alteracoes, nos relatorios acumulados do jogo e
      *>      nas folhas de prova em papel;
      *>   2) retrato do ano: copia de todos os mestres (ja anonimizados) e
      *>      do ranking geral final em arquivos fechamentoAAAA-*.txt, mais
      *>      os backups que a opcao Restaurar de Verificar Arquivos le;
      *>      cadastro de itens, alternativas, versoes dos itens, tarefas,
      *>      regras de conquista e folhas de prova vao so para o retrato;
      *>   3) zeragem para o ano novo: historico e dominio esvaziados, erros
      *>      por item esvaziados ou mantidos (MANTER-ERROS=), campeonatos
      *>      encerrados removidos, matriculas dos egressos desligadas e os
      *>      egressos tirados das listas avulsas de tarefa (o retrato
      *>      guarda as listas com o codigo no lugar do nome).
      *>   Cada fechamento fica em controleFechamento.txt, que a
      *>   reconciliacao dos mestres usa para nao recontar o ano anterior.
      *>   Com ZERAR=N so a anonimizacao e feita (aluno que saiu no meio do
      *>   ano, ou nome corrigido na lista depois do fechamento). Programa
      *>   batch, sem telas -- rodar com o jogo fechado em todas as salas.

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

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

           select arqCampeonato assign to "arqCampeonato.dat" *> cadastro dos campeonatos (nome, periodo e rodadas)
           organization is indexed
           access mode is dynamic
           record key is fd-camp-nome
           lock mode is automatic
           file status is ws-fs-arqCampeonato.

           select arqCampEquipes assign to "arqCampEquipes.dat" *> classificacao acumulada das equipes de cada campeonato
           organization is indexed
           access mode is dynamic
           record key is fd-ceq-chave
           lock mode is automatic
           file status is ws-fs-arqCampEquipes.

           select arqTurmas assign to "arqTurmas.dat" *> cadastro das turmas (so para o retrato)
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           lock mode is automatic
           file status is ws-fs-arqTurmas.

           select arqMatriculas assign to "arqMatriculas.dat" *> matricula de cada jogador numa turma
           organization is indexed
           access mode is dynamic
           record key is fd-mat-nome-jog
           lock mode is automatic
           file status is ws-fs-arqMatriculas.

           select arqTarefaAlunos assign to "arqTarefaAlunos.dat" *> alunos avulsos designados para cada tarefa de casa
           organization is indexed
           access mode is dynamic
           record key is fd-tal-chave
           lock mode is automatic
           file status is ws-fs-arqTarefaAlunos.

           select arqConquistas assign to "arqConquistas.dat" *> conquistas ganhas por jogador
           organization is indexed
           access mode is dynamic
           record key is fd-cqs-chave
           lock mode is automatic
           file status is ws-fs-arqConquistas.

           select arqFolhasProva assign to "arqFolhasProva.dat" *> folhas de prova em papel (nome do aluno no cabecalho de cada folha)
           organization is indexed
           access mode is dynamic
           record key is fd-fol-chave
           lock mode is automatic
           file status is ws-fs-arqFolhasProva.

           select arqEstados assign to "arqEstados.dat" *> cadastro dos bancos de questoes (so para o retrato)
           organization is indexed
           access mode is dynamic
           record key is fd-chave-estado
           lock mode is automatic
           file status is ws-fs-arqEstados.

           select arqAlternativas assign to "arqAlternativas.dat" *> respostas alternativas aceitas por item (so para o retrato)
           organization is indexed
           access mode is dynamic
           record key is fd-alt-chave
           lock mode is automatic
           file status is ws-fs-arqAlternativas.

           select arqItensHist assign to "arqItensHist.dat" *> versoes datadas de cada item do cadastro (so para o retrato)
           organization is indexed
           access mode is dynamic
           record key is fd-ith-chave
           lock mode is automatic
           file status is ws-fs-arqItensHist.

           select arqTarefas assign to "arqTarefas.dat" *> tarefas de casa (so para o retrato)
           organization is indexed
           access mode is dynamic
           record key is fd-tar-codigo
           lock mode is automatic
           file status is ws-fs-arqTarefas.

           select arqRegrasConquista assign to "arqRegrasConquista.dat" *> regras das conquistas (so para o retrato)
           organization is indexed
           access mode is dynamic
           record key is fd-rcq-codigo
           lock mode is automatic
           file status is ws-fs-arqRegrasConquista.

           select arqDiario assign using ws-nome-arq-diario *> jornal vivo, jornal mestre ou arquivo morto mensal em anonimizacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqDiario.

           select arqLogAlteracoes assign to "logAlteracoes.txt" *> registro das alteracoes das telas de manutencao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlteracoes.

           select arqTexto assign using ws-nome-arq-texto *> relatorios acumulados do jogo (relatorioFinal.txt, resultadoSessao.csv)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTexto.

           select arqTrabalho assign to "fechamentoTrabalho.txt" *> area de trabalho: copia anonimizada antes de regravar o original
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTrabalho.

           select arqEgressos assign using ws-nome-arq-egressos *> lista dos alunos que sairam da escola, um nome por linha
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqEgressos.

           select arqCheckpoint assign to "arqCheckpoint.txt" *> retrato da partida em andamento (fechamento recusado se houver)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCheckpoint.

           select arqControle assign to "controleFechamento.txt" *> um registro por fechamento/anonimizacao, lido tambem pela reconciliacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControle.

           select arqRetrato assign using ws-nome-arq-retrato *> retrato do ano: copia de um mestre (fechamentoAAAA-*.txt)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRetrato.

           select arqHistoricoBkp assign to "historicoBkp.txt" *> copia do historico antes da zeragem (mesmo backup da tela Verificar)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistoricoBkp.

           select arqErrosBkp assign to "errosHistBkp.txt" *> copia dos erros antes da zeragem
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqErrosBkp.

           select arqDominioBkp assign to "dominioBkp.txt" *> copia do dominio antes da zeragem
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqDominioBkp.

           select arqRelFechamento assign using ws-nome-arq-saida *> saida: relatorio do fechamento (nome trocavel por parametro)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelFechamento.

           select arqParametros assign to "fechamentoAno.par" *> parametros p/ execucao nao assistida: ANO=, EGRESSOS=, ZERAR=, MANTER-ERROS=, MES-INI=, SAIDA=
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

       fd arqCampeonato.
       01 fd-campeonato.
           05 fd-camp-nome                         pic x(15).
           05 fd-camp-data-ini                     pic 9(08).
           05 fd-camp-data-fim                     pic 9(08).
           05 fd-camp-rodadas-prev                 pic 9(03).
           05 fd-camp-rodadas-jog                  pic 9(03).
      *>       A = em andamento, E = encerrado
           05 fd-camp-situacao                     pic x(01).

       fd arqCampEquipes.
       01 fd-camp-equipe.
           05 fd-ceq-chave.
               10 fd-ceq-camp                      pic x(15).
               10 fd-ceq-equipe                    pic x(15).
           05 fd-ceq-pontos                        pic 9(07).
           05 fd-ceq-rodadas                       pic 9(03).

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

       fd arqTarefaAlunos.
       01 fd-tarefa-aluno.
           05 fd-tal-chave.
               10 fd-tal-tarefa                    pic x(06).
               10 fd-tal-nome-jog                  pic x(25).
           05 fd-tal-data-inclusao                 pic 9(08).

       fd arqConquistas.
       01 fd-conquista.
           05 fd-cqs-chave.
               10 fd-cqs-nome-jog                  pic x(25).
               10 fd-cqs-codigo                    pic x(06).
               10 fd-cqs-cod-banco                 pic x(08).
               10 fd-cqs-complemento               pic x(15).
           05 fd-cqs-data                          pic 9(08).
           05 fd-cqs-estacao                       pic x(04).
           05 fd-cqs-descricao                     pic x(36).
           05 fd-cqs-data-impressao                pic 9(08).

      *>   folha de prova em papel: so o cabecalho (seq 00) leva o nome
       fd arqFolhasProva.
       01 fd-folha-prova.
           05 fd-fol-chave.
               10 fd-fol-numero                    pic 9(06).
               10 fd-fol-seq                       pic 9(02).
           05 fd-fol-nome-jog                      pic x(25).
           05 filler                               pic x(48).

      *>   cadastros que so vao para o retrato: a imagem do registro basta
       fd arqEstados.
       01 fd-estados.
           05 fd-chave-estado                      pic x(10).
           05 filler                               pic x(63).

       fd arqAlternativas.
       01 fd-alternativa.
           05 fd-alt-chave                         pic x(12).
           05 filler                               pic x(26).

       fd arqItensHist.
       01 fd-itens-hist.
           05 fd-ith-chave                         pic x(26).
           05 filler                               pic x(89).

       fd arqTarefas.
       01 fd-tarefa.
           05 fd-tar-codigo                        pic x(06).
           05 filler                               pic x(86).

       fd arqRegrasConquista.
       01 fd-regra-conquista.
           05 fd-rcq-codigo                        pic x(06).
           05 filler                               pic x(70).

      *>   registro do diario de respostas: so o nome interessa aqui, o
      *>   restante e copiado como veio (vale para os formatos antigos,
      *>   mais curtos, dos arquivos mortos)
       fd arqDiario.
       01 fd-diario.
           05 fd-dia-momento                       pic x(16).
           05 fd-dia-nome-jog                      pic x(25).
           05 fd-dia-resto                         pic x(73).

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

       fd arqTexto.
       01 fd-texto-linha                           pic x(80).

       fd arqTrabalho.
       01 fd-trabalho-linha                        pic x(224).

       fd arqEgressos.
       01 fd-egressos-linha                        pic x(80).

       fd arqCheckpoint.
       01 fd-checkpoint.
           05 fd-ckpt-qtd-jogadores                pic x(02).

      *>   S = retrato gravado (zeragem ainda nao confirmada), F = ano
      *>   fechado e mestres zerados, A = apenas anonimizacao; data e hora
      *>   do retrato nos registros S e F (a reconciliacao so reconta o
      *>   diario depois desse momento)
       fd arqControle.
       01 fd-controle.
           05 fd-fch-ano                           pic 9(04).
           05 fd-fch-situacao                      pic x(01).
           05 fd-fch-data                          pic 9(08).
           05 fd-fch-hora                          pic 9(08).
           05 fd-fch-manter-erros                  pic x(01).
           05 fd-fch-ultimo-codigo                 pic 9(04).
           05 fd-fch-qtd-egressos                  pic 9(04).

       fd arqRetrato.
       01 fd-retrato-linha                         pic x(120).

       fd arqHistoricoBkp.
       01 fd-histbkp-linha                         pic x(30).

       fd arqErrosBkp.
       01 fd-errbkp-linha                          pic x(15).

       fd arqDominioBkp.
       01 fd-dombkp-linha                          pic x(45).

       fd arqRelFechamento.
       01 fd-linha-fechamento                      pic x(80).

       fd arqParametros.
       01 fd-parametros-linha                      pic x(60).

       fd arqLogBatch.
       01 fd-logbatch-linha                        pic x(80).


      *>----Variaveis de trabalho
       working-storage section.

      *>   alunos que sairam: nome como gravado pelo jogo, o codigo que o
      *>   substitui e o que foi trocado em cada arquivo; os codigos seguem
      *>   a ordem da lista a partir do ultimo registrado para o ano em
      *>   controleFechamento.txt. Execucao interrompida antes de gravar o
      *>   controle, repetida com a mesma lista, da os mesmos codigos; depois
      *>   do controle gravado a numeracao continua, e o nome ja trocado nao
      *>   e mais achado nos arquivos (o codigo novo dele fica sem uso)
       78 ws-max-egressos                          value 500.
       78 ws-tam-codigo                            value 18.

       01 ws-tab-egressos.
          05 ws-egr-ent occurs ws-max-egressos.
             10 ws-egr-nome                        pic x(25).
             10 ws-egr-tam                         pic 9(02).
             10 ws-egr-codigo                      pic x(25).
             10 ws-egr-qtd-hist                    pic 9(01).
             10 ws-egr-qtd-dom                     pic 9(05).
             10 ws-egr-qtd-cqs                     pic 9(05).
             10 ws-egr-qtd-mat                     pic 9(01).
             10 ws-egr-qtd-tal                     pic 9(05).
             10 ws-egr-qtd-jrn                     pic 9(07).
             10 ws-egr-qtd-txt                     pic 9(05).
             10 ws-egr-qtd-fol                     pic 9(05).

       77 ws-qtd-egressos                          pic 9(04) value zero.
       77 ws-ind-egr                               pic 9(04).
       77 ws-ind-egr-achado                        pic 9(04).
       77 ws-nome-procura                          pic x(25).
       77 ws-nome-lido                             pic x(25).
       77 ws-tam-nome                              pic 9(02).

       01 ws-codigo-anonimo.
          05 filler                                pic x(09) value "EX-ALUNO ".
          05 ws-cod-ano                            pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-cod-seq                            pic 9(04).

       77 ws-seq-codigo                            pic 9(04) value zero.

       77 ws-egr-situacao                          pic x(01) value "N".
          88 egresso-achado                        value "S".
          88 egresso-nao-achado                    value "N".

      *>   troca de nome dentro de um texto livre (registro de alteracoes,
      *>   relatorios): o nome so e trocado quando aparece inteiro, entre
      *>   separadores; ocupando sozinho uma coluna de 25 posicoes o codigo
      *>   entra na mesma coluna, senao o texto seguinte e deslocado
       01 ws-troca-texto.
          05 ws-texto-anon                         pic x(100).
          05 ws-texto-novo                         pic x(100).
          05 ws-tam-texto                          pic 9(03).
          05 ws-pos                                pic 9(03).
          05 ws-pos-fim                            pic 9(03).
          05 ws-pos-novo                           pic 9(03).
          05 ws-ptr-texto                          pic 9(03).
          05 ws-qtd-ocorr                          pic 9(03).
          05 ws-qtd-trocas                         pic 9(03).

       77 ws-car-teste                             pic x(01).
          88 car-separador                         values " " ";" "," "=" ":" "." "/" "(" ")" "*".

       77 ws-nome-situacao                         pic x(01) value "N".
          88 nome-isolado                          value "S".
          88 nome-nao-isolado                      value "N".

      *>   arquivos sequenciais visitados na anonimizacao (diarios,
      *>   arquivos mortos, registro de alteracoes e relatorios)
       78 ws-max-arquivos                          value 150.

       01 ws-tab-arquivos.
          05 ws-arq-ent occurs ws-max-arquivos.
             10 ws-arq-nome                        pic x(40).
             10 ws-arq-lidos                       pic 9(07).
             10 ws-arq-alterados                   pic 9(07).

       77 ws-qtd-arquivos                          pic 9(03) value zero.
       77 ws-ind-arq                               pic 9(03).
       77 ws-qtd-lidos-arq                         pic 9(07).
       77 ws-qtd-alterados-arq                     pic 9(07).

      *>   retrato do ano: um arquivo por mestre
       78 ws-max-retratos                          value 20.

       01 ws-tab-retratos.
          05 ws-ret-ent occurs ws-max-retratos.
             10 ws-ret-nome                        pic x(40).
             10 ws-ret-qtd                         pic 9(07).

       77 ws-qtd-retratos                          pic 9(02) value zero.
       77 ws-ind-ret                               pic 9(02).
       77 ws-sufixo-retrato                        pic x(12).
       77 ws-qtd-linhas-retrato                    pic 9(07).

      *>   ranking geral final do ano (os maiores pontuadores, como na
      *>   tela de Ranking Geral)
       78 ws-max-ranking                           value 2000.

       01 ws-tab-ranking.
          05 ws-rnk-ent occurs ws-max-ranking.
             10 ws-rnk-nome                        pic x(25).
             10 ws-rnk-pontos                      pic 9(05).

       01 ws-rnk-aux.
          05 ws-rnk-aux-nome                       pic x(25).
          05 ws-rnk-aux-pontos                     pic 9(05).

       77 ws-qtd-ranking                           pic 9(04) value zero.
       77 ws-ind-rnk                               pic 9(04).
       77 ws-ind-rnk-min                           pic 9(04).

       77 ws-troca                                 pic x(01).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".

       01 ws-linha-ranking.
          05 filler                                pic x(02) value space.
          05 ws-lrk-pos                            pic zzz9.
          05 filler                                pic x(03) value space.
          05 ws-lrk-nome                           pic x(25).
          05 filler                                pic x(03) value space.
          05 ws-lrk-pontos                         pic zzzz9.

      *>   campeonatos encerrados (saem na zeragem; os em andamento ficam)
       78 ws-max-camp-enc                          value 200.

       01 ws-tab-camp-enc.
          05 ws-cpe-nome occurs ws-max-camp-enc    pic x(15).

       77 ws-qtd-camp-enc                          pic 9(03) value zero.
       77 ws-ind-cpe                               pic 9(03).

       01 ws-contadores.
          05 ws-qtd-lista                          pic 9(05) value zero.
          05 ws-qtd-ja-anonimos                    pic 9(05) value zero.
          05 ws-qtd-repetidos                      pic 9(05) value zero.
          05 ws-qtd-sem-registro                   pic 9(05) value zero.
          05 ws-qtd-zer-hist                       pic 9(07) value zero.
          05 ws-qtd-zer-dom                        pic 9(07) value zero.
          05 ws-qtd-zer-erros                      pic 9(07) value zero.
          05 ws-qtd-camp-andamento                 pic 9(05) value zero.
          05 ws-qtd-camp-removidos                 pic 9(05) value zero.
          05 ws-qtd-equipes-removidas              pic 9(07) value zero.
          05 ws-qtd-desligados                     pic 9(05) value zero.

      *>   registro salvo antes de um delete, para regravar com o codigo
      *>   no lugar do nome e recomecar a varredura da chave seguinte
       77 ws-registro-salvo                        pic x(110).
       77 ws-chave-salva                           pic x(54).

       77 ws-varredura                             pic x(01) value "N".
          88 varredura-acabou                      value "S".
          88 varredura-continua                    value "N".

      *>   ano letivo fechado e situacao dele em controleFechamento.txt
       01 ws-fechamento.
          05 ws-ano                                pic 9(04) value zero.
          05 ws-ano-txt                            pic x(04).
          05 ws-situacao-ano                       pic x(01) value space.
             88 ano-aberto                         value space.
             88 ano-com-retrato                    value "S".
             88 ano-fechado                        value "F".
          05 ws-data-retrato                       pic 9(08) value zero.
          05 ws-hora-retrato                       pic 9(08) value zero.
          05 ws-fch-situacao-nova                  pic x(01).

       77 ws-zeragem                               pic x(01) value "S".
          88 zerar-ano                             value "S".
          88 so-anonimizar                         value "N".

       77 ws-erros-zeragem                         pic x(01) value "S".
          88 manter-erros                          value "S".
          88 zerar-erros                           value "N".

       01 ws-respostas-console.
          05 ws-zerar-txt                          pic x(01).
          05 ws-manter-erros-txt                   pic x(01).
          05 ws-egressos-txt                       pic x(40).

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
          05 ws-data-hoje                          pic 9(08).
          05 ws-data-hoje-r redefines ws-data-hoje.
             10 ws-hoje-ano                        pic 9(04).
             10 ws-hoje-mes                        pic 9(02).
             10 ws-hoje-dia                        pic 9(02).

       01 ws-nomes-arquivos.
          05 ws-nome-arq-diario                    pic x(40).
          05 ws-nome-arq-texto                     pic x(40).
          05 ws-nome-arq-retrato                   pic x(40).
          05 ws-nome-arq-egressos                  pic x(40) value "alunosSaida.txt".

       77 ws-egressos-arquivo                      pic x(01) value "S".
          88 lista-egressos-lida                   value "S".
          88 lista-egressos-ausente                value "N".

      *>   mestre que ainda nao existe (instalacao nova) nao tem o que
      *>   anonimizar nem retratar
       77 ws-hist-arquivo                          pic x(01) value "S".
          88 historico-disponivel                  value "S".
          88 historico-ausente                     value "N".

       77 ws-erros-arquivo                         pic x(01) value "S".
          88 erros-disponivel                      value "S".
          88 erros-ausente                         value "N".

       77 ws-dom-arquivo                           pic x(01) value "S".
          88 dominio-disponivel                    value "S".
          88 dominio-ausente                       value "N".

       77 ws-camp-arquivo                          pic x(01) value "S".
          88 campeonatos-disponivel                value "S".
          88 campeonatos-ausente                   value "N".

       77 ws-ceq-arquivo                           pic x(01) value "S".
          88 equipes-disponivel                    value "S".
          88 equipes-ausente                       value "N".

       77 ws-tur-arquivo                           pic x(01) value "S".
          88 turmas-disponivel                     value "S".
          88 turmas-ausente                        value "N".

       77 ws-mat-arquivo                           pic x(01) value "S".
          88 matriculas-disponivel                 value "S".
          88 matriculas-ausente                    value "N".

       77 ws-tal-arquivo                           pic x(01) value "S".
          88 tarefa-alunos-disponivel              value "S".
          88 tarefa-alunos-ausente                 value "N".

       77 ws-cqs-arquivo                           pic x(01) value "S".
          88 conquistas-disponivel                 value "S".
          88 conquistas-ausente                    value "N".

       77 ws-fol-arquivo                           pic x(01) value "S".
          88 folhas-disponivel                     value "S".
          88 folhas-ausente                        value "N".

       77 ws-est-arquivo                           pic x(01) value "S".
          88 estados-disponivel                    value "S".
          88 estados-ausente                       value "N".

       77 ws-alt-arquivo                           pic x(01) value "S".
          88 alternativas-disponivel               value "S".
          88 alternativas-ausente                  value "N".

       77 ws-ith-arquivo                           pic x(01) value "S".
          88 itens-hist-disponivel                 value "S".
          88 itens-hist-ausente                    value "N".

       77 ws-tar-arquivo                           pic x(01) value "S".
          88 tarefas-disponivel                    value "S".
          88 tarefas-ausente                       value "N".

       77 ws-rcq-arquivo                           pic x(01) value "S".
          88 regras-disponivel                     value "S".
          88 regras-ausente                        value "N".

       01 ws-impressao.
          05 ws-linha-fechamento                   pic x(80).
          05 ws-lin-pagina                         pic 9(02) value 99.
          05 ws-num-pagina                         pic 9(03) value zero.
          05 ws-qtd-edit                           pic zzzzzz9.
          05 ws-qtd5-edit                          pic zzzz9.
          05 ws-pag-edit                           pic zz9.

       01 ws-linha-egresso.
          05 ws-leg-codigo                         pic x(18).
          05 filler                                pic x(03) value space.
          05 ws-leg-hist                           pic x(01).
          05 filler                                pic x(03) value space.
          05 ws-leg-dom                            pic zzzz9.
          05 filler                                pic x(02) value space.
          05 ws-leg-cqs                            pic zzzz9.
          05 filler                                pic x(03) value space.
          05 ws-leg-mat                            pic x(01).
          05 filler                                pic x(02) value space.
          05 ws-leg-tal                            pic zzzz9.
          05 filler                                pic x(01) value space.
          05 ws-leg-jrn                            pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-leg-txt                            pic zzzz9.
          05 filler                                pic x(02) value space.
          05 ws-leg-fol                            pic zzzz9.

      *>   execucao nao assistida: com fechamentoAno.par presente os
      *>   parametros saem do arquivo (linhas CHAVE=VALOR) e nada e pedido
      *>   no console; o andamento vai para execucaoBatch.log e o programa
      *>   devolve RETURN-CODE 0 no sucesso e 8 na finalizacao anormal
       01 ws-parametros-batch.
          05 ws-nome-arq-saida                     pic x(40) value "fechamentoAno.txt".
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

       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqErrosHist                       pic 9(02).
       77 ws-fs-arqDominio                         pic 9(02).
       77 ws-fs-arqCampeonato                      pic 9(02).
       77 ws-fs-arqCampEquipes                     pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqMatriculas                      pic 9(02).
       77 ws-fs-arqTarefaAlunos                    pic 9(02).
       77 ws-fs-arqConquistas                      pic 9(02).
       77 ws-fs-arqFolhasProva                     pic 9(02).
       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-arqAlternativas                    pic 9(02).
       77 ws-fs-arqItensHist                       pic 9(02).
       77 ws-fs-arqTarefas                         pic 9(02).
       77 ws-fs-arqRegrasConquista                 pic 9(02).
       77 ws-fs-arqDiario                          pic 9(02).
       77 ws-fs-arqLogAlteracoes                   pic 9(02).
       77 ws-fs-arqTexto                           pic 9(02).
       77 ws-fs-arqTrabalho                        pic 9(02).
       77 ws-fs-arqEgressos                        pic 9(02).
       77 ws-fs-arqCheckpoint                      pic 9(02).
       77 ws-fs-arqControle                        pic 9(02).
       77 ws-fs-arqRetrato                         pic 9(02).
       77 ws-fs-arqHistoricoBkp                    pic 9(02).
       77 ws-fs-arqErrosBkp                        pic 9(02).
       77 ws-fs-arqDominioBkp                      pic 9(02).
       77 ws-fs-arqRelFechamento                   pic 9(02).
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
           perform anonimizar-mestres
           perform anonimizar-diarios
           perform anonimizar-textos
           if zerar-ano then
      *>           fechamento interrompido depois do retrato: o retrato
      *>           gravado vale, so a zeragem e refeita
               if ano-aberto then
                   perform gravar-retrato
                   move "S" to ws-fch-situacao-nova
                   perform registrar-controle
               end-if
           end-if
           perform desligar-egressos
           if zerar-ano then
               perform zerar-mestres
               move "F" to ws-fch-situacao-nova
               perform registrar-controle
           else
               if ws-qtd-egressos > zero then
                   move "A" to ws-fch-situacao-nova
                   perform registrar-controle
               end-if
           end-if
           perform registrar-log-alteracoes
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
      *>  Le fechamentoAno.par quando presente (ANO=, EGRESSOS=, ZERAR=,
      *>  MANTER-ERROS=, MES-INI=, SAIDA=, uma por linha); sem o arquivo
      *>  fica o dialogo de console
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

           if ws-par-chave = "ANO" then
               move ws-par-valor(1:4) to ws-ano-txt
           else
               if ws-par-chave = "EGRESSOS" then
                   if ws-par-valor <> space then
                       move ws-par-valor to ws-nome-arq-egressos
                   end-if
               else
                   if ws-par-chave = "ZERAR" then
                       move ws-par-valor(1:1) to ws-zerar-txt
                   else
                       if ws-par-chave = "MANTER-ERROS" then
                           move ws-par-valor(1:1) to ws-manter-erros-txt
                       else
                           if ws-par-chave = "MES-INI" then
                               move ws-par-valor(1:6) to ws-mes-ini-txt
                           else
                               if ws-par-chave = "SAIDA" then
                                   if ws-par-valor <> space then
                                       move ws-par-valor to ws-nome-arq-saida
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
                  " fechamento_ano INICIO" delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha
           .
       gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-log no registro de execucao; problema no log nao
      *>  derruba o fechamento (apenas aparece no console)
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
      *>  Procedimentos de inicializacao: dialogo de console, conferencias
      *>  (ano ja fechado, partida em andamento), lista de egressos e
      *>  abertura dos mestres e do relatorio
      *>------------------------------------------------------------------------
       inicializa section.
           if execucao-console then
               display "Ano letivo a fechar (AAAA, vazio = o ultimo encerrado): "
               accept ws-ano-txt

               display "Lista dos alunos que sairam (vazio = alunosSaida.txt): "
               accept ws-egressos-txt

               display "Zerar pontos e dominio para o ano novo (S/N)? "
               accept ws-zerar-txt

               display "Manter as estatisticas de erro dos itens (S/N)? "
               accept ws-manter-erros-txt

               display "Primeiro mes do arquivo morto (AAAAMM, vazio = 10 anos): "
               accept ws-mes-ini-txt

               if ws-egressos-txt <> space then
                   move ws-egressos-txt to ws-nome-arq-egressos
               end-if
           end-if

      *>       sem ano informado: ate junho fecha o ano anterior (o
      *>       fechamento roda nas ferias de verao), depois o corrente
           if ws-ano-txt is numeric then
               move ws-ano-txt to ws-ano
           else
               if ws-hoje-mes <= 6 then
                   compute ws-ano = ws-hoje-ano - 1
               else
                   move ws-hoje-ano to ws-ano
               end-if
           end-if

           if ws-zerar-txt = "N" or ws-zerar-txt = "n" then
               set so-anonimizar to true
           end-if

           if ws-manter-erros-txt = "N" or ws-manter-erros-txt = "n" then
               set zerar-erros to true
           end-if

           if ws-mes-ini-txt is numeric then
               move ws-mes-ini-txt to ws-mes-ini
           else
               compute ws-mes-ini = (ws-hoje-ano - 10) * 100 + 1
           end-if
           move ws-data-hoje(1:6) to ws-mes-final

           perform ler-controle-fechamento

           if zerar-ano and ano-fechado then
               move 2                                      to ws-msn-erro-ofsset
               move zero                                  to ws-msn-erro-cod
               move "Ano ja fechado; use ZERAR=N p/ anonimizar" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform conferir-partida-aberta
           perform carregar-egressos
           perform abrir-mestres

           open output arqRelFechamento

           if ws-fs-arqRelFechamento <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelFechamento                to ws-msn-erro-cod
               move "Erro ao abrir relatorio do fechamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le controleFechamento.txt: situacao do ano pedido (retrato ja
      *>  gravado ou ano ja fechado) e o ultimo codigo anonimo usado nele
      *>------------------------------------------------------------------------
       ler-controle-fechamento section.
           open input arqControle

           if ws-fs-arqControle = 35 then
               continue
           else
               if ws-fs-arqControle <> 00 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-arqControle                     to ws-msn-erro-cod
                   move "Erro ao abrir controle de fechamento" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqControle = 10

                   read arqControle

                   if ws-fs-arqControle = 00 then
                       if fd-fch-ano = ws-ano then
                           if fd-fch-ultimo-codigo > ws-seq-codigo then
                               move fd-fch-ultimo-codigo to ws-seq-codigo
                           end-if
                           if fd-fch-situacao = "S" or fd-fch-situacao = "F" then
                               move fd-fch-situacao to ws-situacao-ano
                               move fd-fch-data     to ws-data-retrato
                               move fd-fch-hora     to ws-hora-retrato
                           end-if
                       end-if
                   else
                       if ws-fs-arqControle <> 10 then
                           move 5                                      to ws-msn-erro-ofsset
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
      *>  Partida em andamento (checkpoint com jogadores) gravaria nomes e
      *>  pontos do ano velho depois do fechamento: nesse caso nada e feito
      *>------------------------------------------------------------------------
       conferir-partida-aberta section.
           open input arqCheckpoint

           if ws-fs-arqCheckpoint = 00 then
               read arqCheckpoint

               if ws-fs-arqCheckpoint = 00 then
                   if fd-ckpt-qtd-jogadores is numeric
                   and fd-ckpt-qtd-jogadores <> "00" then
                       close arqCheckpoint
                       move 6                                      to ws-msn-erro-ofsset
                       move zero                                  to ws-msn-erro-cod
                       move "Partida em andamento (checkpoint)"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqCheckpoint
           end-if
           .
       conferir-partida-aberta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a lista de egressos (um nome por linha; o que vier depois
      *>  de ";" e ignorado, como na lista de chamada) e da um codigo a cada
      *>  nome novo
      *>------------------------------------------------------------------------
       carregar-egressos section.
           move ws-ano to ws-cod-ano

           open input arqEgressos

           if ws-fs-arqEgressos = 35 then
               set lista-egressos-ausente to true
           else
               if ws-fs-arqEgressos <> 00 then
                   move 7                                      to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                     to ws-msn-erro-cod
                   move "Erro ao abrir lista de egressos"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEgressos = 10

                   read arqEgressos

                   if ws-fs-arqEgressos = 00 then
                       if fd-egressos-linha <> space then
                           perform incluir-egresso
                       end-if
                   else
                       if ws-fs-arqEgressos <> 10 then
                           move 8                                      to ws-msn-erro-ofsset
                           move ws-fs-arqEgressos                     to ws-msn-erro-cod
                           move "Erro ao ler lista de egressos"       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqEgressos
           end-if
           .
       carregar-egressos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe na tabela o nome da linha corrente da lista; nome ja anonimo
      *>  ou repetido e pulado
      *>------------------------------------------------------------------------
       incluir-egresso section.
           add 1 to ws-qtd-lista

           move space to ws-nome-lido
           unstring fd-egressos-linha delimited by ";"
               into ws-nome-lido
           end-unstring
           move function trim(ws-nome-lido) to ws-nome-lido

           move ws-nome-lido to ws-nome-procura
           perform localizar-egresso

           if ws-nome-lido(1:9) = "EX-ALUNO " then
               add 1 to ws-qtd-ja-anonimos
           else
               if egresso-achado then
                   add 1 to ws-qtd-repetidos
               else
                   if ws-qtd-egressos >= ws-max-egressos then
                       move 9                                      to ws-msn-erro-ofsset
                       move zero                                  to ws-msn-erro-cod
                       move "Lista de egressos passa de 500 nomes" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtd-egressos
                   add 1 to ws-seq-codigo
                   move ws-seq-codigo to ws-cod-seq

                   initialize ws-egr-ent(ws-qtd-egressos)
                   move ws-nome-lido      to ws-egr-nome(ws-qtd-egressos)
                   move ws-codigo-anonimo to ws-egr-codigo(ws-qtd-egressos)

      *>               tamanho do nome sem os brancos do fim, para a troca
      *>               dentro de texto livre
                   perform varying ws-tam-nome from 25 by -1
                             until ws-tam-nome = 1
                                or ws-nome-lido(ws-tam-nome:1) <> space
                       continue
                   end-perform
                   move ws-tam-nome to ws-egr-tam(ws-qtd-egressos)
               end-if
           end-if
           .
       incluir-egresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-nome-procura na tabela de egressos
      *>------------------------------------------------------------------------
       localizar-egresso section.
           set egresso-nao-achado to true
           move zero to ws-ind-egr-achado

           perform varying ws-ind-egr from 1 by 1 until ws-ind-egr > ws-qtd-egressos
                                                     or egresso-achado
               if ws-egr-nome(ws-ind-egr) = ws-nome-procura then
                   set egresso-achado to true
                   move ws-ind-egr to ws-ind-egr-achado
               end-if
           end-perform
           .
       localizar-egresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre os mestres em i-o; o que ainda nao existe fica de fora
      *>------------------------------------------------------------------------
       abrir-mestres section.
           open i-o arqHistorico
           if ws-fs-arqHistorico = 35 then
               set historico-ausente to true
           else
               if ws-fs-arqHistorico <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                    to ws-msn-erro-cod
                   move "Erro ao abrir historico mestre"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqErrosHist
           if ws-fs-arqErrosHist = 35 then
               set erros-ausente to true
           else
               if ws-fs-arqErrosHist <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqErrosHist                    to ws-msn-erro-cod
                   move "Erro ao abrir erros mestre"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqDominio
           if ws-fs-arqDominio = 35 then
               set dominio-ausente to true
           else
               if ws-fs-arqDominio <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDominio                      to ws-msn-erro-cod
                   move "Erro ao abrir dominio mestre"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqCampeonato
           if ws-fs-arqCampeonato = 35 then
               set campeonatos-ausente to true
           else
               if ws-fs-arqCampeonato <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqCampeonato                   to ws-msn-erro-cod
                   move "Erro ao abrir cadastro de campeonatos" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqCampEquipes
           if ws-fs-arqCampEquipes = 35 then
               set equipes-ausente to true
           else
               if ws-fs-arqCampEquipes <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqCampEquipes                  to ws-msn-erro-cod
                   move "Erro ao abrir equipes de campeonato" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas = 35 then
               set turmas-ausente to true
           else
               if ws-fs-arqTurmas <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                       to ws-msn-erro-cod
                   move "Erro ao abrir cadastro de turmas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqMatriculas
           if ws-fs-arqMatriculas = 35 then
               set matriculas-ausente to true
           else
               if ws-fs-arqMatriculas <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de matriculas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqTarefaAlunos
           if ws-fs-arqTarefaAlunos = 35 then
               set tarefa-alunos-ausente to true
           else
               if ws-fs-arqTarefaAlunos <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTarefaAlunos                 to ws-msn-erro-cod
                   move "Erro ao abrir alunos das tarefas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqConquistas
           if ws-fs-arqConquistas = 35 then
               set conquistas-ausente to true
           else
               if ws-fs-arqConquistas <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConquistas                   to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de conquistas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqFolhasProva
           if ws-fs-arqFolhasProva = 35 then
               set folhas-ausente to true
           else
               if ws-fs-arqFolhasProva <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
                   move "Erro ao abrir folhas de prova"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqEstados
           if ws-fs-arqEstados = 35 then
               set estados-ausente to true
           else
               if ws-fs-arqEstados <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEstados                      to ws-msn-erro-cod
                   move "Erro ao abrir cadastro de itens"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqAlternativas
           if ws-fs-arqAlternativas = 35 then
               set alternativas-ausente to true
           else
               if ws-fs-arqAlternativas <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAlternativas                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de alternativas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqItensHist
           if ws-fs-arqItensHist = 35 then
               set itens-hist-ausente to true
           else
               if ws-fs-arqItensHist <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqItensHist                    to ws-msn-erro-cod
                   move "Erro ao abrir versoes dos itens"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqTarefas
           if ws-fs-arqTarefas = 35 then
               set tarefas-ausente to true
           else
               if ws-fs-arqTarefas <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTarefas                      to ws-msn-erro-cod
                   move "Erro ao abrir cadastro de tarefas"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqRegrasConquista
           if ws-fs-arqRegrasConquista = 35 then
               set regras-ausente to true
           else
               if ws-fs-arqRegrasConquista <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRegrasConquista              to ws-msn-erro-cod
                   move "Erro ao abrir regras de conquista"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       abrir-mestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca o nome de cada egresso pelo codigo nos mestres indexados
      *>------------------------------------------------------------------------
       anonimizar-mestres section.
           perform varying ws-ind-egr from 1 by 1 until ws-ind-egr > ws-qtd-egressos
               if historico-disponivel then
                   perform anonimizar-historico
               end-if
               if dominio-disponivel then
                   perform anonimizar-dominio
               end-if
               if conquistas-disponivel then
                   perform anonimizar-conquistas
               end-if
               if matriculas-disponivel then
                   perform anonimizar-matricula
               end-if
           end-perform

           if folhas-disponivel and ws-qtd-egressos > zero then
               perform anonimizar-folhas-prova
           end-if
           .
       anonimizar-mestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico do egresso corrente: mesmo registro, chave nova
      *>------------------------------------------------------------------------
       anonimizar-historico section.
           move ws-egr-nome(ws-ind-egr) to fd-hist-nome-jog
           read arqHistorico key is fd-hist-nome-jog

           if ws-fs-arqHistorico = 00 then
               move fd-historico to ws-registro-salvo

               delete arqHistorico record

               if ws-fs-arqHistorico <> 00 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                    to ws-msn-erro-cod
                   move "Erro ao excluir historico do egresso" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-registro-salvo         to fd-historico
               move ws-egr-codigo(ws-ind-egr) to fd-hist-nome-jog
               write fd-historico

               if ws-fs-arqHistorico <> 00 then
                   move 12                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                    to ws-msn-erro-cod
                   move "Erro ao gravar historico anonimo"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 1 to ws-egr-qtd-hist(ws-ind-egr)
           end-if
           .
       anonimizar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dominio do egresso corrente: cada item regravado com o codigo (a
      *>  varredura recomeca da chave seguinte depois de cada delete)
      *>------------------------------------------------------------------------
       anonimizar-dominio section.
           move ws-egr-nome(ws-ind-egr) to fd-dom-nome-jog
           move low-values              to fd-dom-cod-banco
           move low-values              to fd-dom-cod-estado
           start arqDominio key is >= fd-dom-chave

           if ws-fs-arqDominio <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqDominio next record

               if ws-fs-arqDominio = 00
               and fd-dom-nome-jog = ws-egr-nome(ws-ind-egr) then
                   move fd-dom-chave to ws-chave-salva
                   move fd-dominio   to ws-registro-salvo

                   delete arqDominio record

                   if ws-fs-arqDominio <> 00 then
                       move 13                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDominio                      to ws-msn-erro-cod
                       move "Erro ao excluir dominio do egresso"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-registro-salvo         to fd-dominio
                   move ws-egr-codigo(ws-ind-egr) to fd-dom-nome-jog
                   write fd-dominio

                   if ws-fs-arqDominio <> 00 then
                       move 14                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDominio                      to ws-msn-erro-cod
                       move "Erro ao gravar dominio anonimo"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-egr-qtd-dom(ws-ind-egr)

                   move ws-chave-salva(1:35) to fd-dom-chave
                   start arqDominio key is > fd-dom-chave

                   if ws-fs-arqDominio <> 00 then
                       set varredura-acabou to true
                   end-if
               else
                   if ws-fs-arqDominio <> 00 and ws-fs-arqDominio <> 10 then
                       move 15                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDominio                      to ws-msn-erro-cod
                       move "Erro ao ler dominio mestre"          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   set varredura-acabou to true
               end-if
           end-perform
           .
       anonimizar-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conquistas do egresso corrente, regravadas com o codigo
      *>------------------------------------------------------------------------
       anonimizar-conquistas section.
           move low-values              to fd-cqs-chave
           move ws-egr-nome(ws-ind-egr) to fd-cqs-nome-jog
           start arqConquistas key is >= fd-cqs-chave

           if ws-fs-arqConquistas <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqConquistas next record

               if ws-fs-arqConquistas = 00
               and fd-cqs-nome-jog = ws-egr-nome(ws-ind-egr) then
                   move fd-cqs-chave to ws-chave-salva
                   move fd-conquista to ws-registro-salvo

                   delete arqConquistas record

                   if ws-fs-arqConquistas <> 00 then
                       move 16                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConquistas                   to ws-msn-erro-cod
                       move "Erro ao excluir conquista do egresso" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-registro-salvo         to fd-conquista
                   move ws-egr-codigo(ws-ind-egr) to fd-cqs-nome-jog
                   write fd-conquista

                   if ws-fs-arqConquistas <> 00 then
                       move 17                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConquistas                   to ws-msn-erro-cod
                       move "Erro ao gravar conquista anonima"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-egr-qtd-cqs(ws-ind-egr)

                   move ws-chave-salva(1:54) to fd-cqs-chave
                   start arqConquistas key is > fd-cqs-chave

                   if ws-fs-arqConquistas <> 00 then
                       set varredura-acabou to true
                   end-if
               else
                   if ws-fs-arqConquistas <> 00 and ws-fs-arqConquistas <> 10 then
                       move 18                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConquistas                   to ws-msn-erro-cod
                       move "Erro ao ler arquivo de conquistas"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   set varredura-acabou to true
               end-if
           end-perform
           .
       anonimizar-conquistas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Matricula do egresso corrente: fica com o codigo ate o retrato
      *>  (a turma do ano sai nele) e e desligada depois
      *>------------------------------------------------------------------------
       anonimizar-matricula section.
           move ws-egr-nome(ws-ind-egr) to fd-mat-nome-jog
           read arqMatriculas key is fd-mat-nome-jog

           if ws-fs-arqMatriculas = 00 then
               move fd-matricula to ws-registro-salvo

               delete arqMatriculas record

               if ws-fs-arqMatriculas <> 00 then
                   move 19                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                   move "Erro ao excluir matricula do egresso" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-registro-salvo         to fd-matricula
               move ws-egr-codigo(ws-ind-egr) to fd-mat-nome-jog
               write fd-matricula

               if ws-fs-arqMatriculas <> 00 then
                   move 20                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                   move "Erro ao gravar matricula anonima"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 1 to ws-egr-qtd-mat(ws-ind-egr)
           end-if
           .
       anonimizar-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tira os egressos das listas avulsas das tarefas de casa (chave e
      *>  tarefa+nome, entao o arquivo e percorrido inteiro)
      *>------------------------------------------------------------------------
       retirar-tarefa-alunos section.
           move low-values to fd-tal-chave
           start arqTarefaAlunos key is >= fd-tal-chave

           if ws-fs-arqTarefaAlunos <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqTarefaAlunos next record

               if ws-fs-arqTarefaAlunos = 00 then
                   move fd-tal-nome-jog to ws-nome-procura
                   perform localizar-egresso

                   if egresso-achado then
                       move fd-tal-chave to ws-chave-salva

                       delete arqTarefaAlunos record

                       if ws-fs-arqTarefaAlunos <> 00 then
                           move 21                                     to ws-msn-erro-ofsset
                           move ws-fs-arqTarefaAlunos                 to ws-msn-erro-cod
                           move "Erro ao retirar egresso de tarefa"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-egr-qtd-tal(ws-ind-egr-achado)

                       move ws-chave-salva(1:31) to fd-tal-chave
                       start arqTarefaAlunos key is > fd-tal-chave

                       if ws-fs-arqTarefaAlunos <> 00 then
                           set varredura-acabou to true
                       end-if
                   end-if
               else
                   if ws-fs-arqTarefaAlunos <> 10 then
                       move 22                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTarefaAlunos                 to ws-msn-erro-cod
                       move "Erro ao ler alunos das tarefas"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   set varredura-acabou to true
               end-if
           end-perform
           .
       retirar-tarefa-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca o nome dos egressos no cabecalho das folhas de prova em
      *>  papel (o nome nao e chave, entao o arquivo e percorrido inteiro e
      *>  o cabecalho regravado no lugar)
      *>------------------------------------------------------------------------
       anonimizar-folhas-prova section.
           move low-values to fd-fol-chave
           start arqFolhasProva key is >= fd-fol-chave

           if ws-fs-arqFolhasProva <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqFolhasProva next record

               if ws-fs-arqFolhasProva = 00 then
                   if fd-fol-seq = zero and fd-fol-nome-jog <> space then
                       move fd-fol-nome-jog to ws-nome-procura
                       perform localizar-egresso

                       if egresso-achado then
                           move ws-egr-codigo(ws-ind-egr-achado) to fd-fol-nome-jog
                           rewrite fd-folha-prova

                           if ws-fs-arqFolhasProva <> 00 then
                               move 61                                     to ws-msn-erro-ofsset
                               move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
                               move "Erro ao anonimizar folha de prova"   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           add 1 to ws-egr-qtd-fol(ws-ind-egr-achado)
                       end-if
                   end-if
               else
                   if ws-fs-arqFolhasProva <> 10 then
                       move 62                                     to ws-msn-erro-ofsset
                       move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
                       move "Erro ao ler folhas de prova"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   set varredura-acabou to true
               end-if
           end-perform
           .
       anonimizar-folhas-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anonimiza o jornal vivo, o jornal mestre da juncao (quando esta
      *>  instalacao tiver) e os arquivos mortos mensais
      *>------------------------------------------------------------------------
       anonimizar-diarios section.
           if ws-qtd-egressos > zero then
               move "jornalRespostas.txt" to ws-nome-arq-diario
               perform anonimizar-diario

               move "jornalMestre.txt"    to ws-nome-arq-diario
               perform anonimizar-diario

               move ws-mes-ini to ws-mes-varredura

               perform until ws-mes-varredura > ws-mes-final
                   move spaces to ws-nome-arq-diario
                   string "jornal-"         delimited by size
                          ws-mes-varredura  delimited by size
                          ".txt"            delimited by size
                     into ws-nome-arq-diario
                   end-string
                   perform anonimizar-diario

                   if ws-mes-var-mes = 12 then
                       add 1 to ws-mes-var-ano
                       move 1 to ws-mes-var-mes
                   else
                       add 1 to ws-mes-var-mes
                   end-if
               end-perform
           end-if
           .
       anonimizar-diarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o diario ws-nome-arq-diario para a area de trabalho com os
      *>  nomes trocados; havendo troca, o diario e regravado da area (o
      *>  original so e recriado depois da copia inteira estar salva)
      *>------------------------------------------------------------------------
       anonimizar-diario section.
           move zero to ws-qtd-lidos-arq
           move zero to ws-qtd-alterados-arq

           open input arqDiario

           if ws-fs-arqDiario = 35 then
      *>           mes sem fechamento (ou instalacao sem juncao): nada aqui
               continue
           else
               if ws-fs-arqDiario <> 00 then
                   move 23                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDiario                       to ws-msn-erro-cod
                   move "Erro ao abrir diario p/ anonimizar"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output arqTrabalho

               if ws-fs-arqTrabalho <> 00 then
                   move 24                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                   move "Erro ao abrir area de trabalho"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqDiario = 10

                   read arqDiario next record

                   if ws-fs-arqDiario = 00 then
                       add 1 to ws-qtd-lidos-arq

                       move fd-dia-nome-jog to ws-nome-procura
                       perform localizar-egresso

                       if egresso-achado then
                           move ws-egr-codigo(ws-ind-egr-achado) to fd-dia-nome-jog
                           add 1 to ws-egr-qtd-jrn(ws-ind-egr-achado)
                           add 1 to ws-qtd-alterados-arq
                       end-if

                       write fd-trabalho-linha from fd-diario

                       if ws-fs-arqTrabalho <> 00 then
                           move 25                                     to ws-msn-erro-ofsset
                           move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                           move "Erro ao gravar area de trabalho"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       if ws-fs-arqDiario <> 10 then
                           move 26                                     to ws-msn-erro-ofsset
                           move ws-fs-arqDiario                       to ws-msn-erro-cod
                           move "Erro ao ler diario p/ anonimizar"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqDiario
               close arqTrabalho

               if ws-qtd-alterados-arq > zero then
                   perform regravar-diario
               end-if

               move ws-nome-arq-diario to ws-nome-arq-texto
               perform guardar-resultado-arquivo
           end-if
           .
       anonimizar-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o diario ws-nome-arq-diario a partir da area de trabalho
      *>------------------------------------------------------------------------
       regravar-diario section.
           open input arqTrabalho

           if ws-fs-arqTrabalho <> 00 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqTrabalho                     to ws-msn-erro-cod
               move "Erro ao reabrir area de trabalho"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqDiario

           if ws-fs-arqDiario <> 00 then
               move 28                                     to ws-msn-erro-ofsset
               move ws-fs-arqDiario                       to ws-msn-erro-cod
               move "Erro ao recriar diario anonimizado"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqTrabalho = 10

               read arqTrabalho next record

               if ws-fs-arqTrabalho = 00 then
                   move fd-trabalho-linha to fd-diario
                   write fd-diario

                   if ws-fs-arqDiario <> 00 then
                       move 29                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDiario                       to ws-msn-erro-cod
                       move "Erro ao regravar diario anonimizado" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if ws-fs-arqTrabalho <> 10 then
                       move 30                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                       move "Erro ao reler area de trabalho"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqDiario
           close arqTrabalho
           .
       regravar-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda lidos/alterados do arquivo ws-nome-arq-texto p/ o relatorio
      *>------------------------------------------------------------------------
       guardar-resultado-arquivo section.
           if ws-qtd-arquivos < ws-max-arquivos then
               add 1 to ws-qtd-arquivos
               move ws-nome-arq-texto    to ws-arq-nome(ws-qtd-arquivos)
               move ws-qtd-lidos-arq     to ws-arq-lidos(ws-qtd-arquivos)
               move ws-qtd-alterados-arq to ws-arq-alterados(ws-qtd-arquivos)
           end-if
           .
       guardar-resultado-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anonimiza os textos livres: o registro de alteracoes (chave e
      *>  imagens antes/depois) e os relatorios acumulados pelo jogo
      *>------------------------------------------------------------------------
       anonimizar-textos section.
           if ws-qtd-egressos > zero then
               perform anonimizar-log-alteracoes

               move "relatorioFinal.txt"  to ws-nome-arq-texto
               perform anonimizar-texto

               move "resultadoSessao.csv" to ws-nome-arq-texto
               perform anonimizar-texto
           end-if
           .
       anonimizar-textos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro de alteracoes: nome trocado na chave, no antes e no
      *>  depois de cada linha (renomear, fundir, matricula etc.)
      *>------------------------------------------------------------------------
       anonimizar-log-alteracoes section.
           move zero to ws-qtd-lidos-arq
           move zero to ws-qtd-alterados-arq

           open input arqLogAlteracoes

           if ws-fs-arqLogAlteracoes = 35 then
               continue
           else
               if ws-fs-arqLogAlteracoes <> 00 then
                   move 31                                     to ws-msn-erro-ofsset
                   move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
                   move "Erro ao abrir registro de alteracoes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output arqTrabalho

               if ws-fs-arqTrabalho <> 00 then
                   move 24                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                   move "Erro ao abrir area de trabalho"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqLogAlteracoes = 10

                   read arqLogAlteracoes

                   if ws-fs-arqLogAlteracoes = 00 then
                       add 1 to ws-qtd-lidos-arq
                       move zero to ws-qtd-trocas

                       move spaces        to ws-texto-anon
                       move fd-lga-chave  to ws-texto-anon
                       move 41            to ws-tam-texto
                       perform substituir-nomes-texto
                       move ws-texto-anon(1:41) to fd-lga-chave

                       move spaces        to ws-texto-anon
                       move fd-lga-antes  to ws-texto-anon
                       move 63            to ws-tam-texto
                       perform substituir-nomes-texto
                       move ws-texto-anon(1:63) to fd-lga-antes

                       move spaces        to ws-texto-anon
                       move fd-lga-depois to ws-texto-anon
                       move 63            to ws-tam-texto
                       perform substituir-nomes-texto
                       move ws-texto-anon(1:63) to fd-lga-depois

                       if ws-qtd-trocas > zero then
                           add 1 to ws-qtd-alterados-arq
                       end-if

                       write fd-trabalho-linha from fd-log-alteracao

                       if ws-fs-arqTrabalho <> 00 then
                           move 25                                     to ws-msn-erro-ofsset
                           move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                           move "Erro ao gravar area de trabalho"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       if ws-fs-arqLogAlteracoes <> 10 then
                           move 32                                     to ws-msn-erro-ofsset
                           move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
                           move "Erro ao ler registro de alteracoes"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqLogAlteracoes
               close arqTrabalho

               if ws-qtd-alterados-arq > zero then
                   perform regravar-log-alteracoes
               end-if

               move "logAlteracoes.txt" to ws-nome-arq-texto
               perform guardar-resultado-arquivo
           end-if
           .
       anonimizar-log-alteracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o registro de alteracoes a partir da area de trabalho
      *>------------------------------------------------------------------------
       regravar-log-alteracoes section.
           open input arqTrabalho

           if ws-fs-arqTrabalho <> 00 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqTrabalho                     to ws-msn-erro-cod
               move "Erro ao reabrir area de trabalho"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqLogAlteracoes

           if ws-fs-arqLogAlteracoes <> 00 then
               move 33                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
               move "Erro ao recriar registro de alteracoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqTrabalho = 10

               read arqTrabalho next record

               if ws-fs-arqTrabalho = 00 then
                   move fd-trabalho-linha to fd-log-alteracao
                   write fd-log-alteracao

                   if ws-fs-arqLogAlteracoes <> 00 then
                       move 34                                     to ws-msn-erro-ofsset
                       move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
                       move "Erro ao regravar registro de alteracoes" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if ws-fs-arqTrabalho <> 10 then
                       move 30                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                       move "Erro ao reler area de trabalho"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqLogAlteracoes
           close arqTrabalho
           .
       regravar-log-alteracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de texto livre ws-nome-arq-texto: nomes trocados linha
      *>  a linha, regravado da area de trabalho quando houver troca
      *>------------------------------------------------------------------------
       anonimizar-texto section.
           move zero to ws-qtd-lidos-arq
           move zero to ws-qtd-alterados-arq

           open input arqTexto

           if ws-fs-arqTexto = 35 then
               continue
           else
               if ws-fs-arqTexto <> 00 then
                   move 35                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTexto                        to ws-msn-erro-cod
                   move "Erro ao abrir relatorio p/ anonimizar" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output arqTrabalho

               if ws-fs-arqTrabalho <> 00 then
                   move 24                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                   move "Erro ao abrir area de trabalho"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqTexto = 10

                   read arqTexto

                   if ws-fs-arqTexto = 00 then
                       add 1 to ws-qtd-lidos-arq
                       move zero to ws-qtd-trocas

                       move spaces         to ws-texto-anon
                       move fd-texto-linha to ws-texto-anon
                       move 80             to ws-tam-texto
                       perform substituir-nomes-texto
                       move ws-texto-anon(1:80) to fd-texto-linha

                       if ws-qtd-trocas > zero then
                           add 1 to ws-qtd-alterados-arq
                       end-if

                       write fd-trabalho-linha from fd-texto-linha

                       if ws-fs-arqTrabalho <> 00 then
                           move 25                                     to ws-msn-erro-ofsset
                           move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                           move "Erro ao gravar area de trabalho"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       if ws-fs-arqTexto <> 10 then
                           move 36                                     to ws-msn-erro-ofsset
                           move ws-fs-arqTexto                        to ws-msn-erro-cod
                           move "Erro ao ler relatorio p/ anonimizar" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqTexto
               close arqTrabalho

               if ws-qtd-alterados-arq > zero then
                   perform regravar-texto
               end-if

               perform guardar-resultado-arquivo
           end-if
           .
       anonimizar-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o relatorio ws-nome-arq-texto a partir da area de trabalho
      *>------------------------------------------------------------------------
       regravar-texto section.
           open input arqTrabalho

           if ws-fs-arqTrabalho <> 00 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqTrabalho                     to ws-msn-erro-cod
               move "Erro ao reabrir area de trabalho"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqTexto

           if ws-fs-arqTexto <> 00 then
               move 37                                     to ws-msn-erro-ofsset
               move ws-fs-arqTexto                        to ws-msn-erro-cod
               move "Erro ao recriar relatorio anonimizado" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqTrabalho = 10

               read arqTrabalho next record

               if ws-fs-arqTrabalho = 00 then
                   move fd-trabalho-linha to fd-texto-linha
                   write fd-texto-linha

                   if ws-fs-arqTexto <> 00 then
                       move 38                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTexto                        to ws-msn-erro-cod
                       move "Erro ao regravar relatorio anonimizado" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if ws-fs-arqTrabalho <> 10 then
                       move 30                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTrabalho                     to ws-msn-erro-cod
                       move "Erro ao reler area de trabalho"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqTexto
           close arqTrabalho
           .
       regravar-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca, em ws-texto-anon (ws-tam-texto posicoes), cada nome de
      *>  egresso que aparecer inteiro pelo codigo dele; conta as trocas em
      *>  ws-qtd-trocas
      *>------------------------------------------------------------------------
       substituir-nomes-texto section.
           perform varying ws-ind-egr from 1 by 1 until ws-ind-egr > ws-qtd-egressos
               move ws-egr-tam(ws-ind-egr) to ws-tam-nome

               if ws-tam-nome <= ws-tam-texto then
                   move zero to ws-qtd-ocorr
                   inspect ws-texto-anon(1:ws-tam-texto)
                       tallying ws-qtd-ocorr
                       for all ws-egr-nome(ws-ind-egr)(1:ws-tam-nome)

                   if ws-qtd-ocorr > zero then
                       perform trocar-nome-texto
                   end-if
               end-if
           end-perform
           .
       substituir-nomes-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre ws-texto-anon trocando as ocorrencias isoladas do nome do
      *>  egresso ws-ind-egr
      *>------------------------------------------------------------------------
       trocar-nome-texto section.
           move 1 to ws-pos

           perform until ws-pos + ws-tam-nome - 1 > ws-tam-texto
               compute ws-pos-fim = ws-pos + ws-tam-nome - 1

               set nome-nao-isolado to true
               if ws-texto-anon(ws-pos:ws-tam-nome) = ws-egr-nome(ws-ind-egr)(1:ws-tam-nome) then
                   perform conferir-limites-nome
               end-if

               if nome-isolado then
                   perform montar-texto-trocado
                   add 1 to ws-qtd-trocas
                   add 1 to ws-egr-qtd-txt(ws-ind-egr)
               else
                   add 1 to ws-pos
               end-if
           end-perform
           .
       trocar-nome-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O nome achado em ws-pos so vale se nao for pedaco de outra palavra
      *>------------------------------------------------------------------------
       conferir-limites-nome section.
           set nome-isolado to true

           if ws-pos > 1 then
               move ws-texto-anon(ws-pos - 1:1) to ws-car-teste
               if not car-separador then
                   set nome-nao-isolado to true
               end-if
           end-if

           if ws-pos-fim < ws-tam-texto then
               move ws-texto-anon(ws-pos-fim + 1:1) to ws-car-teste
               if not car-separador then
                   set nome-nao-isolado to true
               end-if
           end-if
           .
       conferir-limites-nome-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe o codigo no lugar do nome em ws-pos: na mesma coluna de 25
      *>  quando o nome ocupa uma (imagem de registro, relatorio alinhado);
      *>  senao o resto do texto e deslocado e o excesso se perde no fim
      *>------------------------------------------------------------------------
       montar-texto-trocado section.
           if ws-pos + 24 <= ws-tam-texto
           and ws-texto-anon(ws-pos:25) = ws-egr-nome(ws-ind-egr) then
               move ws-egr-codigo(ws-ind-egr) to ws-texto-anon(ws-pos:25)
               add 25 to ws-pos
           else
               move spaces to ws-texto-novo
               move 1      to ws-ptr-texto

               if ws-pos > 1 then
                   string ws-texto-anon(1:ws-pos - 1) delimited by size
                     into ws-texto-novo with pointer ws-ptr-texto
                   end-string
               end-if

               string ws-egr-codigo(ws-ind-egr)(1:ws-tam-codigo) delimited by size
                 into ws-texto-novo with pointer ws-ptr-texto
               end-string
               move ws-ptr-texto to ws-pos-novo

               if ws-pos-fim < ws-tam-texto then
                   string ws-texto-anon(ws-pos-fim + 1:ws-tam-texto - ws-pos-fim) delimited by size
                     into ws-texto-novo with pointer ws-ptr-texto
                   end-string
               end-if

               move spaces to ws-texto-anon
               move ws-texto-novo(1:ws-tam-texto) to ws-texto-anon(1:ws-tam-texto)
               move ws-pos-novo to ws-pos
           end-if
           .
       montar-texto-trocado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retrato do ano: cada mestre copiado para fechamentoAAAA-*.txt (a
      *>  mesma imagem do registro, como nos backups), o ranking geral
      *>  final e os backups lidos pela opcao Restaurar
      *>------------------------------------------------------------------------
       gravar-retrato section.
           accept ws-data-retrato from date yyyymmdd
           accept ws-hora-retrato from time

           if historico-disponivel then
               perform retratar-historico
               perform retratar-ranking
           end-if

           if dominio-disponivel then
               perform retratar-dominio
           end-if

           if erros-disponivel then
               perform retratar-erros
           end-if

           if campeonatos-disponivel then
               perform retratar-campeonatos
           end-if

           if equipes-disponivel then
               perform retratar-equipes
           end-if

           if turmas-disponivel then
               perform retratar-turmas
           end-if

           if matriculas-disponivel then
               perform retratar-matriculas
           end-if

           if conquistas-disponivel then
               perform retratar-conquistas
           end-if

           if estados-disponivel then
               perform retratar-estados
           end-if

           if alternativas-disponivel then
               perform retratar-alternativas
           end-if

           if itens-hist-disponivel then
               perform retratar-itens-hist
           end-if

           if tarefas-disponivel then
               perform retratar-tarefas
           end-if

           if tarefa-alunos-disponivel then
               perform retratar-tarefa-alunos
           end-if

           if regras-disponivel then
               perform retratar-regras
           end-if

           if folhas-disponivel then
               perform retratar-folhas-prova
           end-if
           .
       gravar-retrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o arquivo de retrato fechamentoAAAA-<ws-sufixo-retrato>.txt
      *>------------------------------------------------------------------------
       abrir-retrato section.
           move spaces to ws-nome-arq-retrato
           string "fechamento"       delimited by size
                  ws-ano             delimited by size
                  "-"                delimited by size
                  ws-sufixo-retrato  delimited by space
                  ".txt"             delimited by size
             into ws-nome-arq-retrato
           end-string

           move zero to ws-qtd-linhas-retrato

           open output arqRetrato

           if ws-fs-arqRetrato <> 00 then
               move 39                                     to ws-msn-erro-ofsset
               move ws-fs-arqRetrato                      to ws-msn-erro-cod
               move "Erro ao abrir arquivo de retrato"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abrir-retrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha corrente do retrato
      *>------------------------------------------------------------------------
       gravar-linha-retrato section.
           write fd-retrato-linha

           if ws-fs-arqRetrato <> 00 then
               move 40                                     to ws-msn-erro-ofsset
               move ws-fs-arqRetrato                      to ws-msn-erro-cod
               move "Erro ao gravar arquivo de retrato"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-linhas-retrato
           .
       gravar-linha-retrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o retrato e guarda o total dele para o relatorio
      *>------------------------------------------------------------------------
       fechar-retrato section.
           close arqRetrato

           if ws-fs-arqRetrato <> 00 then
               move 41                                     to ws-msn-erro-ofsset
               move ws-fs-arqRetrato                      to ws-msn-erro-cod
               move "Erro ao fechar arquivo de retrato"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-retratos < ws-max-retratos then
               add 1 to ws-qtd-retratos
               move ws-nome-arq-retrato   to ws-ret-nome(ws-qtd-retratos)
               move ws-qtd-linhas-retrato to ws-ret-qtd(ws-qtd-retratos)
           end-if
           .
       fechar-retrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico: retrato, backup e a tabela do ranking final
      *>------------------------------------------------------------------------
       retratar-historico section.
           move "historico" to ws-sufixo-retrato
           perform abrir-retrato

           open output arqHistoricoBkp

           if ws-fs-arqHistoricoBkp <> 00 then
               move 42                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoBkp                 to ws-msn-erro-cod
               move "Erro ao abrir backup do historico"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-qtd-ranking

           move low-values to fd-hist-nome-jog
           start arqHistorico key is >= fd-hist-nome-jog

           perform until ws-fs-arqHistorico <> 00
               read arqHistorico next record

               if ws-fs-arqHistorico = 00 then
                   move fd-historico to fd-retrato-linha
                   perform gravar-linha-retrato

                   write fd-histbkp-linha from fd-historico

                   if ws-fs-arqHistoricoBkp <> 00 then
                       move 43                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoBkp                 to ws-msn-erro-cod
                       move "Erro ao gravar backup do historico"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform acumular-ranking
               end-if
           end-perform

           close arqHistoricoBkp
           perform fechar-retrato
           .
       retratar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe o historico lido na tabela do ranking (cheia, o registro novo
      *>  toma o lugar do menor pontuador, como na tela de Ranking Geral)
      *>------------------------------------------------------------------------
       acumular-ranking section.
           if ws-qtd-ranking < ws-max-ranking then
               add 1 to ws-qtd-ranking
               move fd-hist-nome-jog   to ws-rnk-nome(ws-qtd-ranking)
               move fd-hist-pontos-tot to ws-rnk-pontos(ws-qtd-ranking)
           else
               move 1 to ws-ind-rnk-min
               perform varying ws-ind-rnk from 2 by 1 until ws-ind-rnk > ws-max-ranking
                   if ws-rnk-pontos(ws-ind-rnk) < ws-rnk-pontos(ws-ind-rnk-min) then
                       move ws-ind-rnk to ws-ind-rnk-min
                   end-if
               end-perform

               if fd-hist-pontos-tot > ws-rnk-pontos(ws-ind-rnk-min) then
                   move fd-hist-nome-jog   to ws-rnk-nome(ws-ind-rnk-min)
                   move fd-hist-pontos-tot to ws-rnk-pontos(ws-ind-rnk-min)
               end-if
           end-if
           .
       acumular-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ranking geral final do ano, do maior para o menor pontuador
      *>------------------------------------------------------------------------
       retratar-ranking section.
           set trocou  to true

           perform until nao_trocou
               move 1           to     ws-ind-rnk

               set nao_trocou   to true

               perform until ws-ind-rnk = ws-qtd-ranking
                       or    ws-ind-rnk > ws-qtd-ranking

                   if ws-rnk-pontos(ws-ind-rnk) < ws-rnk-pontos(ws-ind-rnk + 1) then
      *>                FAZ TROCA...
                       move ws-rnk-ent(ws-ind-rnk + 1)  to  ws-rnk-aux
                       move ws-rnk-ent(ws-ind-rnk)      to  ws-rnk-ent(ws-ind-rnk + 1)
                       move ws-rnk-aux                  to  ws-rnk-ent(ws-ind-rnk)

                       set trocou         to  true

                   end-if
                   add  1   to ws-ind-rnk
               end-perform
           end-perform

           move "ranking" to ws-sufixo-retrato
           perform abrir-retrato

           move spaces to fd-retrato-linha
           string "RANKING GERAL DO ANO LETIVO " delimited by size
                  ws-ano                         delimited by size
                  " - POSICAO FINAL EM "         delimited by size
                  ws-data-retrato                delimited by size
             into fd-retrato-linha
           end-string
           perform gravar-linha-retrato

           move spaces to fd-retrato-linha
           perform gravar-linha-retrato

           move "   POS   JOGADOR                      PONTOS" to fd-retrato-linha
           perform gravar-linha-retrato

           perform varying ws-ind-rnk from 1 by 1 until ws-ind-rnk > ws-qtd-ranking
               move ws-ind-rnk                to ws-lrk-pos
               move ws-rnk-nome(ws-ind-rnk)   to ws-lrk-nome
               move ws-rnk-pontos(ws-ind-rnk) to ws-lrk-pontos
               move ws-linha-ranking          to fd-retrato-linha
               perform gravar-linha-retrato
           end-perform

           perform fechar-retrato
           .
       retratar-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dominio: retrato e backup
      *>------------------------------------------------------------------------
       retratar-dominio section.
           move "dominio" to ws-sufixo-retrato
           perform abrir-retrato

           open output arqDominioBkp

           if ws-fs-arqDominioBkp <> 00 then
               move 44                                     to ws-msn-erro-ofsset
               move ws-fs-arqDominioBkp                   to ws-msn-erro-cod
               move "Erro ao abrir backup do dominio"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move low-values to fd-dom-chave
           start arqDominio key is >= fd-dom-chave

           perform until ws-fs-arqDominio <> 00
               read arqDominio next record

               if ws-fs-arqDominio = 00 then
                   move fd-dominio to fd-retrato-linha
                   perform gravar-linha-retrato

                   write fd-dombkp-linha from fd-dominio

                   if ws-fs-arqDominioBkp <> 00 then
                       move 45                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDominioBkp                   to ws-msn-erro-cod
                       move "Erro ao gravar backup do dominio"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqDominioBkp
           perform fechar-retrato
           .
       retratar-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Erros por item: retrato e backup
      *>------------------------------------------------------------------------
       retratar-erros section.
           move "erros" to ws-sufixo-retrato
           perform abrir-retrato

           open output arqErrosBkp

           if ws-fs-arqErrosBkp <> 00 then
               move 46                                     to ws-msn-erro-ofsset
               move ws-fs-arqErrosBkp                     to ws-msn-erro-cod
               move "Erro ao abrir backup dos erros"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move low-values to fd-erroshist-chave
           start arqErrosHist key is >= fd-erroshist-chave

           perform until ws-fs-arqErrosHist <> 00
               read arqErrosHist next record

               if ws-fs-arqErrosHist = 00 then
                   move fd-erros-hist to fd-retrato-linha
                   perform gravar-linha-retrato

                   write fd-errbkp-linha from fd-erros-hist

                   if ws-fs-arqErrosBkp <> 00 then
                       move 47                                     to ws-msn-erro-ofsset
                       move ws-fs-arqErrosBkp                     to ws-msn-erro-cod
                       move "Erro ao gravar backup dos erros"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqErrosBkp
           perform fechar-retrato
           .
       retratar-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campeonatos: retrato; os encerrados ficam anotados para a zeragem
      *>------------------------------------------------------------------------
       retratar-campeonatos section.
           move "campeonatos" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-camp-nome
           start arqCampeonato key is >= fd-camp-nome

           perform until ws-fs-arqCampeonato <> 00
               read arqCampeonato next record

               if ws-fs-arqCampeonato = 00 then
                   move fd-campeonato to fd-retrato-linha
                   perform gravar-linha-retrato

                   if fd-camp-situacao = "E" then
                       if ws-qtd-camp-enc < ws-max-camp-enc then
                           add 1 to ws-qtd-camp-enc
                           move fd-camp-nome to ws-cpe-nome(ws-qtd-camp-enc)
                       end-if
                   else
                       add 1 to ws-qtd-camp-andamento
                   end-if
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-campeonatos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Classificacao das equipes por campeonato: retrato
      *>------------------------------------------------------------------------
       retratar-equipes section.
           move "equipes" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-ceq-chave
           start arqCampEquipes key is >= fd-ceq-chave

           perform until ws-fs-arqCampEquipes <> 00
               read arqCampEquipes next record

               if ws-fs-arqCampEquipes = 00 then
                   move fd-camp-equipe to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-equipes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Turmas do ano: retrato
      *>------------------------------------------------------------------------
       retratar-turmas section.
           move "turmas" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-tur-codigo
           start arqTurmas key is >= fd-tur-codigo

           perform until ws-fs-arqTurmas <> 00
               read arqTurmas next record

               if ws-fs-arqTurmas = 00 then
                   move fd-turma to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Matriculas do ano (egressos ja com o codigo): retrato
      *>------------------------------------------------------------------------
       retratar-matriculas section.
           move "matriculas" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-mat-nome-jog
           start arqMatriculas key is >= fd-mat-nome-jog

           perform until ws-fs-arqMatriculas <> 00
               read arqMatriculas next record

               if ws-fs-arqMatriculas = 00 then
                   move fd-matricula to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-matriculas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conquistas: retrato (elas continuam no arquivo no ano novo)
      *>------------------------------------------------------------------------
       retratar-conquistas section.
           move "conquistas" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-cqs-chave
           start arqConquistas key is >= fd-cqs-chave

           perform until ws-fs-arqConquistas <> 00
               read arqConquistas next record

               if ws-fs-arqConquistas = 00 then
                   move fd-conquista to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-conquistas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro dos itens de todos os bancos: retrato
      *>------------------------------------------------------------------------
       retratar-estados section.
           move "itens" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-chave-estado
           start arqEstados key is >= fd-chave-estado

           perform until ws-fs-arqEstados <> 00
               read arqEstados next record

               if ws-fs-arqEstados = 00 then
                   move fd-estados to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-estados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Respostas alternativas dos itens: retrato
      *>------------------------------------------------------------------------
       retratar-alternativas section.
           move "alternativas" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-alt-chave
           start arqAlternativas key is >= fd-alt-chave

           perform until ws-fs-arqAlternativas <> 00
               read arqAlternativas next record

               if ws-fs-arqAlternativas = 00 then
                   move fd-alternativa to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-alternativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Versoes datadas dos itens: retrato
      *>------------------------------------------------------------------------
       retratar-itens-hist section.
           move "versoesItens" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-ith-chave
           start arqItensHist key is >= fd-ith-chave

           perform until ws-fs-arqItensHist <> 00
               read arqItensHist next record

               if ws-fs-arqItensHist = 00 then
                   move fd-itens-hist to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-itens-hist-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tarefas de casa do ano: retrato
      *>------------------------------------------------------------------------
       retratar-tarefas section.
           move "tarefas" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-tar-codigo
           start arqTarefas key is >= fd-tar-codigo

           perform until ws-fs-arqTarefas <> 00
               read arqTarefas next record

               if ws-fs-arqTarefas = 00 then
                   move fd-tarefa to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-tarefas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Listas avulsas das tarefas: retrato antes de os egressos sairem,
      *>  com o codigo no lugar do nome deles (so na linha do retrato)
      *>------------------------------------------------------------------------
       retratar-tarefa-alunos section.
           move "tarefaAlunos" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-tal-chave
           start arqTarefaAlunos key is >= fd-tal-chave

           perform until ws-fs-arqTarefaAlunos <> 00
               read arqTarefaAlunos next record

               if ws-fs-arqTarefaAlunos = 00 then
                   move fd-tarefa-aluno to fd-retrato-linha

      *>               nome na linha do retrato: posicoes 7 a 31 (depois do
      *>               codigo da tarefa)
                   move fd-tal-nome-jog to ws-nome-procura
                   perform localizar-egresso

                   if egresso-achado then
                       move ws-egr-codigo(ws-ind-egr-achado) to fd-retrato-linha(7:25)
                   end-if

                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-tarefa-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regras de conquista: retrato
      *>------------------------------------------------------------------------
       retratar-regras section.
           move "regras" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-rcq-codigo
           start arqRegrasConquista key is >= fd-rcq-codigo

           perform until ws-fs-arqRegrasConquista <> 00
               read arqRegrasConquista next record

               if ws-fs-arqRegrasConquista = 00 then
                   move fd-regra-conquista to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Folhas de prova em papel (cabecalhos ja com o codigo dos
      *>  egressos): retrato
      *>------------------------------------------------------------------------
       retratar-folhas-prova section.
           move "folhasProva" to ws-sufixo-retrato
           perform abrir-retrato

           move low-values to fd-fol-chave
           start arqFolhasProva key is >= fd-fol-chave

           perform until ws-fs-arqFolhasProva <> 00
               read arqFolhasProva next record

               if ws-fs-arqFolhasProva = 00 then
                   move fd-folha-prova to fd-retrato-linha
                   perform gravar-linha-retrato
               end-if
           end-perform

           perform fechar-retrato
           .
       retratar-folhas-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em controleFechamento.txt a situacao ws-fch-situacao-nova
      *>  do ano (S = retrato gravado, F = fechado, A = anonimizacao)
      *>------------------------------------------------------------------------
       registrar-controle section.
           open extend arqControle

           if ws-fs-arqControle = 35 then
               open output arqControle
               close       arqControle
               open extend arqControle
           end-if

           if ws-fs-arqControle <> 00 then
               move 48                                     to ws-msn-erro-ofsset
               move ws-fs-arqControle                     to ws-msn-erro-cod
               move "Erro ao abrir controle de fechamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano                to fd-fch-ano
           move ws-fch-situacao-nova  to fd-fch-situacao
           if ws-fch-situacao-nova = "A" then
               move ws-data-hoje      to fd-fch-data
               accept fd-fch-hora from time
           else
               move ws-data-retrato   to fd-fch-data
               move ws-hora-retrato   to fd-fch-hora
           end-if
           move ws-erros-zeragem      to fd-fch-manter-erros
           move ws-seq-codigo         to fd-fch-ultimo-codigo
           move ws-qtd-egressos       to fd-fch-qtd-egressos
           write fd-controle

           if ws-fs-arqControle <> 00 then
               move 49                                     to ws-msn-erro-ofsset
               move ws-fs-arqControle                     to ws-msn-erro-cod
               move "Erro ao gravar controle de fechamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControle
           .
       registrar-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desliga a matricula dos egressos (ja retratada com o codigo) e
      *>  tira os egressos das listas avulsas de tarefa (ja retratadas)
      *>------------------------------------------------------------------------
       desligar-egressos section.
           if tarefa-alunos-disponivel and ws-qtd-egressos > zero then
               perform retirar-tarefa-alunos
           end-if

           if matriculas-disponivel then
               perform varying ws-ind-egr from 1 by 1 until ws-ind-egr > ws-qtd-egressos
                   move ws-egr-codigo(ws-ind-egr) to fd-mat-nome-jog
                   read arqMatriculas key is fd-mat-nome-jog

                   if ws-fs-arqMatriculas = 00 then
                       delete arqMatriculas record

                       if ws-fs-arqMatriculas <> 00 then
                           move 50                                     to ws-msn-erro-ofsset
                           move ws-fs-arqMatriculas                   to ws-msn-erro-cod
                           move "Erro ao desligar matricula"          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtd-desligados
                   end-if
               end-perform
           end-if
           .
       desligar-egressos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zeragem para o ano novo: historico e dominio (e os erros, se
      *>  pedido) recriados vazios; campeonatos encerrados removidos
      *>------------------------------------------------------------------------
       zerar-mestres section.
           if historico-disponivel then
               perform contar-historico
               close       arqHistorico
               open output arqHistorico
               close       arqHistorico
               open i-o    arqHistorico

               if ws-fs-arqHistorico <> 00 then
                   move 51                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                    to ws-msn-erro-cod
                   move "Erro ao zerar historico mestre"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if dominio-disponivel then
               perform contar-dominio
               close       arqDominio
               open output arqDominio
               close       arqDominio
               open i-o    arqDominio

               if ws-fs-arqDominio <> 00 then
                   move 52                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDominio                      to ws-msn-erro-cod
                   move "Erro ao zerar dominio mestre"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if erros-disponivel and zerar-erros then
               perform contar-erros
               close       arqErrosHist
               open output arqErrosHist
               close       arqErrosHist
               open i-o    arqErrosHist

               if ws-fs-arqErrosHist <> 00 then
                   move 53                                     to ws-msn-erro-ofsset
                   move ws-fs-arqErrosHist                    to ws-msn-erro-cod
                   move "Erro ao zerar erros mestre"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>       fechamento retomado: a lista dos encerrados sai do cadastro
           if campeonatos-disponivel and ws-qtd-camp-enc = zero then
               perform listar-campeonatos-encerrados
           end-if

           if campeonatos-disponivel then
               perform varying ws-ind-cpe from 1 by 1 until ws-ind-cpe > ws-qtd-camp-enc
                   perform remover-campeonato
               end-perform
           end-if
           .
       zerar-mestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens do que a zeragem tira de cada mestre
      *>------------------------------------------------------------------------
       contar-historico section.
           move low-values to fd-hist-nome-jog
           start arqHistorico key is >= fd-hist-nome-jog

           perform until ws-fs-arqHistorico <> 00
               read arqHistorico next record
               if ws-fs-arqHistorico = 00 then
                   add 1 to ws-qtd-zer-hist
               end-if
           end-perform
           .
       contar-historico-exit.
           exit.

       contar-dominio section.
           move low-values to fd-dom-chave
           start arqDominio key is >= fd-dom-chave

           perform until ws-fs-arqDominio <> 00
               read arqDominio next record
               if ws-fs-arqDominio = 00 then
                   add 1 to ws-qtd-zer-dom
               end-if
           end-perform
           .
       contar-dominio-exit.
           exit.

       contar-erros section.
           move low-values to fd-erroshist-chave
           start arqErrosHist key is >= fd-erroshist-chave

           perform until ws-fs-arqErrosHist <> 00
               read arqErrosHist next record
               if ws-fs-arqErrosHist = 00 then
                   add 1 to ws-qtd-zer-erros
               end-if
           end-perform
           .
       contar-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os campeonatos encerrados (quando o retrato nao foi feito
      *>  nesta execucao)
      *>------------------------------------------------------------------------
       listar-campeonatos-encerrados section.
           move zero to ws-qtd-camp-andamento

           move low-values to fd-camp-nome
           start arqCampeonato key is >= fd-camp-nome

           perform until ws-fs-arqCampeonato <> 00
               read arqCampeonato next record

               if ws-fs-arqCampeonato = 00 then
                   if fd-camp-situacao = "E" then
                       if ws-qtd-camp-enc < ws-max-camp-enc then
                           add 1 to ws-qtd-camp-enc
                           move fd-camp-nome to ws-cpe-nome(ws-qtd-camp-enc)
                       end-if
                   else
                       add 1 to ws-qtd-camp-andamento
                   end-if
               end-if
           end-perform
           .
       listar-campeonatos-encerrados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Remove o campeonato encerrado ws-ind-cpe e a classificacao dele
      *>------------------------------------------------------------------------
       remover-campeonato section.
           move ws-cpe-nome(ws-ind-cpe) to fd-camp-nome
           read arqCampeonato key is fd-camp-nome

           if ws-fs-arqCampeonato = 00 then
               delete arqCampeonato record

               if ws-fs-arqCampeonato <> 00 then
                   move 54                                     to ws-msn-erro-ofsset
                   move ws-fs-arqCampeonato                   to ws-msn-erro-cod
                   move "Erro ao remover campeonato encerrado" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-camp-removidos
           end-if

           if equipes-disponivel then
               move ws-cpe-nome(ws-ind-cpe) to fd-ceq-camp
               move low-values              to fd-ceq-equipe
               start arqCampEquipes key is >= fd-ceq-chave

               if ws-fs-arqCampEquipes <> 00 then
                   set varredura-acabou to true
               else
                   set varredura-continua to true
               end-if

               perform until varredura-acabou
                   read arqCampEquipes next record

                   if ws-fs-arqCampEquipes = 00
                   and fd-ceq-camp = ws-cpe-nome(ws-ind-cpe) then
                       move fd-ceq-chave to ws-chave-salva

                       delete arqCampEquipes record

                       if ws-fs-arqCampEquipes <> 00 then
                           move 55                                     to ws-msn-erro-ofsset
                           move ws-fs-arqCampEquipes                  to ws-msn-erro-cod
                           move "Erro ao remover equipe de campeonato" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtd-equipes-removidas

                       move ws-chave-salva(1:30) to fd-ceq-chave
                       start arqCampEquipes key is > fd-ceq-chave

                       if ws-fs-arqCampEquipes <> 00 then
                           set varredura-acabou to true
                       end-if
                   else
                       set varredura-acabou to true
                   end-if
               end-perform
           end-if
           .
       remover-campeonato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas no registro de alteracoes: anonimizacao e fechamento (so
      *>  codigos e contagens, nunca os nomes)
      *>------------------------------------------------------------------------
       registrar-log-alteracoes section.
           if ws-qtd-egressos > zero or zerar-ano then
               open extend arqLogAlteracoes

               if ws-fs-arqLogAlteracoes = 35 then
                   open output arqLogAlteracoes
                   close       arqLogAlteracoes
                   open extend arqLogAlteracoes
               end-if

               if ws-fs-arqLogAlteracoes <> 00 then
                   move 56                                     to ws-msn-erro-ofsset
                   move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
                   move "Erro ao abrir registro de alteracoes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-qtd-egressos > zero then
                   perform montar-log-comum
                   move "ANONIMIZAR" to fd-lga-acao

                   move ws-qtd-egressos to ws-qtd-edit
                   string "EGRESSOS=" delimited by size
                          ws-qtd-edit delimited by size
                     into fd-lga-antes
                   end-string

                   string "CODIGOS " delimited by size
                          ws-egr-codigo(1)(1:ws-tam-codigo) delimited by size
                          " A "      delimited by size
                          ws-egr-codigo(ws-qtd-egressos)(1:ws-tam-codigo) delimited by size
                     into fd-lga-depois
                   end-string

                   perform gravar-log-alteracao
               end-if

               if zerar-ano then
                   perform montar-log-comum
                   move "FECHAR-ANO" to fd-lga-acao

                   move 1 to ws-ptr-texto
                   move ws-qtd-zer-hist to ws-qtd-edit
                   string "HIST="      delimited by size
                          ws-qtd-edit  delimited by size
                     into fd-lga-antes with pointer ws-ptr-texto
                   end-string
                   move ws-qtd-zer-dom to ws-qtd-edit
                   string " DOM="      delimited by size
                          ws-qtd-edit  delimited by size
                     into fd-lga-antes with pointer ws-ptr-texto
                   end-string
                   move ws-qtd-zer-erros to ws-qtd-edit
                   string " ERROS="    delimited by size
                          ws-qtd-edit  delimited by size
                     into fd-lga-antes with pointer ws-ptr-texto
                   end-string

                   if manter-erros then
                       move "ZERADOS HIST/DOM; ERROS MANTIDOS"   to fd-lga-depois
                   else
                       move "ZERADOS HIST/DOM/ERROS"             to fd-lga-depois
                   end-if

                   perform gravar-log-alteracao
               end-if

               close arqLogAlteracoes
           end-if
           .
       registrar-log-alteracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campos comuns das linhas do fechamento no registro de alteracoes
      *>------------------------------------------------------------------------
       montar-log-comum section.
           accept ws-hora-log from time

           move spaces              to fd-log-alteracao
           move ws-data-hoje        to fd-lga-data
           move ws-hora-log         to fd-lga-hora
           move "FECHAMENTO"        to fd-lga-operador
           move "BATC"              to fd-lga-estacao
           move "MESTRES"           to fd-lga-arquivo
           string "ANO LETIVO " delimited by size
                  ws-ano        delimited by size
             into fd-lga-chave
           end-string
           .
       montar-log-comum-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha montada no registro de alteracoes
      *>------------------------------------------------------------------------
       gravar-log-alteracao section.
           write fd-log-alteracao

           if ws-fs-arqLogAlteracoes <> 00 then
               move 57                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                to ws-msn-erro-cod
               move "Erro ao gravar registro de alteracoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-log-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio do fechamento: egressos, arquivos anonimizados, retrato,
      *>  zeragem e o topo do ranking final
      *>------------------------------------------------------------------------
       imprimir-relatorio section.
           perform imprimir-egressos
           perform imprimir-arquivos
           if zerar-ano then
               perform imprimir-retrato
               perform imprimir-zeragem
           end-if
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Egressos: codigo e o que foi trocado em cada arquivo; nome da
      *>  lista sem nenhum registro sai a parte (conferir a grafia)
      *>------------------------------------------------------------------------
       imprimir-egressos section.
           move "ALUNOS QUE SAIRAM - NOMES SUBSTITUIDOS POR CODIGO" to ws-linha-fechamento
           perform escrever-linha

           move spaces to ws-linha-fechamento
           perform escrever-linha

           if lista-egressos-ausente then
               move spaces to ws-linha-fechamento
               string "  Lista de egressos nao encontrada: " delimited by size
                      ws-nome-arq-egressos                  delimited by space
                 into ws-linha-fechamento
               end-string
               perform escrever-linha
           else
               move ws-qtd-lista to ws-qtd-edit
               move spaces to ws-linha-fechamento
               string "  Linhas da lista.....................: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-fechamento
               end-string
               perform escrever-linha

               move ws-qtd-ja-anonimos to ws-qtd-edit
               move spaces to ws-linha-fechamento
               string "  Ja anonimos (pulados)...............: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-fechamento
               end-string
               perform escrever-linha

               move ws-qtd-repetidos to ws-qtd-edit
               move spaces to ws-linha-fechamento
               string "  Repetidos na lista..................: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-fechamento
               end-string
               perform escrever-linha

               move ws-qtd-egressos to ws-qtd-edit
               move spaces to ws-linha-fechamento
               string "  Codigos atribuidos..................: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-fechamento
               end-string
               perform escrever-linha
           end-if

           if ws-qtd-egressos > zero then
               move spaces to ws-linha-fechamento
               perform escrever-linha

               move "CODIGO             HIST DOMINIO CONQ MAT TAREF  DIARIO TEXTOS PROVAS" to ws-linha-fechamento
               perform escrever-linha

               perform varying ws-ind-egr from 1 by 1 until ws-ind-egr > ws-qtd-egressos
                   perform imprimir-linha-egresso
               end-perform

               if ws-qtd-sem-registro > zero then
                   move spaces to ws-linha-fechamento
                   perform escrever-linha

                   move "NOMES DA LISTA SEM NENHUM REGISTRO (CONFERIR A GRAFIA)" to ws-linha-fechamento
                   perform escrever-linha

                   perform varying ws-ind-egr from 1 by 1 until ws-ind-egr > ws-qtd-egressos
                       if ws-egr-qtd-hist(ws-ind-egr) = zero
                       and ws-egr-qtd-dom(ws-ind-egr) = zero
                       and ws-egr-qtd-cqs(ws-ind-egr) = zero
                       and ws-egr-qtd-mat(ws-ind-egr) = zero
                       and ws-egr-qtd-tal(ws-ind-egr) = zero
                       and ws-egr-qtd-jrn(ws-ind-egr) = zero
                       and ws-egr-qtd-txt(ws-ind-egr) = zero
                       and ws-egr-qtd-fol(ws-ind-egr) = zero then
                           move spaces to ws-linha-fechamento
                           move ws-egr-nome(ws-ind-egr) to ws-linha-fechamento(3:25)
                           perform escrever-linha
                       end-if
                   end-perform
               end-if
           end-if
           .
       imprimir-egressos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de detalhe do egresso ws-ind-egr
      *>------------------------------------------------------------------------
       imprimir-linha-egresso section.
           move ws-egr-codigo(ws-ind-egr)  to ws-leg-codigo

           if ws-egr-qtd-hist(ws-ind-egr) > zero then
               move "S" to ws-leg-hist
           else
               move "N" to ws-leg-hist
           end-if

           if ws-egr-qtd-mat(ws-ind-egr) > zero then
               move "S" to ws-leg-mat
           else
               move "N" to ws-leg-mat
           end-if

           move ws-egr-qtd-dom(ws-ind-egr) to ws-leg-dom
           move ws-egr-qtd-cqs(ws-ind-egr) to ws-leg-cqs
           move ws-egr-qtd-tal(ws-ind-egr) to ws-leg-tal
           move ws-egr-qtd-jrn(ws-ind-egr) to ws-leg-jrn
           move ws-egr-qtd-txt(ws-ind-egr) to ws-leg-txt
           move ws-egr-qtd-fol(ws-ind-egr) to ws-leg-fol

           if ws-egr-qtd-hist(ws-ind-egr) = zero
           and ws-egr-qtd-dom(ws-ind-egr) = zero
           and ws-egr-qtd-cqs(ws-ind-egr) = zero
           and ws-egr-qtd-mat(ws-ind-egr) = zero
           and ws-egr-qtd-tal(ws-ind-egr) = zero
           and ws-egr-qtd-jrn(ws-ind-egr) = zero
           and ws-egr-qtd-txt(ws-ind-egr) = zero
           and ws-egr-qtd-fol(ws-ind-egr) = zero then
               add 1 to ws-qtd-sem-registro
           end-if

           move ws-linha-egresso to ws-linha-fechamento
           perform escrever-linha
           .
       imprimir-linha-egresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Diarios, arquivos mortos e textos visitados na anonimizacao
      *>------------------------------------------------------------------------
       imprimir-arquivos section.
           if ws-qtd-arquivos > zero then
               move spaces to ws-linha-fechamento
               perform escrever-linha

               move "ARQUIVOS ANONIMIZADOS                       REGISTROS  ALTERADOS" to ws-linha-fechamento
               perform escrever-linha

               perform varying ws-ind-arq from 1 by 1 until ws-ind-arq > ws-qtd-arquivos
                   move spaces to ws-linha-fechamento
                   move ws-arq-nome(ws-ind-arq) to ws-linha-fechamento(3:40)
                   move ws-arq-lidos(ws-ind-arq) to ws-qtd-edit
                   move ws-qtd-edit to ws-linha-fechamento(47:7)
                   move ws-arq-alterados(ws-ind-arq) to ws-qtd-edit
                   move ws-qtd-edit to ws-linha-fechamento(58:7)
                   perform escrever-linha
               end-perform
           end-if
           .
       imprimir-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivos do retrato do ano e o topo do ranking final
      *>------------------------------------------------------------------------
       imprimir-retrato section.
           move spaces to ws-linha-fechamento
           perform escrever-linha

           move spaces to ws-linha-fechamento
           string "RETRATO DO ANO LETIVO " delimited by size
                  ws-ano                   delimited by size
                  " (GRAVADO EM "          delimited by size
                  ws-data-retrato          delimited by size
                  ")"                      delimited by size
             into ws-linha-fechamento
           end-string
           perform escrever-linha

           if ws-qtd-retratos = zero then
               move "  Retrato gravado numa execucao anterior (fechamento retomado)" to ws-linha-fechamento
               perform escrever-linha
           end-if

           perform varying ws-ind-ret from 1 by 1 until ws-ind-ret > ws-qtd-retratos
               move spaces to ws-linha-fechamento
               move ws-ret-nome(ws-ind-ret) to ws-linha-fechamento(3:40)
               move ws-ret-qtd(ws-ind-ret)  to ws-qtd-edit
               move ws-qtd-edit to ws-linha-fechamento(47:7)
               perform escrever-linha
           end-perform

           if ws-qtd-ranking > zero then
               move spaces to ws-linha-fechamento
               perform escrever-linha

               move "RANKING GERAL FINAL (10 PRIMEIROS)" to ws-linha-fechamento
               perform escrever-linha

               perform varying ws-ind-rnk from 1 by 1 until ws-ind-rnk > ws-qtd-ranking
                                                          or ws-ind-rnk > 10
                   move ws-ind-rnk                to ws-lrk-pos
                   move ws-rnk-nome(ws-ind-rnk)   to ws-lrk-nome
                   move ws-rnk-pontos(ws-ind-rnk) to ws-lrk-pontos
                   move ws-linha-ranking          to ws-linha-fechamento
                   perform escrever-linha
               end-perform
           end-if
           .
       imprimir-retrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O que a zeragem tirou de cada mestre
      *>------------------------------------------------------------------------
       imprimir-zeragem section.
           move spaces to ws-linha-fechamento
           perform escrever-linha

           move "ZERAGEM PARA O ANO NOVO" to ws-linha-fechamento
           perform escrever-linha

           move ws-qtd-zer-hist to ws-qtd-edit
           move spaces to ws-linha-fechamento
           string "  Jogadores retirados do historico....: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-fechamento
           end-string
           perform escrever-linha

           move ws-qtd-zer-dom to ws-qtd-edit
           move spaces to ws-linha-fechamento
           string "  Registros retirados do dominio......: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-fechamento
           end-string
           perform escrever-linha

           move spaces to ws-linha-fechamento
           if manter-erros then
               move "  Erros por item....................: MANTIDOS" to ws-linha-fechamento
           else
               move ws-qtd-zer-erros to ws-qtd-edit
               string "  Registros retirados dos erros.......: " delimited by size
                      ws-qtd-edit                               delimited by size
                 into ws-linha-fechamento
               end-string
           end-if
           perform escrever-linha

           move ws-qtd-camp-removidos to ws-qtd-edit
           move spaces to ws-linha-fechamento
           string "  Campeonatos encerrados removidos....: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-fechamento
           end-string
           perform escrever-linha

           move ws-qtd-equipes-removidas to ws-qtd-edit
           move spaces to ws-linha-fechamento
           string "  Classificacoes de equipe removidas..: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-fechamento
           end-string
           perform escrever-linha

           move ws-qtd-camp-andamento to ws-qtd-edit
           move spaces to ws-linha-fechamento
           string "  Campeonatos em andamento mantidos...: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-fechamento
           end-string
           perform escrever-linha

           move ws-qtd-desligados to ws-qtd-edit
           move spaces to ws-linha-fechamento
           string "  Matriculas de egressos desligadas...: " delimited by size
                  ws-qtd-edit                               delimited by size
             into ws-linha-fechamento
           end-string
           perform escrever-linha
           .
       imprimir-zeragem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve ws-linha-fechamento controlando a paginacao (cabecalho a
      *>  cada nova pagina, 56 linhas de detalhe por pagina)
      *>------------------------------------------------------------------------
       escrever-linha section.
           if ws-lin-pagina > 56 then
               perform nova-pagina
           end-if

           write fd-linha-fechamento from ws-linha-fechamento

           if ws-fs-arqRelFechamento <> 00 then
               move 58                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelFechamento                 to ws-msn-erro-cod
               move "Erro ao gravar relatorio do fechamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-lin-pagina
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina do fechamento
      *>------------------------------------------------------------------------
       nova-pagina section.
           add 1 to ws-num-pagina
           move ws-num-pagina to ws-pag-edit

           move spaces to fd-linha-fechamento
           string "FECHAMENTO DO ANO LETIVO " delimited by size
                  ws-ano                      delimited by size
                  "                                     PAG " delimited by size
                  ws-pag-edit                 delimited by size
             into fd-linha-fechamento
           end-string
           write fd-linha-fechamento

           if ws-fs-arqRelFechamento <> 00 then
               move 59                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelFechamento                 to ws-msn-erro-cod
               move "Erro ao gravar relatorio do fechamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-fechamento
           if zerar-ano then
               string "EMISSAO: "         delimited by size
                      ws-data-hoje        delimited by size
                      "   ANONIMIZACAO, RETRATO E ZERAGEM" delimited by size
                 into fd-linha-fechamento
               end-string
           else
               string "EMISSAO: "         delimited by size
                      ws-data-hoje        delimited by size
                      "   SO ANONIMIZACAO" delimited by size
                 into fd-linha-fechamento
               end-string
           end-if
           write fd-linha-fechamento

           if ws-fs-arqRelFechamento <> 00 then
               move 59                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelFechamento                 to ws-msn-erro-cod
               move "Erro ao gravar relatorio do fechamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-fechamento
           write fd-linha-fechamento

           if ws-fs-arqRelFechamento <> 00 then
               move 59                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelFechamento                 to ws-msn-erro-cod
               move "Erro ao gravar relatorio do fechamento" to ws-msn-erro-text
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
                  " fechamento_ano ERRO OFS=" delimited by size
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
           if historico-disponivel then
               close arqHistorico
           end-if
           if erros-disponivel then
               close arqErrosHist
           end-if
           if dominio-disponivel then
               close arqDominio
           end-if
           if campeonatos-disponivel then
               close arqCampeonato
           end-if
           if equipes-disponivel then
               close arqCampEquipes
           end-if
           if turmas-disponivel then
               close arqTurmas
           end-if
           if matriculas-disponivel then
               close arqMatriculas
           end-if
           if tarefa-alunos-disponivel then
               close arqTarefaAlunos
           end-if
           if conquistas-disponivel then
               close arqConquistas
           end-if
           if folhas-disponivel then
               close arqFolhasProva
           end-if
           if estados-disponivel then
               close arqEstados
           end-if
           if alternativas-disponivel then
               close arqAlternativas
           end-if
           if itens-hist-disponivel then
               close arqItensHist
           end-if
           if tarefas-disponivel then
               close arqTarefas
           end-if
           if regras-disponivel then
               close arqRegrasConquista
           end-if

           close arqRelFechamento

           if ws-fs-arqRelFechamento <> 00 then
               move 60                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelFechamento                 to ws-msn-erro-cod
               move "Erro ao fechar relatorio do fechamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-qtd-egressos to ws-qtd-edit
           display "Egressos anonimizados: " ws-qtd-edit
           if zerar-ano then
               display "Ano letivo " ws-ano " fechado; relatorio em " ws-nome-arq-saida
           else
               display "Anonimizacao concluida; relatorio em " ws-nome-arq-saida
           end-if

           accept ws-hora-log from time
           move spaces to ws-linha-log
           move ws-qtd-egressos to ws-qtd-log-edit
           string ws-data-hoje       delimited by size
                  " "                delimited by size
                  ws-hora-log        delimited by size
                  " fechamento_ano FIM RC=0 EGRESSOS=" delimited by size
                  ws-qtd-log-edit    delimited by size
             into ws-linha-log
           end-string
           perform gravar-log-linha

           if zerar-ano then
               move spaces to ws-linha-log
               string ws-data-hoje       delimited by size
                      " "                delimited by size
                      ws-hora-log        delimited by size
                      " fechamento_ano FIM ANO FECHADO=" delimited by size
                      ws-ano             delimited by size
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
