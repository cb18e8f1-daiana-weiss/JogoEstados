           lock mode is automatic
           file status is ws-fs-arqAlternativas.

           select arqItensHist assign to "arqItensHist.dat" *> versoes datadas de cada item do cadastro (inclusao, alteracao, retirada, reativacao)
           organization is indexed
           access mode is dynamic
           record key is fd-ith-chave
           lock mode is automatic
           file status is ws-fs-arqItensHist.

           select arqFolhasProva assign to "arqFolhasProva.dat" *> folhas de prova em papel (geradas pelo batch provas_papel): cabecalho e questoes, situacao do lancamento
           organization is indexed
           access mode is dynamic
           record key is fd-fol-chave
           lock mode is automatic
           file status is ws-fs-arqFolhasProva.

           select arqCampeonato assign to "arqCampeonato.dat" *> cadastro dos campeonatos (nome, periodo e rodadas previstas)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           file status is ws-fs-arqCampEquipes.

           select arqTurmas assign to "arqTurmas.dat" *> cadastro das turmas (serie, professor e ano letivo)
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

           select arqTarefas assign to "arqTarefas.dat" *> tarefas de casa: configuracao do jogo, prazo e turma alvo
           organization is indexed
           access mode is dynamic
           record key is fd-tar-codigo
           lock mode is automatic
           file status is ws-fs-arqTarefas.

           select arqTarefaAlunos assign to "arqTarefaAlunos.dat" *> alunos avulsos designados para cada tarefa de casa
           organization is indexed
           access mode is dynamic
           record key is fd-tal-chave
           lock mode is automatic
           file status is ws-fs-arqTarefaAlunos.

           select arqRegrasConquista assign to "arqRegrasConquista.dat" *> regras das conquistas: o que o jogador precisa fazer para ganhar cada uma
           organization is indexed
           access mode is dynamic
           record key is fd-rcq-codigo
           lock mode is automatic
           file status is ws-fs-arqRegrasConquista.

           select arqConquistas assign to "arqConquistas.dat" *> conquistas ganhas por jogador (data e banco), impressas depois em certificado
           organization is indexed
           access mode is dynamic
           record key is fd-cqs-chave
           lock mode is automatic
           file status is ws-fs-arqConquistas.

           select arqOperadores assign to "arqOperadores.dat" *> professores autorizados a abrir as telas de manutencao
           organization is indexed
           access mode is dynamic
           record key is fd-ope-login
           lock mode is automatic
           file status is ws-fs-arqOperadores.

           select arqOperadoresIni assign to "operadores.txt" *> professores iniciais (login;nome;senha), carregados quando o cadastro esta vazio
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqOperadoresIni.

           select arqLogAlteracoes assign to "logAlteracoes.txt" *> registro permanente das alteracoes feitas nas telas de manutencao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlteracoes.

           select arqRelCamp assign to "relatorioCampeonato.txt" *> relatorio de encerramento do campeonato, com a campea declarada
           organization is line sequential
           access mode is sequential
           access mode is sequential
           file status is ws-fs-arqEstacao.

           select arqControleJornal assign to "jornalRespostas.ctl" *> controle do diario (estacao, registros, periodo, total de pontos), conferido pela juncao noturna
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControleJornal.

           select arqControleFechamento assign to "controleFechamento.txt" *> fechamentos de ano letivo (F) e reaberturas, gravado pelo fechamento anual
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControleFechamento.

           select arqBancoPort assign to "bancoPortavel.txt" *> banco de questoes em formato portavel (cabecalho + itens), p/ trocar entre laboratorios
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqBancoPort.

           select arqListaAlunos assign to "listaAlunos.csv" *> lista de chamada da turma: um aluno por linha (nome;equipe;turma)
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqListaAlunos.
           05 fd-alt-modo                          pic x(01).
           05 fd-alt-texto                         pic x(25).

      *>   uma versao do item por mudanca no cadastro, valendo a partir da
      *>   data e hora da chave ate a versao seguinte; a primeira mudanca de
      *>   um item anterior a este arquivo grava antes a versao ORIGINAL
      *>   (vigencia zerada) com a imagem de antes, para as respostas
      *>   antigas continuarem resolvendo pelo texto da epoca
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

       fd arqCampeonato.
       01 fd-campeonato.
           05 fd-camp-nome                         pic x(15).
           05 fd-ceq-pontos                        pic 9(07).
           05 fd-ceq-rodadas                       pic 9(03).

       fd arqTurmas.
       01 fd-turma.
           05 fd-tur-codigo                        pic x(06).
           05 fd-tur-serie                         pic x(10).
           05 fd-tur-professor                     pic x(25).
           05 fd-tur-ano-letivo                    pic 9(04).

      *>   uma matricula por nome de jogador: o nome e a chave de todos os
      *>   arquivos mestres, entao dois alunos de turmas diferentes com o
      *>   mesmo nome precisam ser diferenciados ja no cadastro
       fd arqMatriculas.
       01 fd-matricula.
           05 fd-mat-nome-jog                      pic x(25).
           05 fd-mat-turma                         pic x(06).
           05 fd-mat-data                          pic 9(08).

      *>   tarefa de casa: o jogo e aberto ja com banco, regiao, modo e
      *>   quantidade de questoes da tarefa, sem o aluno poder mudar; os
      *>   alunos alvo sao os da turma (se informada) mais os avulsos de
      *>   arqTarefaAlunos
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
      *>       A = ativa (aparece para os alunos), E = encerrada
           05 fd-tar-situacao                      pic x(01).
           05 fd-tar-data-criacao                  pic 9(08).
           05 fd-tar-professor                     pic x(10).

       fd arqTarefaAlunos.
       01 fd-tarefa-aluno.
           05 fd-tal-chave.
               10 fd-tal-tarefa                    pic x(06).
               10 fd-tal-nome-jog                  pic x(25).
           05 fd-tal-data-inclusao                 pic 9(08).

      *>   regra de conquista, conferida no fim da partida para cada
      *>   jogador; o tipo diz o que e medido e a quantidade o minimo pedido:
      *>     D = dominio de regiao: todo item ativo da regiao acertado pelo
      *>         menos N vezes no dominio (regiao em branco = cada regiao
      *>         do banco vale uma conquista)
      *>     S = N acertos seguidos sem dica na mesma partida
      *>     Q = N questoes respondidas no banco, somando todas as sessoes
      *>     C = jogador da equipe campea de campeonato (N nao se aplica)
      *>   banco em branco vale para qualquer banco jogado
       fd arqRegrasConquista.
       01 fd-regra-conquista.
           05 fd-rcq-codigo                        pic x(06).
           05 fd-rcq-descricao                     pic x(36).
           05 fd-rcq-tipo                          pic x(01).
           05 fd-rcq-quantidade                    pic 9(04).
           05 fd-rcq-cod-banco                     pic x(08).
           05 fd-rcq-regiao                        pic x(12).
      *>       A = ativa, I = inativa (deixa de ser conferida; as conquistas
      *>       ja ganhas continuam valendo)
           05 fd-rcq-situacao                      pic x(01).
           05 fd-rcq-data-cad                      pic 9(08).

      *>   uma conquista por jogador, regra, banco e complemento (a regiao
      *>   dominada ou o campeonato vencido), para nao ser ganha duas vezes
       fd arqConquistas.
       01 fd-conquista.
           05 fd-cqs-chave.
               10 fd-cqs-nome-jog                  pic x(25).
               10 fd-cqs-codigo                    pic x(06).
               10 fd-cqs-cod-banco                 pic x(08).
               10 fd-cqs-complemento               pic x(15).
           05 fd-cqs-data                          pic 9(08).
           05 fd-cqs-estacao                       pic x(04).
      *>       texto da regra no dia da conquista, para o certificado sair
      *>       igual mesmo que a regra seja reescrita depois
           05 fd-cqs-descricao                     pic x(36).
      *>       data do lote de certificados em que saiu (zero = ainda nao
      *>       impresso)
           05 fd-cqs-data-impressao                pic 9(08).

      *>   senha gravada embaralhada (ver cifrar-senha), nunca como digitada
       fd arqOperadores.
       01 fd-operador.
           05 fd-ope-login                         pic x(10).
           05 fd-ope-nome                          pic x(25).
           05 fd-ope-senha                         pic x(10).
           05 fd-ope-data-cad                      pic 9(08).

      *>   carga inicial do cadastro de professores, preparada na instalacao;
      *>   traz a senha como digitada, deve ser apagada depois da carga
       fd arqOperadoresIni.
       01 fd-operador-ini-linha                    pic x(80).

      *>   uma linha por alteracao: quando, quem, de qual estacao, em que
      *>   arquivo e chave, e a imagem do dado antes e depois
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

       fd arqRelCamp.
       01 fd-linha-camp                            pic x(80).

       fd arqEstacao.
       01 fd-estacao-linha                         pic x(10).

      *>   registro de controle do diario de respostas, regravado a cada
      *>   encerramento do jogo: a juncao noturna so aceita a copia do
      *>   jornal desta estacao se ela bater com estas contagens
       fd arqControleJornal.
       01 fd-controle-jornal.
           05 fd-ctj-estacao                       pic x(04).
           05 fd-ctj-data-geracao                  pic 9(08).
           05 fd-ctj-hora-geracao                  pic 9(08).
           05 fd-ctj-qtd-registros                 pic 9(07).
           05 fd-ctj-momento-ini                   pic x(16).
           05 fd-ctj-momento-fim                   pic x(16).
           05 fd-ctj-total-pontos                  pic 9(09).

      *>   controle dos fechamentos de ano letivo: so interessa aqui o
      *>   momento do ultimo fechamento (F), antes do qual o historico e os
      *>   dominios ja foram zerados e nao cabe mais aceitar resposta
       fd arqControleFechamento.
       01 fd-controle-fechamento.
           05 fd-cfc-ano                           pic 9(04).
           05 fd-cfc-situacao                      pic x(01).
           05 fd-cfc-momento                       pic x(16).
           05 fd-cfc-manter-erros                  pic x(01).
           05 fd-cfc-ultimo-codigo                 pic 9(04).
           05 fd-cfc-qtd-egressos                  pic 9(04).

       fd arqBancoPort.
       01 fd-bancoport-linha                       pic x(80).

      *>       quantas dicas o jogador pediu nesta pergunta (0 a 2), para os
      *>       relatorios separarem resposta assistida de nao assistida
           05 fd-jrn-dicas                         pic 9(01).
      *>       turma do jogador no momento da resposta (arqMatriculas),
      *>       para os comparativos entre turmas
           05 fd-jrn-turma                         pic x(06).
      *>       tarefa de casa em que a resposta foi dada (arqTarefas);
      *>       em branco no jogo livre
           05 fd-jrn-tarefa                        pic x(06).

       fd arqCheckpoint.
       01 fd-checkpoint.
           05 fd-ckpt-tempo-limite                 pic 9(03).
           05 fd-ckpt-pontos-ini-jog               pic 9(05) occurs 30.
           05 fd-ckpt-campeonato                   pic x(15).
           05 fd-ckpt-turma-jog                    pic x(06) occurs 30.
           05 fd-ckpt-tarefa                       pic x(06).
           05 fd-ckpt-seq-acertos-jog              pic 9(03) occurs 30.
           05 fd-ckpt-seq-maior-jog                pic 9(03) occurs 30.


      *>----Variaveis de trabalho
      *>      a diferenca para ws-pontos e o que a partida rendeu, e e so
      *>      isso que a rodada de campeonato posta na classificacao
          05 ws-pontos-iniciais                    pic 9(05) value zero.
      *>      turma em que o jogador esta matriculado (em branco = sem
      *>      turma), gravada em cada resposta do diario
          05 ws-turma-jog                          pic x(06).
      *>      acertos seguidos sem dica na partida: a sequencia corrente e
      *>      a maior ja feita, para as regras de conquista do tipo S
          05 ws-seq-acertos                        pic 9(03) value zero.
          05 ws-seq-maior                          pic 9(03) value zero.

       01 ws-jogadores-aux.
          05 ws-nome-jog-aux                       pic x(25).
          05 ws-pontos-aux                         pic 9(05) value zero.
          05 ws-respondidas-aux                    pic 9(02) value zero.
          05 ws-pontos-iniciais-aux                pic 9(05) value zero.
          05 ws-turma-jog-aux                      pic x(06).
          05 ws-seq-acertos-aux                    pic 9(03) value zero.
          05 ws-seq-maior-aux                      pic 9(03) value zero.

      *>   placar por equipe, apurado a partir dos pontos individuais na hora
      *>   do relatorio final (cada jogador pode ou nao pertencer a uma equipe)
          05 ws-campeonato                         pic x(15).
          05 ws-ver-campeonato                     pic x(01).
          05 ws-revisar-resp                       pic x(01).
      *>      tarefa de casa digitada ("?" abre a lista das tarefas abertas)
          05 ws-tarefa-jogo                        pic x(06).
          05 ws-tarefas-casa                       pic x(01).
          05 ws-conquistas-menu                    pic x(01).
          05 ws-provas-papel                       pic x(01).

       01 ws-tela-retomar-grp.
          05 ws-retomar-jogo                       pic x(01).
          05 ws-manter-importar                    pic x(01).
          05 ws-manter-reativar                    pic x(01).
          05 ws-manter-alternat                    pic x(01).
          05 ws-manter-versoes                     pic x(01).

      *>   tela de alternativas de resposta do item (banco ativo)
       01 ws-tela-manter-alt.
          05 ws-manter-fundir                      pic x(01).
          05 ws-manter-excluir-jog                 pic x(01).

      *>   tela de turmas: cadastro da turma e matricula (ou transferencia)
      *>   de um jogador nela
       01 ws-tela-turmas.
          05 ws-tur-codigo                         pic x(06).
          05 ws-tur-serie                          pic x(10).
          05 ws-tur-professor                      pic x(25).
          05 ws-tur-ano-letivo                     pic 9(04).
          05 ws-tur-aluno                          pic x(25).
          05 ws-tur-incluir                        pic x(01).
          05 ws-tur-alterar                        pic x(01).
          05 ws-tur-listar                         pic x(01).
          05 ws-tur-matricular                     pic x(01).

      *>   pagina corrente da listagem de turmas
       01 ws-lista-turmas.
          05 ws-ltur-linha occurs 7                pic x(52).

       01 ws-ltur-detalhe.
          05 ws-ltur-codigo                        pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-ltur-serie                         pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-ltur-professor                     pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-ltur-ano                           pic 9(04).

       77 ws-ind-ltur                              pic 9(02).

      *>   tela de tarefas de casa: configuracao do jogo, prazo e turma da
      *>   tarefa, e inclusao (ou exclusao) de alunos avulsos nela
       01 ws-tela-tarefas.
          05 ws-tta-codigo                         pic x(06).
          05 ws-tta-descricao                      pic x(30).
          05 ws-tta-banco                          pic x(08).
          05 ws-tta-regiao                         pic x(12).
          05 ws-tta-modo                           pic x(01).
          05 ws-tta-qtd-questoes                   pic 9(02).
          05 ws-tta-entrega                        pic 9(08).
          05 ws-tta-entrega-r redefines ws-tta-entrega.
             10 ws-tta-ent-ano                     pic 9(04).
             10 ws-tta-ent-mes                     pic 9(02).
             10 ws-tta-ent-dia                     pic 9(02).
          05 ws-tta-turma                          pic x(06).
          05 ws-tta-situacao                       pic x(01).
          05 ws-tta-aluno                          pic x(25).
          05 ws-tta-incluir                        pic x(01).
          05 ws-tta-alterar                        pic x(01).
          05 ws-tta-encerrar                       pic x(01).
          05 ws-tta-listar                         pic x(01).
          05 ws-tta-incluir-aluno                  pic x(01).
          05 ws-tta-excluir-aluno                  pic x(01).
          05 ws-tta-listar-alunos                  pic x(01).

      *>   pagina corrente da listagem de tarefas (ou dos alunos de uma
      *>   tarefa), usada tambem na escolha da tarefa pelo aluno
       01 ws-lista-tarefas.
          05 ws-ltar-cabec                         pic x(69).
          05 ws-ltar-linha occurs 7                pic x(69).

       01 ws-ltar-detalhe.
          05 ws-ltar-codigo                        pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-ltar-descricao                     pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-ltar-banco                         pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-ltar-modo                          pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-ltar-qtd-questoes                  pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-ltar-entrega                       pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-ltar-turma                         pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-ltar-situacao                      pic x(01).

       01 ws-ltal-detalhe.
          05 ws-ltal-nome                          pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-ltal-data                          pic 9(08).

       77 ws-ind-ltar                              pic 9(02).

      *>   escolha da tarefa pelo aluno, a partir do menu
       01 ws-tela-escolher-tarefa.
          05 ws-etar-escolha                       pic x(06).
          05 ws-etar-proxima                       pic x(01).

       77 ws-etar-inicio                           pic x(06).
       77 ws-etar-ultima                           pic x(06).
       77 ws-etar-fim                              pic x(01).
          88 lista-tarefas-fim                     value "S".
          88 lista-tarefas-continua                value "N".

      *>   tarefa de casa em vigor na partida (em branco = jogo livre); vai
      *>   para o diario em cada resposta e para o checkpoint
       77 ws-tarefa-atual                          pic x(06) value space.

      *>   tela das regras de conquista, com a consulta das conquistas ja
      *>   ganhas por um jogador
       01 ws-tela-conquistas.
          05 ws-tcq-codigo                         pic x(06).
          05 ws-tcq-descricao                      pic x(36).
          05 ws-tcq-tipo                           pic x(01).
          05 ws-tcq-quantidade                     pic 9(04).
          05 ws-tcq-banco                          pic x(08).
          05 ws-tcq-regiao                         pic x(12).
          05 ws-tcq-situacao                       pic x(01).
          05 ws-tcq-jogador                        pic x(25).
          05 ws-tcq-incluir                        pic x(01).
          05 ws-tcq-alterar                        pic x(01).
          05 ws-tcq-desativar                      pic x(01).
          05 ws-tcq-reativar                       pic x(01).
          05 ws-tcq-listar                         pic x(01).
          05 ws-tcq-listar-jog                     pic x(01).

      *>   pagina corrente da listagem de regras (ou das conquistas de um
      *>   jogador)
       01 ws-lista-conquistas.
          05 ws-lcq-cabec                          pic x(69).
          05 ws-lcq-linha occurs 7                 pic x(69).

       01 ws-lrcq-detalhe.
          05 ws-lrcq-codigo                        pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-lrcq-descricao                     pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-lrcq-tipo                          pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-lrcq-quantidade                    pic zzz9.
          05 filler                                pic x(01) value space.
          05 ws-lrcq-banco                         pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lrcq-regiao                        pic x(12).
          05 filler                                pic x(01) value space.
          05 ws-lrcq-situacao                      pic x(01).

       01 ws-lcqj-detalhe.
          05 ws-lcqj-codigo                        pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-lcqj-banco                         pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lcqj-complemento                   pic x(15).
          05 filler                                pic x(01) value space.
          05 ws-lcqj-data                          pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-lcqj-impressao                     pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lcqj-descricao                     pic x(18).

       77 ws-ind-lcq                               pic 9(02).

      *>   conquistas ganhas na partida que acabou, anunciadas na tela antes
      *>   do relatorio final (as 10 primeiras; o resto vai numa contagem)
       01 ws-novas-conquistas.
          05 ws-ncq-linha occurs 10                pic x(69).

       77 ws-qtd-novas-conq                        pic 9(03) value zero.
       77 ws-ncq-continuar                         pic x(01).
       77 ws-ncq-edit                              pic zz9.

      *>   conquista sendo conferida: banco e complemento (regiao dominada
      *>   ou campeonato vencido) que entram na chave de arqConquistas
       77 ws-cqs-banco                             pic x(08).
       77 ws-cqs-complemento                       pic x(15).
       77 ws-cqs-regiao                            pic x(12).
       77 ws-ind-reg                               pic 9(03).
       77 ws-ind-item                              pic 9(03).
       77 ws-qtd-itens-regiao                      pic 9(03).
       77 ws-qtd-resp-banco                        pic 9(07).

      *>   equipe declarada campea quando a ultima rodada do campeonato foi
      *>   postada nesta partida (em branco nas demais)
       77 ws-camp-campea                           pic x(15) value space.

      *>   conquista do jogador em transito numa renomeacao/fusao
       01 ws-conquista-salva.
          05 ws-cqs-salva-codigo                   pic x(06).
          05 ws-cqs-salva-banco                    pic x(08).
          05 ws-cqs-salva-complemento              pic x(15).
          05 ws-cqs-salva-resto                    pic x(56).

      *>   tela de acesso do professor as manutencoes
       01 ws-tela-acesso.
          05 ws-ace-login                          pic x(10).
          05 ws-ace-senha                          pic x(10).
          05 ws-ace-incluir                        pic x(01).
          05 ws-ace-trocar                         pic x(01).
          05 ws-ace-novo-login                     pic x(10).
          05 ws-ace-novo-nome                      pic x(25).
          05 ws-ace-nova-senha                     pic x(10).

      *>   professor que abriu a manutencao corrente (em branco fora dela)
       77 ws-operador-atual                        pic x(10) value space.
      *>   opcao do menu que pediu o acesso, para o registro de alteracoes
       77 ws-ace-opcao                             pic x(12).
       77 ws-senha-cifra                           pic x(10).
      *>   campos da carga inicial de professores (operadores.txt)
       77 ws-ini-login                             pic x(10).
       77 ws-ini-nome                              pic x(25).
       77 ws-ini-senha                             pic x(10).

      *>   embaralhamento das senhas gravadas: cada caractere da primeira
      *>   tabela e trocado pelo da mesma posicao na segunda
       77 ws-cifra-de                              pic x(62) value
          "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
       77 ws-cifra-para                            pic x(62) value
          "aBgzHtIFTbiM1D4rlOwoZPLh8fXnYKWNA6SujVG7yRxUpdE5Cvsc02kQqmJe39".

      *>   linha a gravar no registro de alteracoes
       01 ws-log-alteracao.
          05 ws-lga-arquivo                        pic x(15).
          05 ws-lga-acao                           pic x(12).
          05 ws-lga-chave                          pic x(41).
          05 ws-lga-antes                          pic x(63).
          05 ws-lga-depois                         pic x(63).

       77 ws-lga-pontos-edit                       pic zzzz9.

      *>   pagina corrente da listagem do historico de jogadores
       01 ws-lista-jogadores.
          05 ws-lista-ent occurs 10.
          05 ws-rev-data-fim                       pic 9(08).
          05 ws-rev-listar                         pic x(01).
          05 ws-rev-escolha                        pic 9(03).
      *>      data+hora do ultimo fechamento de ano (F); baixo se nunca houve
          05 ws-rev-momento-fechamento             pic x(16).

      *>   respostas erradas candidatas a revisao (registro bruto do diario
      *>   + marca de ja aceita, nesta sessao ou por ajuste anterior)
       01 ws-tab-revisao.
          05 ws-rev-ent occurs ws-max-revisao.
             10 ws-rev-registro                    pic x(114).
             10 ws-rev-aceito                      pic x(01).

      *>   chaves (data+hora+jogador) dos ajustes ja gravados no diario para
          05 ws-rvr-tipo                           pic x(01).
          05 ws-rvr-estacao                        pic x(04).
          05 ws-rvr-dicas                          pic 9(01).
          05 ws-rvr-turma                          pic x(06).
          05 ws-rvr-tarefa                         pic x(06).

       01 ws-chave-ajuste.
          05 ws-chaju-data                         pic 9(08).
          88 ajuste-achado                         value "S".
          88 ajuste-nao-achado                     value "N".

      *>   consulta das versoes de um item (tela de historico do item): duas
      *>   linhas por versao, quatro versoes por pagina
       78 ws-max-versoes                            value 60.
       78 ws-versoes-pag                            value 4.

       01 ws-tab-versoes.
          05 ws-ver-registro occurs ws-max-versoes pic x(115).

      *>   area de trabalho com o mesmo desenho do registro de versoes
       01 ws-reg-versao.
          05 ws-vrs-cod-banco                      pic x(08).
          05 ws-vrs-cod-estado                     pic x(02).
          05 ws-vrs-data                           pic 9(08).
          05 ws-vrs-hora                           pic 9(08).
          05 ws-vrs-estado                         pic x(25).
          05 ws-vrs-capital                        pic x(25).
          05 ws-vrs-regiao                         pic x(12).
          05 ws-vrs-situacao                       pic x(01).
          05 ws-vrs-acao                           pic x(12).
          05 ws-vrs-operador                       pic x(10).
          05 ws-vrs-estacao                        pic x(04).

       01 ws-pagina-versoes.
          05 ws-ver-linha occurs 8                 pic x(68).

       77 ws-qtd-versoes                           pic 9(03) value zero.
       77 ws-base-versoes                          pic 9(03) value zero.
       77 ws-ind-ver                               pic 9(03).
       77 ws-ind-pag-ver                           pic 9(01).
       77 ws-num-ver-edit                          pic zz9.
       77 ws-ver-cod-estado                        pic x(02).

       77 ws-item-versoes                          pic x(01) value "N".
          88 item-com-versoes                      value "S".
          88 item-sem-versoes                      value "N".

      *>   lancamento das provas em papel (folhas geradas pelo batch
      *>   provas_papel): a folha aberta fica inteira em memoria, dez
      *>   questoes por pagina da tela
       78 ws-max-questoes-folha                     value 40.
       78 ws-linhas-pag-papel                       value 10.

       01 ws-tela-papel.
          05 ws-ppl-folha                          pic 9(06).
          05 ws-ppl-nome                           pic x(25).
          05 ws-ppl-abrir                          pic x(01).
          05 ws-ppl-lancar                         pic x(01).
          05 ws-ppl-desc-modo                      pic x(15).

      *>   cabecalho da folha aberta, com o mesmo desenho de fd-fol-cabecalho
       01 ws-ppl-cabecalho.
          05 ws-plc-nome-jog                       pic x(25).
          05 ws-plc-turma                          pic x(06).
          05 ws-plc-cod-banco                      pic x(08).
          05 ws-plc-regiao                         pic x(12).
          05 ws-plc-modo                           pic x(01).
             88 papel-estado                       value "I".
          05 ws-plc-qtd-questoes                   pic 9(02).
          05 ws-plc-data-geracao                   pic 9(08).
          05 ws-plc-situacao                       pic x(01).
          05 ws-plc-data-lancamento                pic 9(08).
          05 ws-plc-acertos                        pic 9(02).

       01 ws-tab-papel.
          05 ws-ppl-questao occurs ws-max-questoes-folha.
             10 ws-ppl-cod-estado                  pic x(02).
             10 ws-ppl-pergunta                    pic x(25).
             10 ws-ppl-gabarito                    pic x(25).
             10 ws-ppl-resposta                    pic x(25).

       01 ws-pagina-papel.
          05 ws-ppl-pag-ent occurs ws-linhas-pag-papel.
             10 ws-ppl-linha                       pic x(30).
             10 ws-ppl-resp-pag                    pic x(25).

      *>   hora de cada resposta lancada: a do lancamento mais um centesimo
      *>   por questao, para cada resposta ter chave propria no diario
      *>   (data, hora e jogador, a mesma que a revisao usa)
       01 ws-papel-hora.
          05 ws-pph-hora                           pic 9(08).
          05 ws-pph-hora-r redefines ws-pph-hora.
             10 ws-pph-hh                          pic 9(02).
             10 ws-pph-mm                          pic 9(02).
             10 ws-pph-ss                          pic 9(02).
             10 ws-pph-cc                          pic 9(02).
          05 ws-pph-centesimos                     pic 9(07).
          05 ws-pph-aux                            pic 9(07).
          05 ws-pph-resto                          pic 9(07).

       77 ws-ppl-qtd                               pic 9(02) value zero.
       77 ws-ppl-base                              pic 9(02) value zero.
       77 ws-ind-ppl                               pic 9(02).
       77 ws-ind-pag-ppl                           pic 9(02).
       77 ws-ppl-acertos                           pic 9(02) value zero.
       77 ws-ppl-pontos                            pic 9(03) value zero.
       77 ws-ppl-num-edit                          pic 9(02).
       77 ws-ppl-pontos-edit                       pic zz9.
       77 ws-ppl-esperado                          pic x(25).

       77 ws-ppl-leitura                           pic x(01) value "S".
          88 folha-completa                        value "S".
          88 folha-incompleta                      value "N".

       01 ws-tela-verificar.
          05 ws-verif-checar                       pic x(01).
          05 ws-verif-purgar                       pic x(01).
          05 ws-msn                                pic x(50).
          05 ws-nome-jogador                       pic x(25).
          05 ws-nome-equipe                        pic x(15).
          05 ws-turma-jogador                      pic x(06).
          05 ws-ver-erros                          pic x(01).
          05 ws-ver-equipes                        pic x(01).

      *>   sala unica nao precisa configurar nada)
       77 ws-estacao                               pic x(04) value "E001".

      *>   totais de controle do diario apurados no encerramento (registros,
      *>   data+hora do primeiro e do ultimo, soma dos pontos)
       01 ws-controle-jornal.
          05 ws-ctj-qtd-registros                  pic 9(07).
          05 ws-ctj-momento-ini                    pic x(16).
          05 ws-ctj-momento-fim                    pic x(16).
          05 ws-ctj-total-pontos                   pic 9(09).

       77 ws-exigir-regiao                         pic x(01) value "S".
          88 exigir-mesma-regiao                   value "S".
          88 aceitar-qualquer-regiao               value "N".

       77 ws-ind-lista                             pic 9(02).
       77 ws-pontos-salvos                         pic 9(05) value zero.
       77 ws-turma-salva                           pic x(06).
       77 ws-data-mat-salva                        pic 9(08).

       77 ws-qtd-rank-geral                        pic 9(03) value zero.
       77 ws-ind-rge                               pic 9(03).
       77 ws-importar-lista                        pic x(01).
       77 ws-csv-nome                              pic x(25).
       77 ws-csv-equipe                            pic x(15).
       77 ws-csv-turma                             pic x(06).
       77 ws-cadastro-turmas                       pic x(01).
       77 ws-qtd-importados                        pic 9(03) value zero.
       77 ws-qtd-rejeitados                        pic 9(03) value zero.
       77 ws-qtd-jog-antes                         pic 9(02) value zero.
          88 alternativas-disponivel               value "S".
          88 alternativas-indisponivel             value "N".

       77 ws-ith-arquivo                           pic x(01) value "S".
          88 versoes-disponivel                    value "S".
          88 versoes-indisponivel                  value "N".

       77 ws-fol-arquivo                           pic x(01) value "S".
          88 folhas-disponivel                     value "S".
          88 folhas-indisponivel                   value "N".

       77 ws-ope-arquivo                           pic x(01) value "S".
          88 operadores-disponivel                 value "S".
          88 operadores-indisponivel               value "N".

       77 ws-acesso                                pic x(01) value "N".
          88 acesso-liberado                       value "S".
          88 acesso-negado                         value "N".

       77 ws-tur-arquivo                           pic x(01) value "S".
          88 turmas-disponivel                     value "S".
          88 turmas-indisponivel                   value "N".

       77 ws-tar-arquivo                           pic x(01) value "S".
          88 tarefas-disponivel                    value "S".
          88 tarefas-indisponivel                  value "N".

       77 ws-tarefa-valida                         pic x(01) value "S".
          88 tarefa-valida                         value "S".
          88 tarefa-invalida                       value "N".

       77 ws-cqs-arquivo                           pic x(01) value "S".
          88 conquistas-disponivel                 value "S".
          88 conquistas-indisponivel               value "N".

       77 ws-regra-valida                          pic x(01) value "S".
          88 regra-valida                          value "S".
          88 regra-invalida                        value "N".

       77 ws-regras-varredura                      pic x(01) value "N".
          88 regras-acabou                         value "S".
          88 regras-continua                       value "N".

       77 ws-regiao-dominio                        pic x(01) value "N".
          88 regiao-dominada                       value "S".
          88 regiao-nao-dominada                   value "N".

       77 ws-regiao-repetida                       pic x(01) value "N".
          88 regiao-ja-vista                       value "S".
          88 regiao-nova                           value "N".

       77 ws-soma-dominio                          pic x(01) value "N".
          88 soma-dominio-acabou                   value "S".
          88 soma-dominio-continua                 value "N".

       77 ws-alerta-arquivos                       pic x(01) value "N".
          88 alerta-pendente                       value "S".
          88 sem-alerta                            value "N".
       77 ws-fs-arqDominio                         pic 9(02).
       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-fs-arqEstacao                         pic 9(02).
       77 ws-fs-arqControleJornal                  pic 9(02).
       77 ws-fs-arqControleFechamento              pic 9(02).
       77 ws-fs-arqBancoPort                       pic 9(02).
       77 ws-fs-arqListaAlunos                     pic 9(02).
       77 ws-fs-arqResultCsv                       pic 9(02).
       77 ws-fs-arqCampeonato                      pic 9(02).
       77 ws-fs-arqCampEquipes                     pic 9(02).
       77 ws-fs-arqRelCamp                         pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqMatriculas                      pic 9(02).
       77 ws-fs-arqTarefas                         pic 9(02).
       77 ws-fs-arqTarefaAlunos                    pic 9(02).
       77 ws-fs-arqRegrasConquista                 pic 9(02).
       77 ws-fs-arqConquistas                      pic 9(02).
       77 ws-fs-arqOperadores                      pic 9(02).
       77 ws-fs-arqOperadoresIni                   pic 9(02).
       77 ws-fs-arqLogAlteracoes                   pic 9(02).
       77 ws-fs-arqItensHist                       pic 9(02).
       77 ws-fs-arqFolhasProva                     pic 9(02).

       77 ws-checkpoint-existe                     pic x(01) value "N".
          88 existe-checkpoint                     value "S".
       77 ws-nome-duplicado                        pic x(01) value "N".
          88 nome-duplicado                        value "S".
          88 nome-nao-duplicado                    value "N".

       77 ws-turma-aceita                          pic x(01) value "S".
          88 turma-aceita                          value "S".
          88 turma-recusada                        value "N".

      *>   turma digitada para nome ainda sem matricula: a matricula so e
      *>   gravada quando o jogador e de fato registrado
       77 ws-matricula-nova                        pic x(01) value "N".
          88 matricula-nova                        value "S".
          88 matricula-existente                   value "N".

       77 ws-aluno-tarefa                          pic x(01) value "S".
          88 aluno-na-tarefa                       value "S".
          88 aluno-fora-tarefa                     value "N".
       77 ws-msn-erro-ofsset                       pic 9(03).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).
           05 line 02 col 01 value "                                Tela Principal                                   ".
           05 line 03 col 01 value "      MENU                                                                       ".
           05 line 04 col 01 value "        [ ]Cadastro de Jogadores                                                 ".
           05 line 05 col 01 value "        [ ]Jogar     Tarefa de casa (?=lista):                                   ".
           05 line 06 col 01 value "        Banco de questoes:                                                       ".
           05 line 07 col 01 value "        Regiao (em branco = todas):                                              ".
           05 line 08 col 01 value "        Modo de jogo (N=Normal I=Inverso M=Multipla escolha) [ ]:                ".
           05 line 09 col 01 value "        Treino dirigido (prioriza itens mais errados) [ ]:                       ".
           05 line 10 col 01 value "        Questoes por jogador (00 = livre):                                       ".
           05 line 11 col 01 value "        [ ]Manter Estados                                                       ".
           05 line 12 col 01 value "        [ ]Manter Jogadores         [ ]Tarefas de Casa                           ".
           05 line 13 col 01 value "        [ ]Ranking Geral            [ ]Conquistas                                ".
           05 line 14 col 01 value "        [ ]Verificar Arquivos                                                   ".
           05 line 15 col 01 value "        Cronometrado, bonus por rapidez (S/N) [ ]  Tempo por questao (seg):     ".
           05 line 16 col 01 value "        Campeonato (branco = amistoso):                 [ ]Classificacao         ".
           05 line 17 col 01 value "        [ ]Revisar Respostas        [ ]Provas em Papel                           ".
           05 line 18 col 01 value "                                                                                 ".


           05 sc-sair-menu           line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-cadastro-jogadores  line 04  col 10 pic x(01) using ws-cadastro-jogadores foreground-color 15.
           05 sc-jogar               line 05  col 10 pic x(01) using ws-jogar              foreground-color 15.
           05 sc-tarefa-jogo-menu    line 05  col 48 pic x(06) using ws-tarefa-jogo        foreground-color 15.
           05 sc-banco-jogo-menu     line 06  col 28 pic x(08) using ws-banco-jogo         foreground-color 15.
           05 sc-regiao-filtro-menu  line 07  col 38 pic x(12) using ws-regiao-filtro      foreground-color 15.
           05 sc-modo-jogo-menu      line 08  col 63 pic x(01) using ws-modo-jogo          foreground-color 15.
           05 sc-qtd-questoes-menu   line 10  col 44 pic 9(02) using ws-qtd-questoes       foreground-color 15.
           05 sc-manter-estados      line 11  col 10 pic x(01) using ws-manter-estados     foreground-color 15.
           05 sc-manter-jogadores    line 12  col 10 pic x(01) using ws-manter-jogadores   foreground-color 15.
           05 sc-tarefas-menu        line 12  col 38 pic x(01) using ws-tarefas-casa       foreground-color 15.
           05 sc-ranking-geral-menu  line 13  col 10 pic x(01) using ws-ranking-geral      foreground-color 15.
           05 sc-conquistas-menu     line 13  col 38 pic x(01) using ws-conquistas-menu    foreground-color 15.
           05 sc-verificar-menu      line 14  col 10 pic x(01) using ws-verificar-arq      foreground-color 15.
           05 sc-modo-tempo-menu     line 15  col 48 pic x(01) using ws-modo-tempo         foreground-color 15.
           05 sc-tempo-limite-menu   line 15  col 77 pic 9(03) using ws-tempo-limite       foreground-color 15.
           05 sc-campeonato-menu     line 16  col 41 pic x(15) using ws-campeonato         foreground-color 15.
           05 sc-ver-camp-menu       line 16  col 58 pic x(01) using ws-ver-campeonato     foreground-color 15.
           05 sc-revisar-menu        line 17  col 10 pic x(01) using ws-revisar-resp       foreground-color 15.
           05 sc-provas-menu         line 17  col 38 pic x(01) using ws-provas-papel       foreground-color 15.
           05 sc-msn-menu            line 18  col 09 pic x(50) from  ws-msn                foreground-color 12.


           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "      Jogador  :                                                                 ".
           05 line 05 col 01 value "      Equipe   :                (em branco = sem equipe)                         ".
           05 line 06 col 01 value "      Turma    :                (em branco = turma da matricula)                 ".
           05 line 07 col 01 value "      [ ]Importar lista de alunos (listaAlunos.csv, nome;equipe;turma)           ".
           05 line 09 col 01 value "      [ ]Turmas e matriculas                                                     ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-cad-jog      line 01  col 71 pic x(01) using ws-sair          foreground-color 12.
           05 sc-nome-jog-cad-jog  line 04  col 17 pic x(25) using ws-nome-jogador  foreground-color 12.
           05 sc-equipe-cad-jog    line 05  col 17 pic x(15) using ws-nome-equipe   foreground-color 12.
           05 sc-turma-cad-jog     line 06  col 17 pic x(06) using ws-turma-jogador foreground-color 12.
           05 sc-importar-cad-jog  line 07  col 08 pic x(01) using ws-importar-lista foreground-color 15.
           05 sc-turmas-cad-jog    line 09  col 08 pic x(01) using ws-cadastro-turmas foreground-color 15.
           05 sc-msn-cad-jog       line 22  col 16 pic x(50) from  ws-msn           foreground-color 12.

       01  sc-tela-acesso.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                             Acesso do Professor                                 ".
           05 line 04 col 01 value "      Manutencao restrita aos professores cadastrados                            ".
           05 line 06 col 01 value "      Professor (login):                                                         ".
           05 line 07 col 01 value "      Senha            :                                                         ".
           05 line 09 col 01 value "        [ ]Incluir professor    [ ]Trocar minha senha                            ".
           05 line 10 col 01 value "      Novo login       :                                                         ".
           05 line 11 col 01 value "      Nome             :                                                         ".
           05 line 12 col 01 value "      Nova senha       :                                                         ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-ace           line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-login-ace          line 06  col 26 pic x(10) using ws-ace-login          foreground-color 12.
           05 sc-senha-ace          line 07  col 26 pic x(10) using ws-ace-senha          foreground-color 12 secure.
           05 sc-incluir-ace        line 09  col 10 pic x(01) using ws-ace-incluir        foreground-color 15.
           05 sc-trocar-ace         line 09  col 34 pic x(01) using ws-ace-trocar         foreground-color 15.
           05 sc-novo-login-ace     line 10  col 26 pic x(10) using ws-ace-novo-login     foreground-color 12.
           05 sc-novo-nome-ace      line 11  col 26 pic x(25) using ws-ace-novo-nome      foreground-color 12.
           05 sc-nova-senha-ace     line 12  col 26 pic x(10) using ws-ace-nova-senha     foreground-color 12 secure.
           05 sc-msn-ace            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.

       01  sc-tela-turmas.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Turmas e Matriculas                                  ".
           05 line 04 col 01 value "      Turma (codigo):            Serie:                                          ".
           05 line 05 col 01 value "      Professor     :                                                            ".
           05 line 06 col 01 value "      Ano letivo    :                                                            ".
           05 line 08 col 01 value "        [ ]Incluir   [ ]Alterar   [ ]Listar                                      ".
           05 line 10 col 01 value "      Jogador       :                                                            ".
           05 line 11 col 01 value "        [ ]Matricular na turma acima (transfere se ja matriculado)               ".
           05 line 13 col 01 value "      TURMA  SERIE      PROFESSOR                 ANO                            ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-tur           line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-codigo-tur         line 04  col 22 pic x(06) using ws-tur-codigo         foreground-color 12.
           05 sc-serie-tur          line 04  col 42 pic x(10) using ws-tur-serie          foreground-color 12.
           05 sc-professor-tur      line 05  col 22 pic x(25) using ws-tur-professor      foreground-color 12.
           05 sc-ano-tur            line 06  col 22 pic 9(04) using ws-tur-ano-letivo     foreground-color 12.
           05 sc-incluir-tur        line 08  col 10 pic x(01) using ws-tur-incluir        foreground-color 15.
           05 sc-alterar-tur        line 08  col 23 pic x(01) using ws-tur-alterar        foreground-color 15.
           05 sc-listar-tur         line 08  col 36 pic x(01) using ws-tur-listar         foreground-color 15.
           05 sc-aluno-tur          line 10  col 22 pic x(25) using ws-tur-aluno          foreground-color 12.
           05 sc-matricular-tur     line 11  col 10 pic x(01) using ws-tur-matricular     foreground-color 15.
           05 sc-ltur1              line 14  col 07 pic x(52) from ws-ltur-linha(1)       foreground-color 12.
           05 sc-ltur2              line 15  col 07 pic x(52) from ws-ltur-linha(2)       foreground-color 12.
           05 sc-ltur3              line 16  col 07 pic x(52) from ws-ltur-linha(3)       foreground-color 12.
           05 sc-ltur4              line 17  col 07 pic x(52) from ws-ltur-linha(4)       foreground-color 12.
           05 sc-ltur5              line 18  col 07 pic x(52) from ws-ltur-linha(5)       foreground-color 12.
           05 sc-ltur6              line 19  col 07 pic x(52) from ws-ltur-linha(6)       foreground-color 12.
           05 sc-ltur7              line 20  col 07 pic x(52) from ws-ltur-linha(7)       foreground-color 12.
           05 sc-msn-tur            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.

       01  sc-tela-tarefas.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                              Tarefas de Casa                                    ".
           05 line 04 col 01 value "      Tarefa (codigo):          Descricao:                                       ".
           05 line 05 col 01 value "      Banco          :            Regiao:                                        ".
           05 line 06 col 01 value "      Modo (N/I/M)   :            Questoes:      Entrega (AAAAMMDD):             ".
           05 line 07 col 01 value "      Turma          :            (em branco = so alunos avulsos)  Situacao:     ".
           05 line 09 col 01 value "        [ ]Incluir   [ ]Alterar   [ ]Encerrar   [ ]Listar tarefas                ".
           05 line 11 col 01 value "      Aluno          :                                                           ".
           05 line 12 col 01 value "        [ ]Incluir aluno   [ ]Excluir aluno   [ ]Listar alunos da tarefa         ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-tar           line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-codigo-tar         line 04  col 24 pic x(06) using ws-tta-codigo         foreground-color 12.
           05 sc-descricao-tar      line 04  col 44 pic x(30) using ws-tta-descricao      foreground-color 12.
           05 sc-banco-tar          line 05  col 24 pic x(08) using ws-tta-banco          foreground-color 12.
           05 sc-regiao-tar         line 05  col 43 pic x(12) using ws-tta-regiao         foreground-color 12.
           05 sc-modo-tar           line 06  col 24 pic x(01) using ws-tta-modo           foreground-color 12.
           05 sc-questoes-tar       line 06  col 45 pic 9(02) using ws-tta-qtd-questoes   foreground-color 12.
           05 sc-entrega-tar        line 06  col 70 pic 9(08) using ws-tta-entrega        foreground-color 12.
           05 sc-turma-tar          line 07  col 24 pic x(06) using ws-tta-turma          foreground-color 12.
           05 sc-situacao-tar       line 07  col 78 pic x(01) from  ws-tta-situacao       foreground-color 12.
           05 sc-incluir-tar        line 09  col 10 pic x(01) using ws-tta-incluir        foreground-color 15.
           05 sc-alterar-tar        line 09  col 23 pic x(01) using ws-tta-alterar        foreground-color 15.
           05 sc-encerrar-tar       line 09  col 36 pic x(01) using ws-tta-encerrar       foreground-color 15.
           05 sc-listar-tar         line 09  col 50 pic x(01) using ws-tta-listar         foreground-color 15.
           05 sc-aluno-tar          line 11  col 24 pic x(25) using ws-tta-aluno          foreground-color 12.
           05 sc-incluir-alu-tar    line 12  col 10 pic x(01) using ws-tta-incluir-aluno  foreground-color 15.
           05 sc-excluir-alu-tar    line 12  col 29 pic x(01) using ws-tta-excluir-aluno  foreground-color 15.
           05 sc-listar-alu-tar     line 12  col 48 pic x(01) using ws-tta-listar-alunos  foreground-color 15.
           05 sc-cabec-ltar         line 14  col 07 pic x(69) from ws-ltar-cabec          foreground-color 15.
           05 sc-ltar1              line 15  col 07 pic x(69) from ws-ltar-linha(1)       foreground-color 12.
           05 sc-ltar2              line 16  col 07 pic x(69) from ws-ltar-linha(2)       foreground-color 12.
           05 sc-ltar3              line 17  col 07 pic x(69) from ws-ltar-linha(3)       foreground-color 12.
           05 sc-ltar4              line 18  col 07 pic x(69) from ws-ltar-linha(4)       foreground-color 12.
           05 sc-ltar5              line 19  col 07 pic x(69) from ws-ltar-linha(5)       foreground-color 12.
           05 sc-ltar6              line 20  col 07 pic x(69) from ws-ltar-linha(6)       foreground-color 12.
           05 sc-ltar7              line 21  col 07 pic x(69) from ws-ltar-linha(7)       foreground-color 12.
           05 sc-msn-tar            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.

       01  sc-tela-conquistas.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                              Regras de Conquista                                ".
           05 line 04 col 01 value "      Conquista (codigo):                                                        ".
           05 line 05 col 01 value "      Descricao         :                                                        ".
           05 line 06 col 01 value "      Tipo (D/S/Q/C)    :         Quantidade:              Situacao:             ".
           05 line 07 col 01 value "      Banco             :            Regiao:                (branco = todos)     ".
           05 line 08 col 01 value "      D=regiao dominada (N acertos em cada item)  S=N acertos seguidos sem dica  ".
           05 line 09 col 01 value "      Q=N questoes respondidas no banco           C=equipe campea de campeonato  ".
           05 line 11 col 01 value "        [ ]Incluir   [ ]Alterar   [ ]Desativar   [ ]Reativar   [ ]Listar regras  ".
           05 line 12 col 01 value "      Jogador           :                                                        ".
           05 line 13 col 01 value "        [ ]Listar conquistas do jogador                                          ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-cqs           line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-codigo-cqs         line 04  col 27 pic x(06) using ws-tcq-codigo         foreground-color 12.
           05 sc-descricao-cqs      line 05  col 27 pic x(36) using ws-tcq-descricao      foreground-color 12.
           05 sc-tipo-cqs           line 06  col 27 pic x(01) using ws-tcq-tipo           foreground-color 12.
           05 sc-quantidade-cqs     line 06  col 47 pic 9(04) using ws-tcq-quantidade     foreground-color 12.
           05 sc-situacao-cqs       line 06  col 70 pic x(01) from  ws-tcq-situacao       foreground-color 12.
           05 sc-banco-cqs          line 07  col 27 pic x(08) using ws-tcq-banco          foreground-color 12.
           05 sc-regiao-cqs         line 07  col 46 pic x(12) using ws-tcq-regiao         foreground-color 12.
           05 sc-incluir-cqs        line 11  col 10 pic x(01) using ws-tcq-incluir        foreground-color 15.
           05 sc-alterar-cqs        line 11  col 23 pic x(01) using ws-tcq-alterar        foreground-color 15.
           05 sc-desativar-cqs      line 11  col 36 pic x(01) using ws-tcq-desativar      foreground-color 15.
           05 sc-reativar-cqs       line 11  col 51 pic x(01) using ws-tcq-reativar       foreground-color 15.
           05 sc-listar-cqs         line 11  col 65 pic x(01) using ws-tcq-listar         foreground-color 15.
           05 sc-jogador-cqs        line 12  col 27 pic x(25) using ws-tcq-jogador        foreground-color 12.
           05 sc-listar-jog-cqs     line 13  col 10 pic x(01) using ws-tcq-listar-jog     foreground-color 15.
           05 sc-cabec-lcq          line 14  col 07 pic x(69) from ws-lcq-cabec           foreground-color 15.
           05 sc-lcq1               line 15  col 07 pic x(69) from ws-lcq-linha(1)        foreground-color 12.
           05 sc-lcq2               line 16  col 07 pic x(69) from ws-lcq-linha(2)        foreground-color 12.
           05 sc-lcq3               line 17  col 07 pic x(69) from ws-lcq-linha(3)        foreground-color 12.
           05 sc-lcq4               line 18  col 07 pic x(69) from ws-lcq-linha(4)        foreground-color 12.
           05 sc-lcq5               line 19  col 07 pic x(69) from ws-lcq-linha(5)        foreground-color 12.
           05 sc-lcq6               line 20  col 07 pic x(69) from ws-lcq-linha(6)        foreground-color 12.
           05 sc-lcq7               line 21  col 07 pic x(69) from ws-lcq-linha(7)        foreground-color 12.
           05 sc-msn-cqs            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.

       01  sc-tela-conquistas-novas.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 02 col 01 value "                              Novas Conquistas!                                  ".
           05 line 03 col 01 value "      Parabens! Nesta partida foram ganhas as conquistas abaixo:                 ".
           05 line 16 col 01 value "        [ ]Continuar                                                             ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-ncq1               line 05  col 07 pic x(69) from ws-ncq-linha(1)        foreground-color 14.
           05 sc-ncq2               line 06  col 07 pic x(69) from ws-ncq-linha(2)        foreground-color 14.
           05 sc-ncq3               line 07  col 07 pic x(69) from ws-ncq-linha(3)        foreground-color 14.
           05 sc-ncq4               line 08  col 07 pic x(69) from ws-ncq-linha(4)        foreground-color 14.
           05 sc-ncq5               line 09  col 07 pic x(69) from ws-ncq-linha(5)        foreground-color 14.
           05 sc-ncq6               line 10  col 07 pic x(69) from ws-ncq-linha(6)        foreground-color 14.
           05 sc-ncq7               line 11  col 07 pic x(69) from ws-ncq-linha(7)        foreground-color 14.
           05 sc-ncq8               line 12  col 07 pic x(69) from ws-ncq-linha(8)        foreground-color 14.
           05 sc-ncq9               line 13  col 07 pic x(69) from ws-ncq-linha(9)        foreground-color 14.
           05 sc-ncq10              line 14  col 07 pic x(69) from ws-ncq-linha(10)       foreground-color 14.
           05 sc-continuar-ncq      line 16  col 10 pic x(01) using ws-ncq-continuar      foreground-color 15.
           05 sc-msn-ncq            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.

       01  sc-tela-escolher-tarefa.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Escolha da Tarefa de Casa                              ".
           05 line 04 col 01 value "      TAREFA DESCRICAO                      BANCO    M QT ENTREGA  TURMA  S      ".
           05 line 13 col 01 value "      Tarefa (codigo):          [ ]Proxima pagina                                ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-etar          line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-etar1              line 05  col 07 pic x(69) from ws-ltar-linha(1)       foreground-color 12.
           05 sc-etar2              line 06  col 07 pic x(69) from ws-ltar-linha(2)       foreground-color 12.
           05 sc-etar3              line 07  col 07 pic x(69) from ws-ltar-linha(3)       foreground-color 12.
           05 sc-etar4              line 08  col 07 pic x(69) from ws-ltar-linha(4)       foreground-color 12.
           05 sc-etar5              line 09  col 07 pic x(69) from ws-ltar-linha(5)       foreground-color 12.
           05 sc-etar6              line 10  col 07 pic x(69) from ws-ltar-linha(6)       foreground-color 12.
           05 sc-etar7              line 11  col 07 pic x(69) from ws-ltar-linha(7)       foreground-color 12.
           05 sc-escolha-etar       line 13  col 24 pic x(06) using ws-etar-escolha       foreground-color 12.
           05 sc-proxima-etar       line 13  col 34 pic x(01) using ws-etar-proxima       foreground-color 15.
           05 sc-msn-etar           line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.

       01  sc-tela-jogar.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 line 09 col 01 value "        [ ]Incluir   [ ]Alterar   [ ]Retirar   [ ]Exportar   [ ]Importar        ".
           05 line 10 col 01 value "        [ ]Reativar (volta ao sorteio)   [ ]Alternativas de resposta            ".
           05 line 11 col 01 value "      (Exportar/Importar usam o arquivo portavel bancoPortavel.txt)             ".
           05 line 12 col 01 value "        [ ]Historico do item (versoes e quem alterou)                           ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-manter        line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-importar-manter    line 09  col 63 pic x(01) using ws-manter-importar    foreground-color 15.
           05 sc-reativar-manter    line 10  col 10 pic x(01) using ws-manter-reativar    foreground-color 15.
           05 sc-alternat-manter    line 10  col 43 pic x(01) using ws-manter-alternat    foreground-color 15.
           05 sc-versoes-manter     line 12  col 10 pic x(01) using ws-manter-versoes     foreground-color 15.
           05 sc-msn-manter         line 22  col 16 pic x(50) from  ws-msn                foreground-color 12.


           05 sc-msn-rev            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.


       01  sc-tela-provas-papel.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                 Provas em Papel (lancamento das respostas)                      ".
           05 line 03 col 01 value "      Folha No:            [ ]Abrir folha                                        ".
           05 line 04 col 01 value "      Aluno  :                             Turma:                                ".
           05 line 05 col 01 value "      Banco  :            Modo:                     Questoes:                    ".
           05 line 07 col 01 value "      NUM PERGUNTA                    RESPOSTA DO ALUNO                          ".
           05 line 19 col 01 value "      [ ]Corrigir e lancar     (Enter avanca a pagina, V no Sair volta)          ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-ppl           line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-folha-ppl          line 03  col 16 pic 9(06) using ws-ppl-folha          foreground-color 12.
           05 sc-abrir-ppl          line 03  col 29 pic x(01) using ws-ppl-abrir          foreground-color 15.
           05 sc-nome-ppl           line 04  col 16 pic x(25) using ws-ppl-nome           foreground-color 12.
           05 sc-turma-ppl          line 04  col 50 pic x(06) from  ws-plc-turma          foreground-color 12.
           05 sc-banco-ppl          line 05  col 16 pic x(08) from  ws-plc-cod-banco      foreground-color 12.
           05 sc-modo-ppl           line 05  col 32 pic x(15) from  ws-ppl-desc-modo      foreground-color 12.
           05 sc-qtd-ppl            line 05  col 63 pic 9(02) from  ws-ppl-qtd            foreground-color 12.
           05 sc-linha1-ppl         line 08  col 07 pic x(30) from  ws-ppl-linha(1)       foreground-color 12.
           05 sc-linha2-ppl         line 09  col 07 pic x(30) from  ws-ppl-linha(2)       foreground-color 12.
           05 sc-linha3-ppl         line 10  col 07 pic x(30) from  ws-ppl-linha(3)       foreground-color 12.
           05 sc-linha4-ppl         line 11  col 07 pic x(30) from  ws-ppl-linha(4)       foreground-color 12.
           05 sc-linha5-ppl         line 12  col 07 pic x(30) from  ws-ppl-linha(5)       foreground-color 12.
           05 sc-linha6-ppl         line 13  col 07 pic x(30) from  ws-ppl-linha(6)       foreground-color 12.
           05 sc-linha7-ppl         line 14  col 07 pic x(30) from  ws-ppl-linha(7)       foreground-color 12.
           05 sc-linha8-ppl         line 15  col 07 pic x(30) from  ws-ppl-linha(8)       foreground-color 12.
           05 sc-linha9-ppl         line 16  col 07 pic x(30) from  ws-ppl-linha(9)       foreground-color 12.
           05 sc-linha10-ppl        line 17  col 07 pic x(30) from  ws-ppl-linha(10)      foreground-color 12.
           05 sc-resp1-ppl          line 08  col 39 pic x(25) using ws-ppl-resp-pag(1)    foreground-color 15.
           05 sc-resp2-ppl          line 09  col 39 pic x(25) using ws-ppl-resp-pag(2)    foreground-color 15.
           05 sc-resp3-ppl          line 10  col 39 pic x(25) using ws-ppl-resp-pag(3)    foreground-color 15.
           05 sc-resp4-ppl          line 11  col 39 pic x(25) using ws-ppl-resp-pag(4)    foreground-color 15.
           05 sc-resp5-ppl          line 12  col 39 pic x(25) using ws-ppl-resp-pag(5)    foreground-color 15.
           05 sc-resp6-ppl          line 13  col 39 pic x(25) using ws-ppl-resp-pag(6)    foreground-color 15.
           05 sc-resp7-ppl          line 14  col 39 pic x(25) using ws-ppl-resp-pag(7)    foreground-color 15.
           05 sc-resp8-ppl          line 15  col 39 pic x(25) using ws-ppl-resp-pag(8)    foreground-color 15.
           05 sc-resp9-ppl          line 16  col 39 pic x(25) using ws-ppl-resp-pag(9)    foreground-color 15.
           05 sc-resp10-ppl         line 17  col 39 pic x(25) using ws-ppl-resp-pag(10)   foreground-color 15.
           05 sc-lancar-ppl         line 19  col 08 pic x(01) using ws-ppl-lancar         foreground-color 15.
           05 sc-msn-ppl            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.


       01  sc-tela-versoes-item.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                        Historico do Item (versoes datadas)                     ".
           05 line 03 col 01 value "      Banco      :            Codigo (UF):                                       ".
           05 line 05 col 01 value "      NUM VALE DESDE     ACAO         OPERADOR   ESTACAO SITUACAO                ".
           05 line 06 col 01 value "          ESTADO                    CAPITAL                   REGIAO            ".
           05 line 16 col 01 value "      (Enter avanca a pagina, V no Sair volta)                                  ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-ver           line 01  col 71 pic x(01) using ws-sair               foreground-color 12.
           05 sc-banco-ver          line 03  col 19 pic x(08) from  ws-banco-atual        foreground-color 12.
           05 sc-cod-ver            line 03  col 43 pic x(02) from  ws-ver-cod-estado     foreground-color 12.
           05 sc-linha1-ver         line 07  col 07 pic x(68) from ws-ver-linha(1)        foreground-color 12.
           05 sc-linha2-ver         line 08  col 07 pic x(68) from ws-ver-linha(2)        foreground-color 12.
           05 sc-linha3-ver         line 09  col 07 pic x(68) from ws-ver-linha(3)        foreground-color 12.
           05 sc-linha4-ver         line 10  col 07 pic x(68) from ws-ver-linha(4)        foreground-color 12.
           05 sc-linha5-ver         line 11  col 07 pic x(68) from ws-ver-linha(5)        foreground-color 12.
           05 sc-linha6-ver         line 12  col 07 pic x(68) from ws-ver-linha(6)        foreground-color 12.
           05 sc-linha7-ver         line 13  col 07 pic x(68) from ws-ver-linha(7)        foreground-color 12.
           05 sc-linha8-ver         line 14  col 07 pic x(68) from ws-ver-linha(8)        foreground-color 12.
           05 sc-msn-ver            line 22  col 16 pic x(50) from ws-msn                 foreground-color 12.


       01  sc-tela-manter-alt.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           move "N"   to ws-modo-tempo
           move zero  to ws-tempo-limite
           move space to ws-campeonato
           move space to ws-tarefa-jogo
           move ws-banco-atual to ws-banco-jogo

      *>   abrindo o arquivo para leitura; se ainda nao existir, cria vazio
           perform abrir-campeonato

           perform abrir-alternativas
           perform abrir-versoes-itens
           perform abrir-folhas-prova

           perform abrir-turmas
           perform abrir-tarefas
           perform abrir-conquistas

           perform carregar-estacao

           perform abrir-operadores

      *>       verifica se existe uma partida salva de uma sessao anterior
      *>       (sem o arquivo de estados nao ha como retomar a partida)
           set nao-existe-checkpoint to true
       abrir-alternativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre (criando se necessario) o arquivo de versoes datadas dos itens
      *>------------------------------------------------------------------------
       abrir-versoes-itens section.
           open i-o arqItensHist

           if ws-fs-arqItensHist = 35 then
               open output arqItensHist
               close       arqItensHist
               open i-o    arqItensHist
           end-if

      *>   sem o arquivo a manutencao continua; as mudancas apenas deixam
      *>   de ganhar versao e os relatorios usam o cadastro atual
           if ws-fs-arqItensHist <> 00 then
               set versoes-indisponivel to true
               set alerta-pendente      to true
           end-if
           .
       abrir-versoes-itens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre (criando se necessario) o arquivo das folhas de prova em papel
      *>------------------------------------------------------------------------
       abrir-folhas-prova section.
           open i-o arqFolhasProva

           if ws-fs-arqFolhasProva = 35 then
               open output arqFolhasProva
               close       arqFolhasProva
               open i-o    arqFolhasProva
           end-if

      *>   sem o arquivo o jogo segue; so o lancamento das provas em papel
      *>   fica fechado
           if ws-fs-arqFolhasProva <> 00 then
               set folhas-indisponivel to true
               set alerta-pendente     to true
           end-if
           .
       abrir-folhas-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre (criando se necessario) o cadastro de turmas e o arquivo de
      *>  matriculas dos jogadores nas turmas
      *>------------------------------------------------------------------------
       abrir-turmas section.
           open i-o arqTurmas

           if ws-fs-arqTurmas = 35 then
               open output arqTurmas
               close       arqTurmas
               open i-o    arqTurmas
           end-if

           open i-o arqMatriculas

           if ws-fs-arqMatriculas = 35 then
               open output arqMatriculas
               close       arqMatriculas
               open i-o    arqMatriculas
           end-if

      *>   mesmo tratamento gracioso do historico de jogadores (sem os
      *>   arquivos, o cadastro segue e as respostas vao sem turma)
           if ws-fs-arqTurmas <> 00 or ws-fs-arqMatriculas <> 00 then
               set turmas-indisponivel to true
               set alerta-pendente     to true
           end-if
           .
       abrir-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre (criando se necessario) as tarefas de casa e os alunos
      *>   avulsos de cada tarefa
      *>------------------------------------------------------------------------
       abrir-tarefas section.
           open i-o arqTarefas

           if ws-fs-arqTarefas = 35 then
               open output arqTarefas
               close       arqTarefas
               open i-o    arqTarefas
           end-if

           open i-o arqTarefaAlunos

           if ws-fs-arqTarefaAlunos = 35 then
               open output arqTarefaAlunos
               close       arqTarefaAlunos
               open i-o    arqTarefaAlunos
           end-if

      *>   mesmo tratamento gracioso das turmas (sem os arquivos, o jogo
      *>   segue livre, sem tarefa de casa)
           if ws-fs-arqTarefas <> 00 or ws-fs-arqTarefaAlunos <> 00 then
               set tarefas-indisponivel to true
               set alerta-pendente      to true
           end-if
           .
       abrir-tarefas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre (criando se necessario) as regras de conquista e as
      *>   conquistas ganhas; as regras nascem com os exemplos de cada tipo,
      *>   para o professor ajustar na tela de Conquistas
      *>------------------------------------------------------------------------
       abrir-conquistas section.
           open i-o arqRegrasConquista

           if ws-fs-arqRegrasConquista = 35 then
               open output arqRegrasConquista
               close       arqRegrasConquista
               open i-o    arqRegrasConquista

               if ws-fs-arqRegrasConquista = 00 then
                   perform semear-regras-conquista
               end-if
           end-if

           open i-o arqConquistas

           if ws-fs-arqConquistas = 35 then
               open output arqConquistas
               close       arqConquistas
               open i-o    arqConquistas
           end-if

      *>   mesmo tratamento gracioso das turmas (sem os arquivos, a partida
      *>   segue sem conferir nem anunciar conquistas)
           if ws-fs-arqRegrasConquista <> 00 or ws-fs-arqConquistas <> 00 then
               set conquistas-indisponivel to true
               set alerta-pendente         to true
           end-if
           .
       abrir-conquistas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regras iniciais, uma de cada tipo, gravadas quando o arquivo de
      *>   regras acaba de ser criado
      *>------------------------------------------------------------------------
       semear-regras-conquista section.
           accept ws-data-atual from date yyyymmdd

           move "REGIAO"                              to fd-rcq-codigo
           move "DOMINIO COMPLETO DE UMA REGIAO"      to fd-rcq-descricao
           move "D"                                   to fd-rcq-tipo
           move 3                                     to fd-rcq-quantidade
           perform gravar-regra-inicial

           move "SEQ10"                               to fd-rcq-codigo
           move "10 ACERTOS SEGUIDOS SEM DICA"        to fd-rcq-descricao
           move "S"                                   to fd-rcq-tipo
           move 10                                    to fd-rcq-quantidade
           perform gravar-regra-inicial

           move "CEM"                                 to fd-rcq-codigo
           move "100 QUESTOES RESPONDIDAS NO BANCO"   to fd-rcq-descricao
           move "Q"                                   to fd-rcq-tipo
           move 100                                   to fd-rcq-quantidade
           perform gravar-regra-inicial

           move "CAMPEA"                              to fd-rcq-codigo
           move "EQUIPE CAMPEA DE CAMPEONATO"         to fd-rcq-descricao
           move "C"                                   to fd-rcq-tipo
           move zero                                  to fd-rcq-quantidade
           perform gravar-regra-inicial
           .
       semear-regras-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a regra inicial montada em fd-regra-conquista (ativa, para
      *>   qualquer banco e regiao)
      *>------------------------------------------------------------------------
       gravar-regra-inicial section.
           move space         to fd-rcq-cod-banco
           move space         to fd-rcq-regiao
           move "A"           to fd-rcq-situacao
           move ws-data-atual to fd-rcq-data-cad
           write fd-regra-conquista

           if ws-fs-arqRegrasConquista <> 00 then
               move 145                                    to ws-msn-erro-ofsset
               move ws-fs-arqRegrasConquista              to ws-msn-erro-cod
               move "Erro ao gravar regra de conquista"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-regra-inicial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre (criando se necessario) o cadastro de professores; ilegivel,
      *>   as manutencoes ficam fechadas ate o reparo. Cadastro vazio (recem
      *>   criado ou perdido) so recebe professores pela carga de
      *>   operadores.txt, nunca pela tela de acesso
      *>------------------------------------------------------------------------
       abrir-operadores section.
           open i-o arqOperadores

           if ws-fs-arqOperadores = 35 then
               open output arqOperadores
               close       arqOperadores
               open i-o    arqOperadores
           end-if

           if ws-fs-arqOperadores <> 00 then
               set operadores-indisponivel to true
               set alerta-pendente         to true
           else
               move low-values to fd-ope-login
               start arqOperadores key is >= fd-ope-login

               if ws-fs-arqOperadores <> 00 then
                   perform carregar-operadores-iniciais
               end-if
           end-if
           .
       abrir-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega no cadastro vazio os professores de operadores.txt (um por
      *>   linha, login;nome;senha), com a senha embaralhada como na inclusao
      *>   pela tela; login repetido ou linha incompleta e ignorado. Sem o
      *>   arquivo o cadastro segue vazio e as manutencoes fechadas
      *>------------------------------------------------------------------------
       carregar-operadores-iniciais section.
           open input arqOperadoresIni

           if ws-fs-arqOperadoresIni = 35 then
               continue
           else
               if ws-fs-arqOperadoresIni <> 00 then
                   move 165                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOperadoresIni                  to ws-msn-erro-cod
                   move "Erro ao abrir carga de professores"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqOperadoresIni = 10

                   read arqOperadoresIni

                   if ws-fs-arqOperadoresIni = 00 then
                       if fd-operador-ini-linha <> space then
                           perform gravar-operador-inicial
                       end-if
                   else
                       if ws-fs-arqOperadoresIni <> 10 then
                           move 166                                  to ws-msn-erro-ofsset
                           move ws-fs-arqOperadoresIni              to ws-msn-erro-cod
                           move "Erro ao ler carga de professores"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqOperadoresIni
           end-if
           .
       carregar-operadores-iniciais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o professor da linha corrente de operadores.txt
      *>------------------------------------------------------------------------
       gravar-operador-inicial section.
           move space to ws-ini-login
           move space to ws-ini-nome
           move space to ws-ini-senha

      *>       arquivo preparado no Windows chega com CR no fim da linha
           inspect fd-operador-ini-linha replacing all x"0D" by space

           unstring fd-operador-ini-linha delimited by ";"
               into ws-ini-login
                    ws-ini-nome
                    ws-ini-senha
           end-unstring

           if ws-ini-login <> space and ws-ini-senha <> space then
               move ws-ini-login to ws-texto-norm
               perform normalizar-texto
               move ws-texto-norm to ws-ini-login

               move ws-ini-senha to ws-senha-cifra
               perform cifrar-senha

               move ws-ini-login   to fd-ope-login
               move ws-ini-nome    to fd-ope-nome
               move ws-senha-cifra to fd-ope-senha
               accept fd-ope-data-cad from date yyyymmdd
               write fd-operador

               if ws-fs-arqOperadores = 00 then
                   move "INSTALACAO"  to ws-operador-atual
                   move "OPERADORES"  to ws-lga-arquivo
                   move "INCLUIR"     to ws-lga-acao
                   move ws-ini-login  to ws-lga-chave
                   move space         to ws-lga-antes
                   move ws-ini-nome   to ws-lga-depois
                   perform gravar-log-alteracao
                   move space         to ws-operador-atual
               else
                   if ws-fs-arqOperadores <> 22 then
                       move 129                                  to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                 to ws-msn-erro-cod
                       move "Erro ao gravar cadastro de professor" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       gravar-operador-inicial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a identificacao desta estacao de estacao.txt (primeira linha);
      *>  arquivo ausente ou vazio mantem o padrao E001
      *>       partida segue como amistoso)
           move fd-ckpt-campeonato to ws-campeonato

      *>       tarefa de casa da partida suspensa (em branco -- inclusive em
      *>       checkpoint de versao anterior -- a partida segue livre)
           move fd-ckpt-tarefa     to ws-tarefa-atual
           move fd-ckpt-tarefa     to ws-tarefa-jogo

      *>       a partida salva pode ser de outro banco de questoes; recarrega
      *>       as tabelas do banco dela antes de restaurar os contadores
      *>       posicionais (erros e cartelas de sorteio)
      *>               comecou com a pontuacao que esta no retrato
                   move fd-ckpt-pontos-jog(ws-ind-ckpt-jog)     to ws-pontos-iniciais(ws-ind-ckpt-jog)
               end-if
      *>           checkpoint de versao anterior chega com a turma em branco
               move fd-ckpt-turma-jog(ws-ind-ckpt-jog)    to ws-turma-jog(ws-ind-ckpt-jog)

      *>           checkpoint de versao anterior nao traz as sequencias de
      *>           acertos; elas recomecam do zero na partida retomada
               if  fd-ckpt-seq-acertos-jog(ws-ind-ckpt-jog) is numeric
               and fd-ckpt-seq-maior-jog(ws-ind-ckpt-jog)   is numeric then
                   move fd-ckpt-seq-acertos-jog(ws-ind-ckpt-jog) to ws-seq-acertos(ws-ind-ckpt-jog)
                   move fd-ckpt-seq-maior-jog(ws-ind-ckpt-jog)   to ws-seq-maior(ws-ind-ckpt-jog)
               else
                   move zero to ws-seq-acertos(ws-ind-ckpt-jog)
                   move zero to ws-seq-maior(ws-ind-ckpt-jog)
               end-if

               perform varying ws-ind-ckpt-est from 1 by 1 until ws-ind-ckpt-est > ws-max-estados-cap
                   move fd-ckpt-ja-sorteado-est(ws-ind-ckpt-jog, ws-ind-ckpt-est)
                                                         to ws-ja-sorteado(ws-ind-ckpt-jog, ws-ind-ckpt-est)
               end-perform
           end-perform
           move ws-modo-tempo      to fd-ckpt-modo-tempo
           move ws-tempo-limite    to fd-ckpt-tempo-limite
           move ws-campeonato      to fd-ckpt-campeonato
           move ws-tarefa-atual    to fd-ckpt-tarefa
           compute fd-ckpt-ind-jog = ws-ind-jog + 1

           perform varying ws-ind-ckpt-est from 1 by 1 until ws-ind-ckpt-est > ws-max-estados-cap
               move ws-pontos(ws-ind-ckpt-jog)      to fd-ckpt-pontos-jog(ws-ind-ckpt-jog)
               move ws-respondidas(ws-ind-ckpt-jog) to fd-ckpt-respondidas-jog(ws-ind-ckpt-jog)
               move ws-pontos-iniciais(ws-ind-ckpt-jog) to fd-ckpt-pontos-ini-jog(ws-ind-ckpt-jog)
               move ws-turma-jog(ws-ind-ckpt-jog)       to fd-ckpt-turma-jog(ws-ind-ckpt-jog)
               move ws-seq-acertos(ws-ind-ckpt-jog)     to fd-ckpt-seq-acertos-jog(ws-ind-ckpt-jog)
               move ws-seq-maior(ws-ind-ckpt-jog)       to fd-ckpt-seq-maior-jog(ws-ind-ckpt-jog)

               perform varying ws-ind-ckpt-est from 1 by 1 until ws-ind-ckpt-est > ws-max-estados-cap
                   move ws-ja-sorteado(ws-ind-ckpt-jog, ws-ind-ckpt-est)
           move space  to fd-ckpt-modo-tempo
           move zero   to fd-ckpt-tempo-limite
           move space  to fd-ckpt-campeonato
           move space  to fd-ckpt-tarefa
           move zero   to fd-ckpt-ind-jog

           open output arqCheckpoint
               move space  to ws-verificar-arq
               move space  to ws-ver-campeonato
               move space  to ws-revisar-resp
               move space  to ws-tarefas-casa
               move space  to ws-conquistas-menu
               move space  to ws-provas-papel
               move space  to ws-sair
               move space  to ws-msn

                   accept sc-tela-menu
               end-if

      *>           tarefa de casa escolhida: banco, regiao, modo e cota de
      *>           questoes vem da tarefa, por cima do que foi digitado
               perform aplicar-tarefa

      *>           banco em branco volta para o banco ja carregado
               if ws-banco-jogo = space then
                   move ws-banco-atual to ws-banco-jogo
                           display sc-tela-menu
                           accept sc-tela-menu
                       else
                           move "ESTADOS" to ws-ace-opcao
                           perform autenticar-professor
                           if acesso-liberado then
                               perform manter-estados
                               move space to ws-operador-atual
                           else
                               if operadores-indisponivel then
                                   move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
                                   display sc-tela-menu
                                   accept sc-tela-menu
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
                       display sc-tela-menu
                       accept sc-tela-menu
                   else
                       move "JOGADORES" to ws-ace-opcao
                       perform autenticar-professor
                       if acesso-liberado then
                           perform manter-jogadores
                           move space to ws-operador-atual
                       else
                           if operadores-indisponivel then
                               move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
                               display sc-tela-menu
                               accept sc-tela-menu
                           end-if
                       end-if
                   end-if
               end-if

                           display sc-tela-menu
                           accept sc-tela-menu
                       else
                           move "REVISAO" to ws-ace-opcao
                           perform autenticar-professor
                           if acesso-liberado then
                               perform tela-revisao
                               move space to ws-operador-atual
                           else
                               if operadores-indisponivel then
                                   move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
                                   display sc-tela-menu
                                   accept sc-tela-menu
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
                       display sc-tela-menu
                       accept sc-tela-menu
                   else
                       move "VERIFICAR" to ws-ace-opcao
                       perform autenticar-professor
                       if acesso-liberado then
                           perform verificar-arquivos
                           move space to ws-operador-atual
                       else
                           if operadores-indisponivel then
                               move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
                               display sc-tela-menu
                               accept sc-tela-menu
                           end-if
                       end-if
                   end-if
               end-if

               if  ws-tarefas-casa = "X"
               or  ws-tarefas-casa = "x" then
                   if tarefas-indisponivel then
                       move "Arquivos de tarefas ilegiveis" to ws-msn
                       display sc-tela-menu
                       accept sc-tela-menu
                   else
                       move "TAREFAS" to ws-ace-opcao
                       perform autenticar-professor
                       if acesso-liberado then
                           perform tela-tarefas
                           move space to ws-operador-atual
                       else
                           if operadores-indisponivel then
                               move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
                               display sc-tela-menu
                               accept sc-tela-menu
                           end-if
                       end-if
                   end-if
               end-if

               if  ws-conquistas-menu = "X"
               or  ws-conquistas-menu = "x" then
                   if conquistas-indisponivel then
                       move "Arquivos de conquistas ilegiveis" to ws-msn
                       display sc-tela-menu
                       accept sc-tela-menu
                   else
                       move "CONQUISTAS" to ws-ace-opcao
                       perform autenticar-professor
                       if acesso-liberado then
                           perform tela-conquistas
                           move space to ws-operador-atual
                       else
                           if operadores-indisponivel then
                               move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
                               display sc-tela-menu
                               accept sc-tela-menu
                           end-if
                       end-if
                   end-if
               end-if

               if  ws-provas-papel = "X"
               or  ws-provas-papel = "x" then
                   if ws-qtd-jogadores > zero or existe-checkpoint then

      *>               o lancamento regrava historico, erros e dominio, os
      *>               mesmos arquivos que as tabelas posicionais da partida
      *>               espelham -- mesmo bloqueio da revisao
                       move "Encerre ou finalize a partida antes do lancamento" to ws-msn
                       display sc-tela-menu
                       accept sc-tela-menu
                   else
                       if folhas-indisponivel then
                           move "Arquivo de folhas de prova ilegivel" to ws-msn
                           display sc-tela-menu
                           accept sc-tela-menu
                       else
                           if historico-indisponivel
                           or erroshist-indisponivel
                           or dominio-indisponivel then
                               move "Arquivo ilegivel, repare em Verificar Arquivos" to ws-msn
                               display sc-tela-menu
                               accept sc-tela-menu
                           else
                               move "PROVAS" to ws-ace-opcao
                               perform autenticar-professor
                               if acesso-liberado then
                                   perform tela-provas-papel
                                   move space to ws-operador-atual
                               else
                                   if operadores-indisponivel then
                                       move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
                                       display sc-tela-menu
                                       accept sc-tela-menu
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if

       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Tarefa de casa do menu: "?" abre a lista das tarefas abertas; a
      *>   tarefa valida fixa banco, regiao, modo e questoes por jogador, e
      *>   o jogo vai sem treino dirigido, sem cronometro e sem campeonato,
      *>   para todos os alunos fazerem a mesma tarefa nas mesmas condicoes
      *>------------------------------------------------------------------------
       aplicar-tarefa section.
           if ws-tarefa-jogo <> space then
               move ws-tarefa-jogo to ws-texto-norm
               perform normalizar-texto
               move ws-texto-norm  to ws-tarefa-jogo
           end-if

           if ws-tarefa-jogo <> ws-tarefa-atual then
               if ws-qtd-jogadores > zero or existe-checkpoint then

      *>               a tarefa decide banco e cota da partida; trocar com
      *>               jogadores ja cadastrados misturaria duas configuracoes
      *>               nas mesmas respostas
                   move ws-tarefa-atual to ws-tarefa-jogo
                   move "Encerre a partida atual antes de trocar de tarefa" to ws-msn
                   display sc-tela-menu
                   accept sc-tela-menu
               else
                   if tarefas-indisponivel then
                       move space to ws-tarefa-jogo
                       move space to ws-tarefa-atual
                       move "Arquivos de tarefas ilegiveis" to ws-msn
                       display sc-tela-menu
                       accept sc-tela-menu
                   else
                       if ws-tarefa-jogo = "?" then
                           perform escolher-tarefa
                       end-if

                       if ws-tarefa-jogo = space then
                           move space to ws-tarefa-atual
                       else
                           move ws-tarefa-jogo to fd-tar-codigo
                           read arqTarefas key is fd-tar-codigo

                           if ws-fs-arqTarefas <> 00
                           or fd-tar-situacao  <> "A" then
                               move space to ws-tarefa-jogo
                               move space to ws-tarefa-atual
                               move "Tarefa de casa inexistente ou encerrada" to ws-msn
                               display sc-tela-menu
                               accept sc-tela-menu
                           else
                               move ws-tarefa-jogo to ws-tarefa-atual
                           end-if
                       end-if
                   end-if
               end-if
           end-if

      *>       a tarefa em vigor (escolhida agora ou retomada do checkpoint,
      *>       mesmo que encerrada depois) continua mandando na configuracao
           if ws-tarefa-atual <> space and tarefas-disponivel then
               move ws-tarefa-atual to fd-tar-codigo
               read arqTarefas key is fd-tar-codigo

               if ws-fs-arqTarefas = 00 then
                   move fd-tar-cod-banco    to ws-banco-jogo
                   move fd-tar-regiao       to ws-regiao-filtro
                   move fd-tar-modo         to ws-modo-jogo
                   move fd-tar-qtd-questoes to ws-qtd-questoes
                   move "N"                 to ws-treino-dirigido
                   move "N"                 to ws-modo-tempo
                   move zero                to ws-tempo-limite
                   move space               to ws-campeonato
               end-if
           end-if
           .
       aplicar-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista as tarefas de casa abertas, sete por pagina, para o aluno
      *>   digitar o codigo da sua; Sair volta ao menu sem tarefa
      *>------------------------------------------------------------------------
       escolher-tarefa section.
           move space      to ws-sair
           move space      to ws-tela-escolher-tarefa
           move space      to ws-msn
           move low-values to ws-etar-inicio
           perform carregar-pagina-tarefas

           perform until ws-sair = "V"
                      or ws-sair = "v"
                      or ws-etar-escolha <> space

               move space to ws-etar-proxima

               display sc-tela-escolher-tarefa
               accept sc-tela-escolher-tarefa

               move space to ws-msn

               if ws-sair <> "V" and ws-sair <> "v" then
                   if ws-etar-proxima = "X" or ws-etar-proxima = "x" then
                       move space to ws-etar-escolha
      *>                   passada a ultima pagina, a lista recomeca do inicio
                       if lista-tarefas-fim then
                           move low-values    to ws-etar-inicio
                       else
                           move ws-etar-ultima to ws-etar-inicio
                       end-if
                       perform carregar-pagina-tarefas
                   else
                       if ws-etar-escolha = space then
                           move "Digite o codigo da tarefa ou marque Sair" to ws-msn
                       end-if
                   end-if
               end-if

           end-perform

           if ws-sair = "V" or ws-sair = "v" then
               move space to ws-tarefa-jogo
           else
               move ws-etar-escolha to ws-texto-norm
               perform normalizar-texto
               move ws-texto-norm   to ws-tarefa-jogo
           end-if

           move space to ws-sair
           move space to ws-msn
           .
       escolher-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta uma pagina da lista de tarefas abertas, a partir da tarefa
      *>   seguinte a ws-etar-inicio
      *>------------------------------------------------------------------------
       carregar-pagina-tarefas section.
           move space to ws-lista-tarefas
           move zero  to ws-ind-ltar
           set lista-tarefas-continua to true

           move ws-etar-inicio to fd-tar-codigo
           start arqTarefas key is > fd-tar-codigo

           if ws-fs-arqTarefas <> 00 then
               set lista-tarefas-fim to true
           end-if

           perform until lista-tarefas-fim
                      or ws-ind-ltar >= 7
               read arqTarefas next
               if ws-fs-arqTarefas <> 00 then
                   set lista-tarefas-fim to true
               else
                   move fd-tar-codigo to ws-etar-ultima
                   if fd-tar-situacao = "A" then
                       add 1 to ws-ind-ltar
                       perform montar-linha-tarefa
                       move ws-ltar-detalhe to ws-ltar-linha(ws-ind-ltar)
                   end-if
               end-if
           end-perform

           if ws-ind-ltar = zero then
               move "Nenhuma tarefa de casa aberta" to ws-msn
           end-if
           .
       carregar-pagina-tarefas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Linha de listagem da tarefa lida em fd-tarefa
      *>------------------------------------------------------------------------
       montar-linha-tarefa section.
           move fd-tar-codigo        to ws-ltar-codigo
           move fd-tar-descricao     to ws-ltar-descricao
           move fd-tar-cod-banco     to ws-ltar-banco
           move fd-tar-modo          to ws-ltar-modo
           move fd-tar-qtd-questoes  to ws-ltar-qtd-questoes
           move fd-tar-data-entrega  to ws-ltar-entrega
           move fd-tar-turma         to ws-ltar-turma
           move fd-tar-situacao      to ws-ltar-situacao
           .
       montar-linha-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro de jogadores, sao admitidos ate ws-max-jogadores jogadores
      *>------------------------------------------------------------------------

               move space  to ws-nome-jogador
               move space  to ws-nome-equipe
               move space  to ws-turma-jogador
               move space  to ws-importar-lista
               move space  to ws-cadastro-turmas

               display sc-tela-cad-jogador
               accept sc-tela-cad-jogador

               move space     to   ws-msn

               if ws-cadastro-turmas = "X" or ws-cadastro-turmas = "x" then
                   if turmas-indisponivel then
                       move "Arquivos de turmas ilegiveis" to ws-msn
                   else
                       move "TURMAS" to ws-ace-opcao
                       perform autenticar-professor
                       if acesso-liberado then
                           perform tela-turmas
                           move space to ws-operador-atual
                       end-if
                   end-if
               else
                   if ws-importar-lista = "X" or ws-importar-lista = "x" then
                       perform importar-lista-alunos
                   else
                       if ws-nome-jogador <> space then  *> Consistindo a digita��o do User, nomes = spaces  s�o ignorados
                           perform registrar-jogador
                       end-if
                   end-if
               end-if

           else
               perform descobrir-prox-ind-jog
               if ws-ind-jog <= ws-max-jogadores then  *> Consistencia da quantidade de jogadores para evitar estouro de tabela
                   perform resolver-turma-jogador
                   if turma-aceita then
                       perform verificar-aluno-tarefa
                   end-if
               else
                   move "Quantidade de jogadores completa" to ws-msn
               end-if
           end-if

           if nome-nao-duplicado
           and ws-ind-jog <= ws-max-jogadores
           and turma-aceita
           and aluno-na-tarefa then

      *>           primeira vez com turma: matricula o jogador nela
                   if matricula-nova then
                       accept ws-data-atual from date yyyymmdd
                       move ws-nome-jogador  to fd-mat-nome-jog
                       move ws-turma-jogador to fd-mat-turma
                       move ws-data-atual    to fd-mat-data
                       write fd-matricula

                       if ws-fs-arqMatriculas <> 00 then
                           move 121                                   to ws-msn-erro-ofsset
                           move ws-fs-arqMatriculas                  to ws-msn-erro-cod
                           move "Erro ao gravar matricula do jogador" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

      *>           salvar jogador na tabela de jogadores
                   add 1                  to  ws-qtd-jogadores
                   move ws-nome-jogador   to  ws-nome-jog(ws-ind-jog)
                   move ws-turma-jogador  to  ws-turma-jog(ws-ind-jog)

      *>           nome de equipe normalizado, para "azul" e "AZUL"
      *>           somarem na mesma equipe
      *>           marca de onde a partida parte, para a rodada de campeonato
      *>           postar so o que for conquistado daqui em diante
                   move ws-pontos(ws-ind-jog) to ws-pontos-iniciais(ws-ind-jog)

                   move zero to ws-seq-acertos(ws-ind-jog)
                   move zero to ws-seq-maior(ws-ind-jog)
           end-if
           .
       registrar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Turma do jogador sendo registrado: a digitada precisa existir no
      *>   cadastro e, na primeira vez, vira a matricula do jogador (gravada
      *>   por registrar-jogador, se ele entrar); em branco vale a turma da
      *>   matricula ja registrada. Nome matriculado
      *>   em outra turma e recusado -- sao dois alunos com o mesmo nome, e
      *>   somariam no mesmo historico (transferencia e feita na tela de
      *>   turmas)
      *>------------------------------------------------------------------------
       resolver-turma-jogador section.
           set turma-aceita        to true
           set matricula-existente to true

           if turmas-indisponivel then
               move space to ws-turma-jogador
           else
               if ws-turma-jogador <> space then
                   move ws-turma-jogador to ws-texto-norm
                   perform normalizar-texto
                   move ws-texto-norm    to ws-turma-jogador
               end-if

               move ws-nome-jogador to fd-mat-nome-jog
               read arqMatriculas key is fd-mat-nome-jog

               if ws-fs-arqMatriculas = 00 then
                   if ws-turma-jogador = space then
                       move fd-mat-turma to ws-turma-jogador
                   else
                       if fd-mat-turma <> ws-turma-jogador then
                           set turma-recusada to true
                           move spaces to ws-msn
                           string "Nome ja matriculado na turma " delimited by size
                                  fd-mat-turma                    delimited by space
                                  ", diferencie"                  delimited by size
                             into ws-msn
                           end-string
                       end-if
                   end-if
               else
                   if ws-turma-jogador <> space then
                       move ws-turma-jogador to fd-tur-codigo
                       read arqTurmas key is fd-tur-codigo

                       if ws-fs-arqTurmas <> 00 then
                           set turma-recusada to true
                           move "Turma nao cadastrada, inclua em Turmas" to ws-msn
                       else
                           set matricula-nova to true
                       end-if
                   end-if
               end-if
           end-if
           .
       resolver-turma-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Com tarefa de casa em vigor, so entram os alunos dela: os da
      *>   turma da tarefa (pela turma resolvida acima) e os avulsos
      *>   incluidos em arqTarefaAlunos
      *>------------------------------------------------------------------------
       verificar-aluno-tarefa section.
           set aluno-na-tarefa to true

           if ws-tarefa-atual <> space and tarefas-disponivel then
               move ws-tarefa-atual to fd-tar-codigo
               read arqTarefas key is fd-tar-codigo

               if ws-fs-arqTarefas = 00 then
                   if fd-tar-turma = space
                   or fd-tar-turma <> ws-turma-jogador then
                       move ws-tarefa-atual to fd-tal-tarefa
                       move ws-nome-jogador to fd-tal-nome-jog
                       read arqTarefaAlunos key is fd-tal-chave

                       if ws-fs-arqTarefaAlunos <> 00 then
                           set aluno-fora-tarefa to true
                           move "Jogador fora da lista desta tarefa de casa" to ws-msn
                       end-if
                   end-if
               end-if
           end-if
           .
       verificar-aluno-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Importa a lista de chamada da turma (listaAlunos.csv, um aluno por
      *>   linha no formato nome;equipe;turma, a turma opcional) registrando
      *>   cada um pelo mesmo caminho do cadastro manual: checagem de
      *>   duplicidade, turma e tarefa, e resgate da pontuacao acumulada do
      *>   historico
      *>------------------------------------------------------------------------
       importar-lista-alunos section.
           open input arqListaAlunos
       importar-aluno-da-linha section.
           move space to ws-csv-nome
           move space to ws-csv-equipe
           move space to ws-csv-turma

      *>       lista salva no Windows chega com CR no fim da linha; sem isto
      *>       o ultimo campo carregaria o CR e nunca bateria com o historico
           unstring fd-lista-linha delimited by ";"
               into ws-csv-nome
                    ws-csv-equipe
                    ws-csv-turma
           end-unstring

           if ws-csv-nome = space then
           else
               move ws-csv-nome      to ws-nome-jogador
               move ws-csv-equipe    to ws-nome-equipe
               move ws-csv-turma     to ws-turma-jogador
               move ws-qtd-jogadores to ws-qtd-jog-antes

               perform registrar-jogador
           exit.

      *>------------------------------------------------------------------------
      *>   Cadastro de turmas e matricula (ou transferencia) de alunos
      *>------------------------------------------------------------------------
       tela-turmas section.
           move space to ws-sair
           initialize ws-tela-turmas
           move space to ws-lista-turmas
           move space to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-tur-incluir
               move space to ws-tur-alterar
               move space to ws-tur-listar
               move space to ws-tur-matricular

               display sc-tela-turmas
               accept sc-tela-turmas

               move space to ws-msn

               if ws-tur-codigo <> space then
                   move ws-tur-codigo to ws-texto-norm
                   perform normalizar-texto
                   move ws-texto-norm to ws-tur-codigo
               end-if

               if ws-tur-listar = "X" or ws-tur-listar = "x" then
                   perform listar-turmas
               else
                   if ws-tur-codigo = space then
                       if ws-tur-incluir    <> space
                       or ws-tur-alterar    <> space
                       or ws-tur-matricular <> space then
                           move "Informe o codigo da turma" to ws-msn
                       end-if
                   else
                       if ws-tur-incluir = "X" or ws-tur-incluir = "x" then
                           perform incluir-turma
                       else
                           if ws-tur-alterar = "X" or ws-tur-alterar = "x" then
                               perform alterar-turma
                           else
                               if ws-tur-matricular = "X" or ws-tur-matricular = "x" then
                                   perform matricular-aluno
                               else
                                   perform consultar-turma
                               end-if
                           end-if
                       end-if
                   end-if
           end-perform

           move space to ws-sair
           .
       tela-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cadastra a turma digitada, que nao pode existir ainda
      *>------------------------------------------------------------------------
       incluir-turma section.
           move ws-tur-codigo to fd-tur-codigo
           read arqTurmas key is fd-tur-codigo

           if ws-fs-arqTurmas = 00 then
               move "Turma ja cadastrada" to ws-msn
           else
               move ws-tur-codigo      to fd-tur-codigo
               move ws-tur-serie       to fd-tur-serie
               move ws-tur-professor   to fd-tur-professor
               move ws-tur-ano-letivo  to fd-tur-ano-letivo
               write fd-turma

               if ws-fs-arqTurmas <> 00 then
                   move 122                       to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas           to ws-msn-erro-cod
                   move "Erro ao incluir turma"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "TURMAS"          to ws-lga-arquivo
               move "INCLUIR"         to ws-lga-acao
               move fd-tur-codigo     to ws-lga-chave
               move space             to ws-lga-antes
               move fd-turma(7:39)    to ws-lga-depois
               perform gravar-log-alteracao

               move "Turma incluida com sucesso" to ws-msn
           end-if
           .
       incluir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Altera serie, professor e ano letivo da turma digitada
      *>------------------------------------------------------------------------
       alterar-turma section.
           move ws-tur-codigo to fd-tur-codigo
           read arqTurmas key is fd-tur-codigo

           if ws-fs-arqTurmas <> 00 then
               move "Turma nao cadastrada" to ws-msn
           else
               move fd-turma(7:39)     to ws-lga-antes
               move ws-tur-serie       to fd-tur-serie
               move ws-tur-professor   to fd-tur-professor
               move ws-tur-ano-letivo  to fd-tur-ano-letivo
               rewrite fd-turma

               if ws-fs-arqTurmas <> 00 then
                   move 123                       to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas           to ws-msn-erro-cod
                   move "Erro ao alterar turma"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "TURMAS"          to ws-lga-arquivo
               move "ALTERAR"         to ws-lga-acao
               move fd-tur-codigo     to ws-lga-chave
               move fd-turma(7:39)    to ws-lga-depois
               perform gravar-log-alteracao

               move "Turma alterada com sucesso" to ws-msn
           end-if
           .
       alterar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exibe os dados da turma digitada
      *>------------------------------------------------------------------------
       consultar-turma section.
           move ws-tur-codigo to fd-tur-codigo
           read arqTurmas key is fd-tur-codigo

           if ws-fs-arqTurmas <> 00 then
               move "Turma nao cadastrada" to ws-msn
           else
               move fd-tur-serie       to ws-tur-serie
               move fd-tur-professor   to ws-tur-professor
               move fd-tur-ano-letivo  to ws-tur-ano-letivo
           end-if
           .
       consultar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista as turmas a partir do codigo digitado (ou do inicio)
      *>------------------------------------------------------------------------
       listar-turmas section.
           move space to ws-lista-turmas
           move zero  to ws-ind-ltur

           if ws-tur-codigo = space then
               move low-values    to fd-tur-codigo
           else
               move ws-tur-codigo to fd-tur-codigo
           end-if

           start arqTurmas key is >= fd-tur-codigo

           if ws-fs-arqTurmas = 00 then
               perform until ws-fs-arqTurmas <> 00
                          or ws-ind-ltur >= 7
                   read arqTurmas next
                   if ws-fs-arqTurmas = 00 then
                       add 1 to ws-ind-ltur
                       move fd-tur-codigo     to ws-ltur-codigo
                       move fd-tur-serie      to ws-ltur-serie
                       move fd-tur-professor  to ws-ltur-professor
                       move fd-tur-ano-letivo to ws-ltur-ano
                       move ws-ltur-detalhe   to ws-ltur-linha(ws-ind-ltur)
                   end-if
               end-perform
           end-if

           if ws-ind-ltur = zero then
               move "Nenhuma turma cadastrada a partir do codigo" to ws-msn
           end-if
           .
       listar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Matricula o jogador digitado na turma; ja matriculado em outra
      *>   turma e transferido
      *>------------------------------------------------------------------------
       matricular-aluno section.
           move ws-tur-codigo to fd-tur-codigo
           read arqTurmas key is fd-tur-codigo

           if ws-fs-arqTurmas <> 00 then
               move "Turma nao cadastrada" to ws-msn
           else
               if ws-tur-aluno = space then
                   move "Informe o nome do jogador" to ws-msn
               else
                   accept ws-data-atual from date yyyymmdd

                   move ws-tur-aluno to fd-mat-nome-jog
                   read arqMatriculas key is fd-mat-nome-jog

                   if ws-fs-arqMatriculas = 00 then
                       move fd-mat-turma  to ws-lga-antes
                       move ws-tur-codigo to fd-mat-turma
                       move ws-data-atual to fd-mat-data
                       rewrite fd-matricula

                       if ws-fs-arqMatriculas <> 00 then
                           move 125                             to ws-msn-erro-ofsset
                           move ws-fs-arqMatriculas            to ws-msn-erro-cod
                           move "Erro ao transferir matricula" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "MATRICULAS"    to ws-lga-arquivo
                       move "TRANSFERIR"    to ws-lga-acao
                       move ws-tur-aluno    to ws-lga-chave
                       move ws-tur-codigo   to ws-lga-depois
                       perform gravar-log-alteracao

                       move "Jogador transferido para a turma" to ws-msn
                   else
                       move ws-tur-aluno  to fd-mat-nome-jog
                       move ws-tur-codigo to fd-mat-turma
                       move ws-data-atual to fd-mat-data
                       write fd-matricula

                       if ws-fs-arqMatriculas <> 00 then
                           move 124                           to ws-msn-erro-ofsset
                           move ws-fs-arqMatriculas          to ws-msn-erro-cod
                           move "Erro ao gravar matricula"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "MATRICULAS"    to ws-lga-arquivo
                       move "MATRICULAR"    to ws-lga-acao
                       move ws-tur-aluno    to ws-lga-chave
                       move space           to ws-lga-antes
                       move ws-tur-codigo   to ws-lga-depois
                       perform gravar-log-alteracao

                       move "Jogador matriculado com sucesso" to ws-msn
                   end-if
               end-if
           end-if
           .
       matricular-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Tela de tarefas de casa: cadastro da tarefa e dos alunos avulsos
      *>------------------------------------------------------------------------
       tela-tarefas section.
           move space to ws-sair
           initialize ws-tela-tarefas
           move space to ws-lista-tarefas
           move space to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-tta-incluir
               move space to ws-tta-alterar
               move space to ws-tta-encerrar
               move space to ws-tta-listar
               move space to ws-tta-incluir-aluno
               move space to ws-tta-excluir-aluno
               move space to ws-tta-listar-alunos

               display sc-tela-tarefas
               accept sc-tela-tarefas

               move space to ws-msn

               if ws-tta-codigo <> space then
                   move ws-tta-codigo to ws-texto-norm
                   perform normalizar-texto
                   move ws-texto-norm to ws-tta-codigo
               end-if

               if ws-tta-listar = "X" or ws-tta-listar = "x" then
                   perform listar-tarefas
               else
                   if ws-tta-codigo = space then
                       if ws-tta-incluir       <> space
                       or ws-tta-alterar       <> space
                       or ws-tta-encerrar      <> space
                       or ws-tta-incluir-aluno <> space
                       or ws-tta-excluir-aluno <> space
                       or ws-tta-listar-alunos <> space then
                           move "Informe o codigo da tarefa" to ws-msn
                       end-if
                   else
                       if ws-tta-incluir = "X" or ws-tta-incluir = "x" then
                           perform incluir-tarefa
                       else
                           if ws-tta-alterar = "X" or ws-tta-alterar = "x" then
                               perform alterar-tarefa
                           else
                               if ws-tta-encerrar = "X" or ws-tta-encerrar = "x" then
                                   perform encerrar-tarefa
                               else
                                   if ws-tta-incluir-aluno = "X" or ws-tta-incluir-aluno = "x" then
                                       perform incluir-aluno-tarefa
                                   else
                                       if ws-tta-excluir-aluno = "X" or ws-tta-excluir-aluno = "x" then
                                           perform excluir-aluno-tarefa
                                       else
                                           if ws-tta-listar-alunos = "X" or ws-tta-listar-alunos = "x" then
                                               perform listar-alunos-tarefa
                                           else
                                               perform consultar-tarefa
                                           end-if
                                       end-if
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

           move space to ws-sair
           .
       tela-tarefas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Consiste a configuracao digitada para a tarefa (normalizando banco,
      *>   regiao, modo e turma); a primeira falha vai para ws-msn
      *>------------------------------------------------------------------------
       validar-tarefa section.
           set tarefa-valida to true

           move ws-tta-banco  to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm to ws-tta-banco

           move ws-tta-regiao to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm to ws-tta-regiao

           move ws-tta-modo   to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm to ws-tta-modo

           move ws-tta-turma  to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm to ws-tta-turma

           if ws-tta-descricao = space then
               set tarefa-invalida to true
               move "Informe a descricao da tarefa" to ws-msn
           end-if

           if tarefa-valida and ws-tta-banco = space then
               set tarefa-invalida to true
               move "Informe o banco de questoes" to ws-msn
           end-if

      *>       o banco precisa ter pelo menos um item cadastrado
           if tarefa-valida and estados-disponivel then
               move ws-tta-banco to fd-cod-banco
               move low-values   to fd-cod-estado
               start arqEstados key is >= fd-chave-estado

               if ws-fs-arqEstados = 00 then
                   read arqEstados next
               end-if

               if ws-fs-arqEstados <> 00
               or fd-cod-banco     <> ws-tta-banco then
                   set tarefa-invalida to true
                   move "Banco sem questoes cadastradas" to ws-msn
               end-if
           end-if

           if  tarefa-valida
           and ws-tta-modo <> "N"
           and ws-tta-modo <> "I"
           and ws-tta-modo <> "M" then
               set tarefa-invalida to true
               move "Modo de jogo deve ser N, I ou M" to ws-msn
           end-if

      *>       tarefa e sempre com cota: e ela que diz quando o aluno acabou
           if tarefa-valida and ws-tta-qtd-questoes = zero then
               set tarefa-invalida to true
               move "Informe a quantidade de questoes (1 a 99)" to ws-msn
           end-if

           if tarefa-valida then
               if ws-tta-ent-ano < 2000
               or ws-tta-ent-mes < 1 or ws-tta-ent-mes > 12
               or ws-tta-ent-dia < 1 or ws-tta-ent-dia > 31 then
                   set tarefa-invalida to true
                   move "Data de entrega invalida (AAAAMMDD)" to ws-msn
               end-if
           end-if

           if  tarefa-valida
           and ws-tta-turma <> space
           and turmas-disponivel then
               move ws-tta-turma to fd-tur-codigo
               read arqTurmas key is fd-tur-codigo

               if ws-fs-arqTurmas <> 00 then
                   set tarefa-invalida to true
                   move "Turma nao cadastrada, inclua em Turmas" to ws-msn
               end-if
           end-if
           .
       validar-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cadastra a tarefa digitada, que nao pode existir ainda; nasce
      *>   ativa, com o professor que abriu a tela
      *>------------------------------------------------------------------------
       incluir-tarefa section.
           move ws-tta-codigo to fd-tar-codigo
           read arqTarefas key is fd-tar-codigo

           if ws-fs-arqTarefas = 00 then
               move "Tarefa ja cadastrada" to ws-msn
           else
               if ws-tta-codigo = "?" then
                   move "Codigo ? e reservado para a lista de tarefas" to ws-msn
               else
                   perform validar-tarefa

                   if tarefa-valida then
                       accept ws-data-atual from date yyyymmdd

                       move ws-tta-codigo        to fd-tar-codigo
                       move ws-tta-descricao     to fd-tar-descricao
                       move ws-tta-banco         to fd-tar-cod-banco
                       move ws-tta-regiao        to fd-tar-regiao
                       move ws-tta-modo          to fd-tar-modo
                       move ws-tta-qtd-questoes  to fd-tar-qtd-questoes
                       move ws-tta-entrega       to fd-tar-data-entrega
                       move ws-tta-turma         to fd-tar-turma
                       move "A"                  to fd-tar-situacao
                       move ws-data-atual        to fd-tar-data-criacao
                       move ws-operador-atual    to fd-tar-professor
                       write fd-tarefa

                       if ws-fs-arqTarefas <> 00 then
                           move 135                        to ws-msn-erro-ofsset
                           move ws-fs-arqTarefas          to ws-msn-erro-cod
                           move "Erro ao incluir tarefa"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "TAREFAS"          to ws-lga-arquivo
                       move "INCLUIR"          to ws-lga-acao
                       move fd-tar-codigo      to ws-lga-chave
                       move space              to ws-lga-antes
                       move fd-tarefa(37:38)   to ws-lga-depois
                       perform gravar-log-alteracao

                       move "A"                to ws-tta-situacao
                       move "Tarefa incluida com sucesso" to ws-msn
                   end-if
               end-if
           end-if
           .
       incluir-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Altera configuracao, prazo e turma da tarefa digitada (a situacao
      *>   so muda por Encerrar)
      *>------------------------------------------------------------------------
       alterar-tarefa section.
           move ws-tta-codigo to fd-tar-codigo
           read arqTarefas key is fd-tar-codigo

           if ws-fs-arqTarefas <> 00 then
               move "Tarefa nao cadastrada" to ws-msn
           else
               perform validar-tarefa

               if tarefa-valida then
                   move fd-tarefa(37:38)     to ws-lga-antes
                   move ws-tta-descricao     to fd-tar-descricao
                   move ws-tta-banco         to fd-tar-cod-banco
                   move ws-tta-regiao        to fd-tar-regiao
                   move ws-tta-modo          to fd-tar-modo
                   move ws-tta-qtd-questoes  to fd-tar-qtd-questoes
                   move ws-tta-entrega       to fd-tar-data-entrega
                   move ws-tta-turma         to fd-tar-turma
                   rewrite fd-tarefa

                   if ws-fs-arqTarefas <> 00 then
                       move 136                        to ws-msn-erro-ofsset
                       move ws-fs-arqTarefas          to ws-msn-erro-cod
                       move "Erro ao alterar tarefa"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "TAREFAS"          to ws-lga-arquivo
                   move "ALTERAR"          to ws-lga-acao
                   move fd-tar-codigo      to ws-lga-chave
                   move fd-tarefa(37:38)   to ws-lga-depois
                   perform gravar-log-alteracao

                   move fd-tar-situacao    to ws-tta-situacao
                   move "Tarefa alterada com sucesso" to ws-msn
               end-if
           end-if
           .
       alterar-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Encerra a tarefa digitada: sai da lista dos alunos, mas continua
      *>   no cadastro para o relatorio de conclusao
      *>------------------------------------------------------------------------
       encerrar-tarefa section.
           move ws-tta-codigo to fd-tar-codigo
           read arqTarefas key is fd-tar-codigo

           if ws-fs-arqTarefas <> 00 then
               move "Tarefa nao cadastrada" to ws-msn
           else
               if fd-tar-situacao = "E" then
                   move "Tarefa ja encerrada" to ws-msn
               else
                   move fd-tarefa(37:38)   to ws-lga-antes
                   move "E"                to fd-tar-situacao
                   rewrite fd-tarefa

                   if ws-fs-arqTarefas <> 00 then
                       move 137                        to ws-msn-erro-ofsset
                       move ws-fs-arqTarefas          to ws-msn-erro-cod
                       move "Erro ao encerrar tarefa" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "TAREFAS"          to ws-lga-arquivo
                   move "ENCERRAR"         to ws-lga-acao
                   move fd-tar-codigo      to ws-lga-chave
                   move fd-tarefa(37:38)   to ws-lga-depois
                   perform gravar-log-alteracao

                   move "E"                to ws-tta-situacao
                   move "Tarefa encerrada, fora da lista dos alunos" to ws-msn
               end-if
           end-if
           .
       encerrar-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exibe os dados da tarefa digitada
      *>------------------------------------------------------------------------
       consultar-tarefa section.
           move ws-tta-codigo to fd-tar-codigo
           read arqTarefas key is fd-tar-codigo

           if ws-fs-arqTarefas <> 00 then
               move "Tarefa nao cadastrada" to ws-msn
           else
               move fd-tar-descricao     to ws-tta-descricao
               move fd-tar-cod-banco     to ws-tta-banco
               move fd-tar-regiao        to ws-tta-regiao
               move fd-tar-modo          to ws-tta-modo
               move fd-tar-qtd-questoes  to ws-tta-qtd-questoes
               move fd-tar-data-entrega  to ws-tta-entrega
               move fd-tar-turma         to ws-tta-turma
               move fd-tar-situacao      to ws-tta-situacao
           end-if
           .
       consultar-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista as tarefas (abertas e encerradas) a partir do codigo
      *>   digitado (ou do inicio)
      *>------------------------------------------------------------------------
       listar-tarefas section.
           move space to ws-lista-tarefas
           move zero  to ws-ind-ltar
           move "TAREFA DESCRICAO                      BANCO    M QT ENTREGA  TURMA  S"
                      to ws-ltar-cabec

           if ws-tta-codigo = space then
               move low-values    to fd-tar-codigo
           else
               move ws-tta-codigo to fd-tar-codigo
           end-if

           start arqTarefas key is >= fd-tar-codigo

           if ws-fs-arqTarefas = 00 then
               perform until ws-fs-arqTarefas <> 00
                          or ws-ind-ltar >= 7
                   read arqTarefas next
                   if ws-fs-arqTarefas = 00 then
                       add 1 to ws-ind-ltar
                       perform montar-linha-tarefa
                       move ws-ltar-detalhe to ws-ltar-linha(ws-ind-ltar)
                   end-if
               end-perform
           end-if

           if ws-ind-ltar = zero then
               move "Nenhuma tarefa cadastrada a partir do codigo" to ws-msn
           end-if
           .
       listar-tarefas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui o aluno digitado na lista avulsa da tarefa (alem dos alunos
      *>   da turma da tarefa, se houver)
      *>------------------------------------------------------------------------
       incluir-aluno-tarefa section.
           move ws-tta-codigo to fd-tar-codigo
           read arqTarefas key is fd-tar-codigo

           if ws-fs-arqTarefas <> 00 then
               move "Tarefa nao cadastrada" to ws-msn
           else
               if ws-tta-aluno = space then
                   move "Informe o nome do aluno" to ws-msn
               else
                   move ws-tta-codigo to fd-tal-tarefa
                   move ws-tta-aluno  to fd-tal-nome-jog
                   read arqTarefaAlunos key is fd-tal-chave

                   if ws-fs-arqTarefaAlunos = 00 then
                       move "Aluno ja incluido nesta tarefa" to ws-msn
                   else
                       accept ws-data-atual from date yyyymmdd

                       move ws-tta-codigo to fd-tal-tarefa
                       move ws-tta-aluno  to fd-tal-nome-jog
                       move ws-data-atual to fd-tal-data-inclusao
                       write fd-tarefa-aluno

                       if ws-fs-arqTarefaAlunos <> 00 then
                           move 138                               to ws-msn-erro-ofsset
                           move ws-fs-arqTarefaAlunos            to ws-msn-erro-cod
                           move "Erro ao incluir aluno na tarefa" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "TAREFA-ALUNOS"   to ws-lga-arquivo
                       move "INCLUIR"         to ws-lga-acao
                       move fd-tal-chave      to ws-lga-chave
                       move space             to ws-lga-antes
                       move fd-tal-nome-jog   to ws-lga-depois
                       perform gravar-log-alteracao

                       move "Aluno incluido na tarefa" to ws-msn
                   end-if
               end-if
           end-if
           .
       incluir-aluno-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exclui o aluno digitado da lista avulsa da tarefa (aluno da turma
      *>   da tarefa continua nela pela matricula)
      *>------------------------------------------------------------------------
       excluir-aluno-tarefa section.
           move ws-tta-codigo to fd-tal-tarefa
           move ws-tta-aluno  to fd-tal-nome-jog
           read arqTarefaAlunos key is fd-tal-chave

           if ws-fs-arqTarefaAlunos <> 00 then
               move "Aluno nao esta na lista avulsa da tarefa" to ws-msn
           else
               move fd-tal-chave      to ws-lga-chave
               move fd-tal-nome-jog   to ws-lga-antes
               delete arqTarefaAlunos record

               if ws-fs-arqTarefaAlunos <> 00 then
                   move 139                                to ws-msn-erro-ofsset
                   move ws-fs-arqTarefaAlunos             to ws-msn-erro-cod
                   move "Erro ao excluir aluno da tarefa" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "TAREFA-ALUNOS"   to ws-lga-arquivo
               move "EXCLUIR"         to ws-lga-acao
               move space             to ws-lga-depois
               perform gravar-log-alteracao

               move "Aluno excluido da tarefa" to ws-msn
           end-if
           .
       excluir-aluno-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista os alunos avulsos da tarefa a partir do nome digitado (ou do
      *>   inicio); os da turma da tarefa ficam na matricula
      *>------------------------------------------------------------------------
       listar-alunos-tarefa section.
           move space to ws-lista-tarefas
           move zero  to ws-ind-ltar
           move "ALUNO                     INCLUIDO" to ws-ltar-cabec

           move ws-tta-codigo to fd-tar-codigo
           read arqTarefas key is fd-tar-codigo

           if ws-fs-arqTarefas <> 00 then
               move "Tarefa nao cadastrada" to ws-msn
           else
               set lista-tarefas-continua to true
               move ws-tta-codigo to fd-tal-tarefa

               if ws-tta-aluno = space then
                   move low-values   to fd-tal-nome-jog
               else
                   move ws-tta-aluno to fd-tal-nome-jog
               end-if

               start arqTarefaAlunos key is >= fd-tal-chave

               if ws-fs-arqTarefaAlunos <> 00 then
                   set lista-tarefas-fim to true
               end-if

               perform until lista-tarefas-fim
                          or ws-ind-ltar >= 7
                   read arqTarefaAlunos next
                   if ws-fs-arqTarefaAlunos <> 00
                   or fd-tal-tarefa <> ws-tta-codigo then
                       set lista-tarefas-fim to true
                   else
                       add 1 to ws-ind-ltar
                       move fd-tal-nome-jog      to ws-ltal-nome
                       move fd-tal-data-inclusao to ws-ltal-data
                       move ws-ltal-detalhe      to ws-ltar-linha(ws-ind-ltar)
                   end-if
               end-perform

               if fd-tar-turma <> space then
                   move spaces to ws-msn
                   string "Alem destes, os alunos da turma " delimited by size
                          fd-tar-turma                       delimited by space
                     into ws-msn
                   end-string
               else
                   if ws-ind-ltar = zero then
                       move "Nenhum aluno avulso nesta tarefa" to ws-msn
                   end-if
               end-if
           end-if
           .
       listar-alunos-tarefa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Tela das regras de conquista: inclusao, alteracao, desativacao e
      *>   reativacao das regras, e consulta das conquistas de um jogador
      *>------------------------------------------------------------------------
       tela-conquistas section.
           move space to ws-sair
           initialize ws-tela-conquistas
           move space to ws-lista-conquistas
           move space to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-tcq-incluir
               move space to ws-tcq-alterar
               move space to ws-tcq-desativar
               move space to ws-tcq-reativar
               move space to ws-tcq-listar
               move space to ws-tcq-listar-jog

               display sc-tela-conquistas
               accept sc-tela-conquistas

               move space to ws-msn

               if ws-tcq-codigo <> space then
                   move ws-tcq-codigo to ws-texto-norm
                   perform normalizar-texto
                   move ws-texto-norm to ws-tcq-codigo
               end-if

               if ws-tcq-listar = "X" or ws-tcq-listar = "x" then
                   perform listar-regras-conquista
               else
                   if ws-tcq-listar-jog = "X" or ws-tcq-listar-jog = "x" then
                       perform listar-conquistas-jogador
                   else
                       if ws-tcq-codigo = space then
                           if ws-tcq-incluir   <> space
                           or ws-tcq-alterar   <> space
                           or ws-tcq-desativar <> space
                           or ws-tcq-reativar  <> space then
                               move "Informe o codigo da conquista" to ws-msn
                           end-if
                       else
                           if ws-tcq-incluir = "X" or ws-tcq-incluir = "x" then
                               perform incluir-regra-conquista
                           else
                               if ws-tcq-alterar = "X" or ws-tcq-alterar = "x" then
                                   perform alterar-regra-conquista
                               else
                                   if ws-tcq-desativar = "X" or ws-tcq-desativar = "x" then
                                       move "I" to ws-tcq-situacao
                                       perform situacao-regra-conquista
                                   else
                                       if ws-tcq-reativar = "X" or ws-tcq-reativar = "x" then
                                           move "A" to ws-tcq-situacao
                                           perform situacao-regra-conquista
                                       else
                                           perform consultar-regra-conquista
                                       end-if
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

           move space to ws-sair
           .
       tela-conquistas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Consiste a regra digitada (normalizando tipo, banco e regiao); a
      *>   primeira falha vai para ws-msn
      *>------------------------------------------------------------------------
       validar-regra-conquista section.
           set regra-valida to true

           move ws-tcq-tipo   to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm to ws-tcq-tipo

           move ws-tcq-banco  to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm to ws-tcq-banco

           move ws-tcq-regiao to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm to ws-tcq-regiao

           if ws-tcq-descricao = space then
               set regra-invalida to true
               move "Informe a descricao (vai no certificado)" to ws-msn
           end-if

           if  regra-valida
           and ws-tcq-tipo <> "D"
           and ws-tcq-tipo <> "S"
           and ws-tcq-tipo <> "Q"
           and ws-tcq-tipo <> "C" then
               set regra-invalida to true
               move "Tipo deve ser D, S, Q ou C" to ws-msn
           end-if

      *>       campea nao tem quantidade; os demais tipos precisam de uma
           if regra-valida then
               if ws-tcq-tipo = "C" then
                   move zero to ws-tcq-quantidade
               else
                   if ws-tcq-quantidade = zero then
                       set regra-invalida to true
                       move "Informe a quantidade pedida pela regra" to ws-msn
                   end-if
               end-if
           end-if

      *>       regiao so tem sentido no dominio de regiao
           if regra-valida and ws-tcq-tipo <> "D" then
               move space to ws-tcq-regiao
           end-if

           if  regra-valida
           and ws-tcq-banco <> space
           and estados-disponivel then
               move ws-tcq-banco to fd-cod-banco
               move low-values   to fd-cod-estado
               start arqEstados key is >= fd-chave-estado

               if ws-fs-arqEstados = 00 then
                   read arqEstados next
               end-if

               if ws-fs-arqEstados <> 00
               or fd-cod-banco     <> ws-tcq-banco then
                   set regra-invalida to true
                   move "Banco sem questoes cadastradas" to ws-msn
               end-if
           end-if
           .
       validar-regra-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cadastra a regra digitada, que nao pode existir ainda; nasce ativa
      *>------------------------------------------------------------------------
       incluir-regra-conquista section.
           move ws-tcq-codigo to fd-rcq-codigo
           read arqRegrasConquista key is fd-rcq-codigo

           if ws-fs-arqRegrasConquista = 00 then
               move "Conquista ja cadastrada" to ws-msn
           else
               perform validar-regra-conquista

               if regra-valida then
                   accept ws-data-atual from date yyyymmdd

                   move ws-tcq-codigo      to fd-rcq-codigo
                   move ws-tcq-descricao   to fd-rcq-descricao
                   move ws-tcq-tipo        to fd-rcq-tipo
                   move ws-tcq-quantidade  to fd-rcq-quantidade
                   move ws-tcq-banco       to fd-rcq-cod-banco
                   move ws-tcq-regiao      to fd-rcq-regiao
                   move "A"                to fd-rcq-situacao
                   move ws-data-atual      to fd-rcq-data-cad
                   write fd-regra-conquista

                   if ws-fs-arqRegrasConquista <> 00 then
                       move 141                                  to ws-msn-erro-ofsset
                       move ws-fs-arqRegrasConquista            to ws-msn-erro-cod
                       move "Erro ao incluir regra de conquista" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "REGRAS-CONQ"           to ws-lga-arquivo
                   move "INCLUIR"               to ws-lga-acao
                   move fd-rcq-codigo           to ws-lga-chave
                   move space                   to ws-lga-antes
                   move fd-regra-conquista(7:62) to ws-lga-depois
                   perform gravar-log-alteracao

                   move "A"                to ws-tcq-situacao
                   move "Conquista incluida com sucesso" to ws-msn
               end-if
           end-if
           .
       incluir-regra-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Altera a regra digitada (a situacao so muda por Desativar e
      *>   Reativar); conquistas ja ganhas ficam com o texto da epoca
      *>------------------------------------------------------------------------
       alterar-regra-conquista section.
           move ws-tcq-codigo to fd-rcq-codigo
           read arqRegrasConquista key is fd-rcq-codigo

           if ws-fs-arqRegrasConquista <> 00 then
               move "Conquista nao cadastrada" to ws-msn
           else
               perform validar-regra-conquista

               if regra-valida then
                   move fd-regra-conquista(7:62) to ws-lga-antes
                   move ws-tcq-descricao   to fd-rcq-descricao
                   move ws-tcq-tipo        to fd-rcq-tipo
                   move ws-tcq-quantidade  to fd-rcq-quantidade
                   move ws-tcq-banco       to fd-rcq-cod-banco
                   move ws-tcq-regiao      to fd-rcq-regiao
                   rewrite fd-regra-conquista

                   if ws-fs-arqRegrasConquista <> 00 then
                       move 142                                  to ws-msn-erro-ofsset
                       move ws-fs-arqRegrasConquista            to ws-msn-erro-cod
                       move "Erro ao alterar regra de conquista" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "REGRAS-CONQ"           to ws-lga-arquivo
                   move "ALTERAR"               to ws-lga-acao
                   move fd-rcq-codigo           to ws-lga-chave
                   move fd-regra-conquista(7:62) to ws-lga-depois
                   perform gravar-log-alteracao

                   move fd-rcq-situacao    to ws-tcq-situacao
                   move "Conquista alterada com sucesso" to ws-msn
               end-if
           end-if
           .
       alterar-regra-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Desativa (I) ou reativa (A) a regra digitada, conforme a
      *>   situacao pedida em ws-tcq-situacao
      *>------------------------------------------------------------------------
       situacao-regra-conquista section.
           move ws-tcq-codigo to fd-rcq-codigo
           read arqRegrasConquista key is fd-rcq-codigo

           if ws-fs-arqRegrasConquista <> 00 then
               move "Conquista nao cadastrada" to ws-msn
               move space to ws-tcq-situacao
           else
               if fd-rcq-situacao = ws-tcq-situacao then
                   if ws-tcq-situacao = "I" then
                       move "Conquista ja esta desativada" to ws-msn
                   else
                       move "Conquista ja esta ativa" to ws-msn
                   end-if
               else
                   move fd-regra-conquista(7:62) to ws-lga-antes
                   move ws-tcq-situacao    to fd-rcq-situacao
                   rewrite fd-regra-conquista

                   if ws-fs-arqRegrasConquista <> 00 then
                       move 143                                   to ws-msn-erro-ofsset
                       move ws-fs-arqRegrasConquista             to ws-msn-erro-cod
                       move "Erro ao regravar regra de conquista" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "REGRAS-CONQ"           to ws-lga-arquivo
                   move fd-rcq-codigo           to ws-lga-chave
                   move fd-regra-conquista(7:62) to ws-lga-depois

                   if ws-tcq-situacao = "I" then
                       move "DESATIVAR"   to ws-lga-acao
                       move "Conquista desativada, nao e mais conferida" to ws-msn
                   else
                       move "REATIVAR"    to ws-lga-acao
                       move "Conquista reativada" to ws-msn
                   end-if

                   perform gravar-log-alteracao
               end-if
           end-if
           .
       situacao-regra-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exibe os dados da regra digitada
      *>------------------------------------------------------------------------
       consultar-regra-conquista section.
           move ws-tcq-codigo to fd-rcq-codigo
           read arqRegrasConquista key is fd-rcq-codigo

           if ws-fs-arqRegrasConquista <> 00 then
               move "Conquista nao cadastrada" to ws-msn
           else
               move fd-rcq-descricao   to ws-tcq-descricao
               move fd-rcq-tipo        to ws-tcq-tipo
               move fd-rcq-quantidade  to ws-tcq-quantidade
               move fd-rcq-cod-banco   to ws-tcq-banco
               move fd-rcq-regiao      to ws-tcq-regiao
               move fd-rcq-situacao    to ws-tcq-situacao
           end-if
           .
       consultar-regra-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista as regras (ativas e inativas) a partir do codigo digitado
      *>   (ou do inicio)
      *>------------------------------------------------------------------------
       listar-regras-conquista section.
           move space to ws-lista-conquistas
           move zero  to ws-ind-lcq
           move "CODIGO DESCRICAO                      T QTDE BANCO    REGIAO       S"
                      to ws-lcq-cabec

           if ws-tcq-codigo = space then
               move low-values    to fd-rcq-codigo
           else
               move ws-tcq-codigo to fd-rcq-codigo
           end-if

           start arqRegrasConquista key is >= fd-rcq-codigo

           if ws-fs-arqRegrasConquista = 00 then
               perform until ws-fs-arqRegrasConquista <> 00
                          or ws-ind-lcq >= 7
                   read arqRegrasConquista next
                   if ws-fs-arqRegrasConquista = 00 then
                       add 1 to ws-ind-lcq
                       move fd-rcq-codigo      to ws-lrcq-codigo
                       move fd-rcq-descricao   to ws-lrcq-descricao
                       move fd-rcq-tipo        to ws-lrcq-tipo
                       move fd-rcq-quantidade  to ws-lrcq-quantidade
                       move fd-rcq-cod-banco   to ws-lrcq-banco
                       move fd-rcq-regiao      to ws-lrcq-regiao
                       move fd-rcq-situacao    to ws-lrcq-situacao
                       move ws-lrcq-detalhe    to ws-lcq-linha(ws-ind-lcq)
                   end-if
               end-perform
           end-if

           if ws-ind-lcq = zero then
               move "Nenhuma conquista cadastrada a partir do codigo" to ws-msn
           end-if
           .
       listar-regras-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista as conquistas ganhas pelo jogador digitado, a partir do
      *>   codigo digitado (ou da primeira)
      *>------------------------------------------------------------------------
       listar-conquistas-jogador section.
           move space to ws-lista-conquistas
           move zero  to ws-ind-lcq
           move "CODIGO BANCO    COMPLEMENTO     GANHA EM IMPRESSO DESCRICAO"
                      to ws-lcq-cabec

           if ws-tcq-jogador = space then
               move "Informe o nome do jogador" to ws-msn
           else
               set lista-tarefas-continua to true
               move ws-tcq-jogador to fd-cqs-nome-jog

               if ws-tcq-codigo = space then
                   move low-values    to fd-cqs-codigo
               else
                   move ws-tcq-codigo to fd-cqs-codigo
               end-if
               move low-values to fd-cqs-cod-banco
               move low-values to fd-cqs-complemento

               start arqConquistas key is >= fd-cqs-chave

               if ws-fs-arqConquistas <> 00 then
                   set lista-tarefas-fim to true
               end-if

               perform until lista-tarefas-fim
                          or ws-ind-lcq >= 7
                   read arqConquistas next
                   if ws-fs-arqConquistas <> 00
                   or fd-cqs-nome-jog <> ws-tcq-jogador then
                       set lista-tarefas-fim to true
                   else
                       add 1 to ws-ind-lcq
                       move fd-cqs-codigo      to ws-lcqj-codigo
                       move fd-cqs-cod-banco   to ws-lcqj-banco
                       move fd-cqs-complemento to ws-lcqj-complemento
                       move fd-cqs-data        to ws-lcqj-data

                       if fd-cqs-data-impressao = zero then
                           move "PENDENTE"            to ws-lcqj-impressao
                       else
                           move fd-cqs-data-impressao to ws-lcqj-impressao
                       end-if

                       move fd-cqs-descricao   to ws-lcqj-descricao
                       move ws-lcqj-detalhe    to ws-lcq-linha(ws-ind-lcq)
                   end-if
               end-perform

               if ws-ind-lcq = zero then
                   move "Nenhuma conquista deste jogador" to ws-msn
               end-if
           end-if
           .
       listar-conquistas-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acesso as telas de manutencao: so abrem depois que um professor
      *>   cadastrado entra com login e senha (a cada abertura -- o PC do
      *>   laboratorio fica com os alunos). O cadastro vazio nao abre a
      *>   ninguem: o primeiro professor vem da carga de operadores.txt
      *>------------------------------------------------------------------------
       autenticar-professor section.
           set acesso-negado to true
           move space to ws-operador-atual

           if operadores-indisponivel then
               move "Cadastro de professores ilegivel, acesso fechado" to ws-msn
           else
               move low-values to fd-ope-login
               start arqOperadores key is >= fd-ope-login

               if ws-fs-arqOperadores <> 00 then
                   move "Sem professor cadastrado, carregue operadores.txt" to ws-msn
               else
                   move space to ws-sair
                   initialize ws-tela-acesso
                   move space to ws-msn

                   perform until acesso-liberado
                              or ws-sair = "V"
                              or ws-sair = "v"

                       move space to ws-ace-incluir
                       move space to ws-ace-trocar

                       display sc-tela-acesso
                       accept sc-tela-acesso

                       move space to ws-msn

                       if ws-sair <> "V" and ws-sair <> "v" then
                           perform conferir-acesso
                       end-if

                   end-perform

                   move space to ws-sair
                   move space to ws-msn
               end-if
           end-if
           .
       autenticar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere login e senha digitados e executa a opcao marcada na tela
      *>   (incluir professor / trocar senha); sem opcao, libera o acesso
      *>------------------------------------------------------------------------
       conferir-acesso section.
           if ws-ace-login = space or ws-ace-senha = space then
               move "Informe login e senha" to ws-msn
           else
               move ws-ace-login to ws-texto-norm
               perform normalizar-texto
               move ws-texto-norm to ws-ace-login

               move ws-ace-senha to ws-senha-cifra
               perform cifrar-senha

               move ws-ace-login to fd-ope-login
               read arqOperadores key is fd-ope-login

               if ws-fs-arqOperadores <> 00
               or fd-ope-senha <> ws-senha-cifra then
                   move space to ws-operador-atual
                   move "Login ou senha invalidos" to ws-msn
                   move "OPERADORES"       to ws-lga-arquivo
                   move "NEGADO"           to ws-lga-acao
                   move ws-ace-login       to ws-lga-chave
                   move space              to ws-lga-antes
                   move ws-ace-opcao       to ws-lga-depois
                   perform gravar-log-alteracao
               else
                   move ws-ace-login to ws-operador-atual

                   if ws-ace-incluir = "X" or ws-ace-incluir = "x" then
                       perform incluir-professor
                   else
                       if ws-ace-trocar = "X" or ws-ace-trocar = "x" then
                           perform trocar-senha-professor
                       else
                           set acesso-liberado to true
                           move "OPERADORES"  to ws-lga-arquivo
                           move "ACESSO"      to ws-lga-acao
                           move ws-ace-login  to ws-lga-chave
                           move space         to ws-lga-antes
                           move ws-ace-opcao  to ws-lga-depois
                           perform gravar-log-alteracao
                       end-if
                   end-if

                   if acesso-negado then
                       move space to ws-operador-atual
                   end-if
               end-if
           end-if
           .
       conferir-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cadastra outro professor, autorizado pelo que acabou de entrar
      *>------------------------------------------------------------------------
       incluir-professor section.
           if ws-ace-novo-login = space or ws-ace-nova-senha = space then
               move "Informe novo login e nova senha" to ws-msn
           else
               move ws-ace-novo-login to ws-texto-norm
               perform normalizar-texto
               move ws-texto-norm to ws-ace-novo-login

               move ws-ace-novo-login to fd-ope-login
               read arqOperadores key is fd-ope-login

               if ws-fs-arqOperadores = 00 then
                   move "Professor ja cadastrado" to ws-msn
               else
                   move ws-ace-nova-senha to ws-senha-cifra
                   perform cifrar-senha

                   move ws-ace-novo-login to fd-ope-login
                   move ws-ace-novo-nome  to fd-ope-nome
                   move ws-senha-cifra    to fd-ope-senha
                   accept fd-ope-data-cad from date yyyymmdd
                   write fd-operador

                   if ws-fs-arqOperadores <> 00 then
                       move 129                                  to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                 to ws-msn-erro-cod
                       move "Erro ao gravar cadastro de professor" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "OPERADORES"      to ws-lga-arquivo
                   move "INCLUIR"         to ws-lga-acao
                   move ws-ace-novo-login to ws-lga-chave
                   move space             to ws-lga-antes
                   move ws-ace-novo-nome  to ws-lga-depois
                   perform gravar-log-alteracao

                   move space to ws-ace-novo-login
                   move space to ws-ace-novo-nome
                   move space to ws-ace-nova-senha
                   move "Professor incluido com sucesso" to ws-msn
               end-if
           end-if
           .
       incluir-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Troca a senha do professor que acabou de entrar
      *>------------------------------------------------------------------------
       trocar-senha-professor section.
           if ws-ace-nova-senha = space then
               move "Informe a nova senha" to ws-msn
           else
               move ws-ace-nova-senha to ws-senha-cifra
               perform cifrar-senha

               move ws-senha-cifra to fd-ope-senha
               rewrite fd-operador

               if ws-fs-arqOperadores <> 00 then
                   move 130                                to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores               to ws-msn-erro-cod
                   move "Erro ao trocar senha do professor" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>           a senha em si nunca vai para o registro de alteracoes
               move "OPERADORES"   to ws-lga-arquivo
               move "TROCAR SENHA" to ws-lga-acao
               move ws-ace-login   to ws-lga-chave
               move space          to ws-lga-antes
               move space          to ws-lga-depois
               perform gravar-log-alteracao

               move space to ws-ace-senha
               move space to ws-ace-nova-senha
               move "Senha trocada, entre com a nova senha" to ws-msn
           end-if
           .
       trocar-senha-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Embaralha ws-senha-cifra para comparar/gravar no cadastro
      *>------------------------------------------------------------------------
       cifrar-senha section.
           inspect ws-senha-cifra converting ws-cifra-de to ws-cifra-para
           .
       cifrar-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa ao registro permanente de alteracoes a linha montada em
      *>   ws-log-alteracao, com data, hora, professor e estacao; o arquivo e
      *>   aberto e fechado a cada linha, para nada se perder numa queda
      *>------------------------------------------------------------------------
       gravar-log-alteracao section.
           open extend arqLogAlteracoes

           if ws-fs-arqLogAlteracoes = 35 then
               open output arqLogAlteracoes
               close       arqLogAlteracoes
               open extend arqLogAlteracoes
           end-if

           if ws-fs-arqLogAlteracoes <> 00 then
               move 131                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                    to ws-msn-erro-cod
               move "Erro ao abrir registro de alteracoes"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept fd-lga-data from date yyyymmdd
           accept fd-lga-hora from time
           move ws-operador-atual to fd-lga-operador
           move ws-estacao        to fd-lga-estacao
           move ws-lga-arquivo    to fd-lga-arquivo
           move ws-lga-acao       to fd-lga-acao
           move ws-lga-chave      to fd-lga-chave
           move ws-lga-antes      to fd-lga-antes
           move ws-lga-depois     to fd-lga-depois

           write fd-log-alteracao

           if ws-fs-arqLogAlteracoes <> 00 then
               move 132                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                    to ws-msn-erro-cod
               move "Erro ao gravar registro de alteracoes"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogAlteracoes

           if ws-fs-arqLogAlteracoes <> 00 then
               move 133                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                    to ws-msn-erro-cod
               move "Erro ao fechar registro de alteracoes"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           initialize ws-log-alteracao
           .
       gravar-log-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a versao nova do item que acabou de mudar em fd-estados
      *>   (acao em ws-lga-acao, imagem de antes em ws-lga-antes); item que
      *>   ainda nao tinha versao ganha antes a versao ORIGINAL, valendo
      *>   desde sempre, com a imagem de antes da mudanca
      *>------------------------------------------------------------------------
       gravar-versao-item section.
           if versoes-disponivel then
               perform verificar-versoes-item

               if item-sem-versoes and ws-lga-antes <> space then
                   move fd-cod-banco      to fd-ith-cod-banco
                   move fd-cod-estado     to fd-ith-cod-estado
                   move zero              to fd-ith-data
                   move zero              to fd-ith-hora
                   move ws-lga-antes      to fd-ith-item
                   move "ORIGINAL"        to fd-ith-acao
                   move space             to fd-ith-operador
                   move space             to fd-ith-estacao
                   write fd-itens-hist

                   if ws-fs-arqItensHist <> 00 then
                       move 154                                      to ws-msn-erro-ofsset
                       move ws-fs-arqItensHist                      to ws-msn-erro-cod
                       move "Erro ao gravar versao original do item" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               move fd-cod-banco      to fd-ith-cod-banco
               move fd-cod-estado     to fd-ith-cod-estado
               accept fd-ith-data from date yyyymmdd
               accept fd-ith-hora from time
               move fd-estados(11:63) to fd-ith-item
               move ws-lga-acao       to fd-ith-acao
               move ws-operador-atual to fd-ith-operador
               move ws-estacao        to fd-ith-estacao
               write fd-itens-hist

      *>           duas mudancas do mesmo item no mesmo centesimo (importacao
      *>           em lote): a segunda passa a valer um centesimo depois
               perform until ws-fs-arqItensHist <> 22
                   add 1 to fd-ith-hora
                   write fd-itens-hist
               end-perform

               if ws-fs-arqItensHist <> 00 then
                   move 155                                      to ws-msn-erro-ofsset
                   move ws-fs-arqItensHist                      to ws-msn-erro-cod
                   move "Erro ao gravar versao do item"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       gravar-versao-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Marca se o item de fd-chave-estado ja tem alguma versao gravada
      *>------------------------------------------------------------------------
       verificar-versoes-item section.
           set item-sem-versoes to true

           move fd-cod-banco  to fd-ith-cod-banco
           move fd-cod-estado to fd-ith-cod-estado
           move low-values    to fd-ith-vigencia
           start arqItensHist key is >= fd-ith-chave

           if ws-fs-arqItensHist = 00 then
               read arqItensHist next record

               if ws-fs-arqItensHist = 00
               and fd-ith-cod-banco  = fd-cod-banco
               and fd-ith-cod-estado = fd-cod-estado then
                   set item-com-versoes to true
               end-if
           end-if
           .
       verificar-versoes-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Manutencao do cadastro de estados/capitais direto pelo programa,
      *>   para nao depender mais de edicao manual do arquivo de dados
      *>------------------------------------------------------------------------
       manter-estados section.
           close arqEstados

           if ws-fs-arqEstados <> 00 then
               move 18                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstados                      to ws-msn-erro-cod
               move "Erro ao fechar arquivo de estados"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEstados

           if ws-fs-arqEstados <> 00 then
               move 19                                            to ws-msn-erro-ofsset
               move ws-fs-arqEstados                              to ws-msn-erro-cod
               move "Erro ao abrir arquivo de estados p/ manut."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move space to ws-sair

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-msn
               move space to ws-manter-cod-estado
               move space to ws-manter-estado
               move space to ws-manter-capital
               move space to ws-manter-regiao
               move space to ws-manter-incluir
               move space to ws-manter-alterar
               move space to ws-manter-excluir
               move space to ws-manter-exportar
               move space to ws-manter-importar
               move space to ws-manter-reativar
               move space to ws-manter-alternat
               move space to ws-manter-versoes

               display sc-tela-manter-estados
               accept sc-tela-manter-estados

               if ws-manter-exportar = "X" or ws-manter-exportar = "x" then
                   perform exportar-banco
               else
                   if ws-manter-importar = "X" or ws-manter-importar = "x" then
                       perform importar-banco
                   else
                       if ws-manter-alternat = "X" or ws-manter-alternat = "x" then
                           if alternativas-indisponivel then
                               move "Arquivo de alternativas ilegivel" to ws-msn
                           else
                               perform tela-manter-alternativas
                           end-if
                       else
                           if ws-manter-versoes = "X" or ws-manter-versoes = "x" then
                               if versoes-indisponivel then
                                   move "Arquivo de versoes dos itens ilegivel" to ws-msn
                               else
                                   if ws-manter-cod-estado = space then
                                       move "Informe o codigo do item" to ws-msn
                                   else
                                       perform tela-versoes-item
                                   end-if
                               end-if
                           else
                               if ws-manter-cod-estado <> space then
                                   perform tratar-manutencao-estado
                               end-if
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

           move space to ws-sair

           close arqEstados

           if ws-fs-arqEstados <> 00 then
               move 20                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstados                      to ws-msn-erro-cod
               move "Erro ao fechar arquivo de estados"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqEstados
                           perform finaliza-anormal
                       end-if

                       move "ESTADOS"              to ws-lga-arquivo
                       move "INCLUIR"              to ws-lga-acao
                       move fd-chave-estado        to ws-lga-chave
                       move space                  to ws-lga-antes
                       move fd-estados(11:63)      to ws-lga-depois
                       perform gravar-versao-item
                       perform gravar-log-alteracao

                       move "Estado incluido com sucesso" to ws-msn
                   end-if
               end-if
                   if ws-fs-arqEstados <> 00 then
                       move "Estado nao encontrado" to ws-msn
                   else
                       move fd-estados(11:63) to ws-lga-antes
                       move ws-manter-estado  to fd-estado
                       move ws-manter-capital to fd-capital
                       move ws-manter-regiao  to fd-regiao
                           perform finaliza-anormal
                       end-if

                       move "ESTADOS"              to ws-lga-arquivo
                       move "ALTERAR"              to ws-lga-acao
                       move fd-chave-estado        to ws-lga-chave
                       move fd-estados(11:63)      to ws-lga-depois
                       perform gravar-versao-item
                       perform gravar-log-alteracao

                       move "Estado alterado com sucesso" to ws-msn
                   end-if
               else
      *>                       apagar de vez deixava relatorio e revisao de
      *>                       respostas antigas sem nome/regiao e criava
      *>                       orfaos em erros/dominio
                               move fd-estados(11:63) to ws-lga-antes
                               move "I" to fd-est-situacao
                               rewrite fd-estados

                                   perform finaliza-anormal
                               end-if

                               move "ESTADOS"              to ws-lga-arquivo
                               move "RETIRAR"              to ws-lga-acao
                               move fd-chave-estado        to ws-lga-chave
                               move fd-estados(11:63)      to ws-lga-depois
                               perform gravar-versao-item
                               perform gravar-log-alteracao

                               move "Item retirado, fora do sorteio" to ws-msn
                           end-if
                       end-if
                               if fd-est-situacao <> "I" then
                                   move "Item nao esta retirado" to ws-msn
                               else
                                   move fd-estados(11:63) to ws-lga-antes
                                   move "A" to fd-est-situacao
                                   rewrite fd-estados

                                       perform finaliza-anormal
                                   end-if

                                   move "ESTADOS"              to ws-lga-arquivo
                                   move "REATIVAR"             to ws-lga-acao
                                   move fd-chave-estado        to ws-lga-chave
                                   move fd-estados(11:63)      to ws-lga-depois
                                   perform gravar-versao-item
                                   perform gravar-log-alteracao

                                   move "Item reativado, volta ao sorteio" to ws-msn
                               end-if
                           end-if
                   perform finaliza-anormal
               end-if

               move "ESTADOS"              to ws-lga-arquivo
               move "IMPORTAR INC"         to ws-lga-acao
               move fd-chave-estado        to ws-lga-chave
               move space                  to ws-lga-antes
               move fd-estados(11:63)      to ws-lga-depois
               perform gravar-versao-item
               perform gravar-log-alteracao

               add 1 to ws-qtd-imp-inc
           end-if
           .
           end-if

           if conflito-substituir then
               move fd-estados(11:63) to ws-lga-antes
               move ws-port-estado   to fd-estado
               move ws-port-capital  to fd-capital
               move ws-port-regiao   to fd-regiao
                   perform finaliza-anormal
               end-if

               move "ESTADOS"              to ws-lga-arquivo
               move "IMPORTAR SUB"         to ws-lga-acao
               move fd-chave-estado        to ws-lga-chave
               move fd-estados(11:63)      to ws-lga-depois
               perform gravar-versao-item
               perform gravar-log-alteracao

               add 1 to ws-qtd-imp-sub
           else
               add 1 to ws-qtd-imp-pul
                               perform finaliza-anormal
                           end-if

                           move "ALTERNATIVAS"         to ws-lga-arquivo
                           move "INCLUIR"              to ws-lga-acao
                           move fd-alt-chave           to ws-lga-chave
                           move space                  to ws-lga-antes
                           move fd-alternativa(13:26)  to ws-lga-depois
                           perform gravar-log-alteracao

                           move "Alternativa incluida com sucesso" to ws-msn
                       end-if
                   end-if
           if ws-fs-arqAlternativas <> 00 then
               move "Alternativa nao encontrada" to ws-msn
           else
               move fd-alt-chave          to ws-lga-chave
               move fd-alternativa(13:26) to ws-lga-antes
               delete arqAlternativas record

               if ws-fs-arqAlternativas <> 00 then
                   perform finaliza-anormal
               end-if

               move "ALTERNATIVAS"         to ws-lga-arquivo
               move "EXCLUIR"              to ws-lga-acao
               move space                  to ws-lga-depois
               perform gravar-log-alteracao

               move "Alternativa excluida com sucesso" to ws-msn
           end-if
           .
       listar-alternativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Historico do item: todas as versoes do item informado no banco
      *>   ativo, da mais antiga para a mais nova, com o que valia em cada
      *>   uma, desde quando, a acao e quem fez a mudanca (e de qual estacao)
      *>------------------------------------------------------------------------
       tela-versoes-item section.
           move ws-manter-cod-estado to ws-ver-cod-estado
           perform carregar-versoes-item

           move space to ws-sair
           move zero  to ws-base-versoes

           perform until ws-sair = "V"
                      or ws-sair = "v"

               perform montar-pagina-versoes

               display sc-tela-versoes-item
               accept sc-tela-versoes-item

               move space to ws-msn

               add ws-versoes-pag to ws-base-versoes
               if ws-base-versoes >= ws-qtd-versoes then
                   move zero to ws-base-versoes
               end-if

           end-perform

           move space to ws-sair
           .
       tela-versoes-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega na tabela as versoes do item ws-ver-cod-estado do banco
      *>   ativo (a chave ja as traz em ordem de vigencia)
      *>------------------------------------------------------------------------
       carregar-versoes-item section.
           move zero to ws-qtd-versoes

           move ws-banco-atual    to fd-ith-cod-banco
           move ws-ver-cod-estado to fd-ith-cod-estado
           move low-values        to fd-ith-vigencia
           start arqItensHist key is >= fd-ith-chave

           if ws-fs-arqItensHist <> 00 then
               set varredura-acabou to true
           else
               set varredura-continua to true
           end-if

           perform until varredura-acabou
               read arqItensHist next record

               if ws-fs-arqItensHist = 00
               and fd-ith-cod-banco  = ws-banco-atual
               and fd-ith-cod-estado = ws-ver-cod-estado
               and ws-qtd-versoes < ws-max-versoes then
                   add 1 to ws-qtd-versoes
                   move fd-itens-hist to ws-ver-registro(ws-qtd-versoes)
               else
                   set varredura-acabou to true
               end-if
           end-perform

           if ws-qtd-versoes = zero then
               move "Item sem alteracoes registradas" to ws-msn
           else
               move ws-qtd-versoes to ws-num-ver-edit
               move spaces to ws-msn
               string "Versoes do item: " delimited by size
                      ws-num-ver-edit     delimited by size
                 into ws-msn
               end-string
           end-if
           .
       carregar-versoes-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Preenche a pagina corrente do historico do item, duas linhas por
      *>   versao (a ORIGINAL sai como "(inicio)" na vigencia)
      *>------------------------------------------------------------------------
       montar-pagina-versoes section.
           perform varying ws-ind-pag-ver from 1 by 1 until ws-ind-pag-ver > 8
               move spaces to ws-ver-linha(ws-ind-pag-ver)
           end-perform

           move 1 to ws-ind-pag-ver
           compute ws-ind-ver = ws-base-versoes + 1

           perform until ws-ind-ver > ws-qtd-versoes
                      or ws-ind-pag-ver > 8
               move ws-ver-registro(ws-ind-ver) to ws-reg-versao
               move ws-ind-ver                  to ws-num-ver-edit

               move ws-num-ver-edit to ws-ver-linha(ws-ind-pag-ver)(1:3)
               if ws-vrs-data = zero then
                   move "(inicio)"       to ws-ver-linha(ws-ind-pag-ver)(5:8)
               else
                   move ws-vrs-data      to ws-ver-linha(ws-ind-pag-ver)(5:8)
                   move ws-vrs-hora(1:2) to ws-ver-linha(ws-ind-pag-ver)(14:2)
                   move ":"              to ws-ver-linha(ws-ind-pag-ver)(16:1)
                   move ws-vrs-hora(3:2) to ws-ver-linha(ws-ind-pag-ver)(17:2)
               end-if
               move ws-vrs-acao     to ws-ver-linha(ws-ind-pag-ver)(20:12)
               move ws-vrs-operador to ws-ver-linha(ws-ind-pag-ver)(33:10)
               move ws-vrs-estacao  to ws-ver-linha(ws-ind-pag-ver)(44:4)
               if ws-vrs-situacao = "I" then
                   move "RETIRADO" to ws-ver-linha(ws-ind-pag-ver)(52:8)
               else
                   move "ATIVO"    to ws-ver-linha(ws-ind-pag-ver)(52:8)
               end-if

               add 1 to ws-ind-pag-ver
               move ws-vrs-estado   to ws-ver-linha(ws-ind-pag-ver)(5:25)
               move ws-vrs-capital  to ws-ver-linha(ws-ind-pag-ver)(31:25)
               move ws-vrs-regiao   to ws-ver-linha(ws-ind-pag-ver)(57:12)

               add 1 to ws-ind-pag-ver
               add 1 to ws-ind-ver
           end-perform
           .
       montar-pagina-versoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Tela de revisao de respostas: lista no diario as respostas erradas
      *>   de um banco+item num periodo e deixa o professor aceitar cada uma
           move zero           to ws-base-revisao
           move space          to ws-msn

           perform ler-momento-fechamento

           perform until ws-sair = "V"
                      or ws-sair = "v"

      *>   e o ajuste anexado ao diario (a resposta original fica la, e a
      *>   auditoria mostra os dois lados)
      *>------------------------------------------------------------------------
       aceitar-revisao section.
           if ws-rev-escolha > ws-qtd-revisao then
               move "Numero fora da lista" to ws-msn
           else
               if ws-rev-aceito(ws-rev-escolha) = "S" then
                   move "Resposta ja aceita em revisao" to ws-msn
               else
      *>               o fechamento zerou historico e dominios do ano; o ajuste
      *>               leva o momento da resposta original e seria ignorado
      *>               pela reconciliacao, entao nao se aceita resposta de antes
                   if ws-rev-registro(ws-rev-escolha)(1:16)
                                  <= ws-rev-momento-fechamento then
                       move "Resposta anterior ao fechamento do ano" to ws-msn
                   else
                       move ws-rev-registro(ws-rev-escolha) to ws-reg-revisao

                       perform calcular-pontos-revisao
                       perform creditar-historico-revisao
                       perform abater-erro-revisao
                       perform creditar-dominio-revisao
                       perform gravar-ajuste-jornal

                       move ws-pontos-revisao to ws-lga-pontos-edit
                       move "JORNAL"          to ws-lga-arquivo
                       move "ACEITAR"         to ws-lga-acao
                       move ws-reg-revisao(1:41) to ws-lga-chave
                       string ws-rvr-cod-banco   delimited by size
                              " "                delimited by size
                              ws-rvr-cod-estado  delimited by size
                              " "                delimited by size
                              ws-rvr-resposta    delimited by size
                              " ERRADA"          delimited by size
                         into ws-lga-antes
                       end-string
                       string ws-rvr-cod-banco   delimited by size
                              " "                delimited by size
                              ws-rvr-cod-estado  delimited by size
                              " "                delimited by size
                              ws-rvr-resposta    delimited by size
                              " ACEITA PONTOS="  delimited by size
                              ws-lga-pontos-edit delimited by size
                         into ws-lga-depois
                       end-string
                       perform gravar-log-alteracao

                       move "S" to ws-rev-aceito(ws-rev-escolha)

      *>                   erros por estado em memoria espelham o historico de
      *>                   erros do banco ativo; recarrega para o abatimento ja
      *>                   valer no peso das proximas partidas
                       if ws-rvr-cod-banco = ws-banco-atual then
                           perform carregar-historico-erros
                       end-if

                       move "Resposta aceita, correcoes aplicadas" to ws-msn
                   end-if
               end-if
           end-if
           .
       aceitar-revisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Momento do ultimo fechamento de ano letivo (situacao F) registrado
      *>   em controleFechamento.txt; sem o arquivo nunca houve fechamento
      *>------------------------------------------------------------------------
       ler-momento-fechamento section.
           move low-values to ws-rev-momento-fechamento

           open input arqControleFechamento

           if ws-fs-arqControleFechamento = 35 then
               continue
           else
               if ws-fs-arqControleFechamento <> 00 then
                   move 163                                  to ws-msn-erro-ofsset
                   move ws-fs-arqControleFechamento         to ws-msn-erro-cod
                   move "Erro ao abrir controle de fechamento" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqControleFechamento = 10
                   read arqControleFechamento
                   if ws-fs-arqControleFechamento = 00 then
                       if fd-cfc-situacao = "F"
                       and fd-cfc-momento > ws-rev-momento-fechamento then
                           move fd-cfc-momento to ws-rev-momento-fechamento
                       end-if
                   else
                       if ws-fs-arqControleFechamento <> 10 then
                           move 164                              to ws-msn-erro-ofsset
                           move ws-fs-arqControleFechamento     to ws-msn-erro-cod
                           move "Erro ao ler controle de fechamento" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close arqControleFechamento
           end-if
           .
       ler-momento-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           close arqJornal

           if ws-fs-arqJornal <> 00 then
               move 116                                    to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao fechar diario de respostas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-ajuste-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lancamento das provas em papel: o professor abre a folha pelo
      *>   numero impresso, digita as respostas do aluno e manda corrigir;
      *>   cada resposta e corrigida como na partida (normalizacao e
      *>   alternativas aceitas) e vai para o diario no modo papel, com os
      *>   pontos, erros e dominio aplicados direto nos arquivos, como na
      *>   revisao -- a prova em papel conta como uma sessao do laboratorio
      *>------------------------------------------------------------------------
       tela-provas-papel section.
           move space  to ws-sair
           move zero   to ws-ppl-folha
           move space  to ws-ppl-nome
           move space  to ws-ppl-desc-modo
           move space  to ws-ppl-cabecalho
           move space  to ws-tab-papel
           move zero   to ws-ppl-qtd
           move zero   to ws-ppl-base
           move space  to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-ppl-abrir
               move space to ws-ppl-lancar

               perform montar-pagina-papel

               display sc-tela-provas-papel
               accept sc-tela-provas-papel

               move space to ws-msn

               perform guardar-pagina-papel

               if ws-ppl-abrir = "X" or ws-ppl-abrir = "x" then
                   perform abrir-folha-papel
               else
                   if ws-ppl-lancar = "X" or ws-ppl-lancar = "x" then
                       if ws-ppl-qtd = zero then
                           move "Abra uma folha pendente antes de lancar" to ws-msn
                       else
                           perform lancar-folha-papel
                       end-if
                   else
                       add ws-linhas-pag-papel to ws-ppl-base
                       if ws-ppl-base >= ws-ppl-qtd then
                           move zero to ws-ppl-base
                       end-if
                   end-if
               end-if

           end-perform

           move space to ws-sair
           .
       tela-provas-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Preenche a pagina corrente da folha aberta (pergunta impressa e a
      *>   resposta ja digitada)
      *>------------------------------------------------------------------------
       montar-pagina-papel section.
           perform varying ws-ind-pag-ppl from 1 by 1 until ws-ind-pag-ppl > ws-linhas-pag-papel
               move spaces to ws-ppl-linha(ws-ind-pag-ppl)
               move spaces to ws-ppl-resp-pag(ws-ind-pag-ppl)

               compute ws-ind-ppl = ws-ppl-base + ws-ind-pag-ppl

               if ws-ind-ppl <= ws-ppl-qtd then
                   move ws-ind-ppl to ws-ppl-num-edit

                   move ws-ppl-num-edit          to ws-ppl-linha(ws-ind-pag-ppl)(2:2)
                   move ws-ppl-pergunta(ws-ind-ppl) to ws-ppl-linha(ws-ind-pag-ppl)(5:25)
                   move ws-ppl-resposta(ws-ind-ppl) to ws-ppl-resp-pag(ws-ind-pag-ppl)
               end-if
           end-perform
           .
       montar-pagina-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Guarda as respostas digitadas na pagina corrente
      *>------------------------------------------------------------------------
       guardar-pagina-papel section.
           perform varying ws-ind-pag-ppl from 1 by 1 until ws-ind-pag-ppl > ws-linhas-pag-papel
               compute ws-ind-ppl = ws-ppl-base + ws-ind-pag-ppl

               if ws-ind-ppl <= ws-ppl-qtd then
                   move ws-ppl-resp-pag(ws-ind-pag-ppl) to ws-ppl-resposta(ws-ind-ppl)
               end-if
           end-perform
           .
       guardar-pagina-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega a folha pedida (cabecalho e questoes); folha ja lancada
      *>   nao abre de novo, para a mesma prova nao contar duas vezes
      *>------------------------------------------------------------------------
       abrir-folha-papel section.
           move zero  to ws-ppl-qtd
           move zero  to ws-ppl-base
           move space to ws-ppl-cabecalho
           move space to ws-tab-papel
           move space to ws-ppl-nome
           move space to ws-ppl-desc-modo

           move ws-ppl-folha to fd-fol-numero
           move zero         to fd-fol-seq
           read arqFolhasProva key is fd-fol-chave

           if ws-fs-arqFolhasProva <> 00 then
               move "Folha nao encontrada" to ws-msn
           else
               move fd-fol-cabecalho to ws-ppl-cabecalho
               move ws-plc-nome-jog  to ws-ppl-nome

               if papel-estado then
                   move "Capital->Estado" to ws-ppl-desc-modo
               else
                   move "Estado->Capital" to ws-ppl-desc-modo
               end-if

               if ws-plc-situacao = "L" then
                   string "Folha ja lancada em "  delimited by size
                          ws-plc-data-lancamento  delimited by size
                     into ws-msn
                   end-string
               else
                   set folha-completa to true

                   perform varying ws-ind-ppl from 1 by 1 until ws-ind-ppl > ws-plc-qtd-questoes
                                                             or ws-ind-ppl > ws-max-questoes-folha
                                                             or folha-incompleta
                       move ws-ppl-folha to fd-fol-numero
                       move ws-ind-ppl   to fd-fol-seq
                       read arqFolhasProva key is fd-fol-chave

                       if ws-fs-arqFolhasProva = 00 then
                           move fd-flq-cod-estado to ws-ppl-cod-estado(ws-ind-ppl)
                           move fd-flq-pergunta   to ws-ppl-pergunta(ws-ind-ppl)
                           move fd-flq-gabarito   to ws-ppl-gabarito(ws-ind-ppl)
                           move ws-ind-ppl        to ws-ppl-qtd
                       else
                           set folha-incompleta to true
                       end-if
                   end-perform

                   if folha-incompleta then
                       move zero to ws-ppl-qtd
                       move "Folha incompleta no arquivo, gere outra" to ws-msn
                   else
                       move "Digite as respostas e marque Corrigir e lancar" to ws-msn
                   end-if
               end-if
           end-if
           .
       abrir-folha-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Corrige e lanca a folha aberta: uma resposta no diario por
      *>   questao (em branco conta como errada), folha marcada como lancada
      *>   com os acertos, e o lancamento no registro de alteracoes
      *>------------------------------------------------------------------------
       lancar-folha-papel section.
           move function trim(ws-ppl-nome) to ws-ppl-nome

           if ws-ppl-nome = space then
               move "Informe o nome do aluno da folha" to ws-msn
           else
      *>           folha avulsa: a turma vem da matricula do aluno, como na
      *>           partida
               if ws-plc-turma = space and turmas-disponivel then
                   move ws-ppl-nome to fd-mat-nome-jog
                   read arqMatriculas key is fd-mat-nome-jog

                   if ws-fs-arqMatriculas = 00 then
                       move fd-mat-turma to ws-plc-turma
                   end-if
               end-if

               accept ws-data-atual from date yyyymmdd
               accept ws-pph-hora   from time
               compute ws-pph-centesimos = ws-pph-hh * 360000
                                         + ws-pph-mm * 6000
                                         + ws-pph-ss * 100
                                         + ws-pph-cc

               move zero to ws-ppl-acertos
               move zero to ws-ppl-pontos

               open extend arqJornal

               if ws-fs-arqJornal = 35 then
                   open output arqJornal
                   close       arqJornal
                   open extend arqJornal
               end-if

               if ws-fs-arqJornal <> 00 then
                   move 157                                    to ws-msn-erro-ofsset
                   move ws-fs-arqJornal                       to ws-msn-erro-cod
                   move "Erro ao abrir diario de respostas"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-ppl from 1 by 1 until ws-ind-ppl > ws-ppl-qtd
                   perform corrigir-questao-papel
               end-perform

               close arqJornal

               if ws-fs-arqJornal <> 00 then
                   move 159                                    to ws-msn-erro-ofsset
                   move ws-fs-arqJornal                       to ws-msn-erro-cod
                   move "Erro ao fechar diario de respostas"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ppl-folha to fd-fol-numero
               move zero         to fd-fol-seq
               read arqFolhasProva key is fd-fol-chave

               if ws-fs-arqFolhasProva = 00 then
                   move ws-ppl-nome     to fd-fol-nome-jog
                   move ws-plc-turma    to fd-fol-turma
                   move "L"             to fd-fol-situacao
                   move ws-data-atual   to fd-fol-data-lancamento
                   move ws-ppl-acertos  to fd-fol-acertos
                   rewrite fd-folha-prova
               end-if

               if ws-fs-arqFolhasProva <> 00 then
                   move 160                                    to ws-msn-erro-ofsset
                   move ws-fs-arqFolhasProva                  to ws-msn-erro-cod
                   move "Erro ao marcar folha lancada"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ppl-acertos to ws-ppl-num-edit
               move ws-ppl-pontos  to ws-ppl-pontos-edit

               move "FOLHAS PROVA" to ws-lga-arquivo
               move "LANCAR"       to ws-lga-acao
               move ws-ppl-folha   to ws-lga-chave
               string ws-plc-cod-banco  delimited by size
                      " "               delimited by size
                      ws-plc-modo       delimited by size
                      " PENDENTE"       delimited by size
                 into ws-lga-antes
               end-string
               string ws-ppl-nome       delimited by size
                      " ACERTOS="       delimited by size
                      ws-ppl-num-edit   delimited by size
                      " PONTOS="        delimited by size
                      ws-ppl-pontos-edit delimited by size
                 into ws-lga-depois
               end-string
               perform gravar-log-alteracao

      *>           erros por estado em memoria espelham o historico de
      *>           erros do banco ativo; recarrega para os erros da prova ja
      *>           pesarem nas proximas partidas
               if ws-plc-cod-banco = ws-banco-atual then
                   perform carregar-historico-erros
               end-if

               move "L"  to ws-plc-situacao
               move zero to ws-ppl-qtd
               move zero to ws-ppl-base
               move space to ws-tab-papel

               string "Folha lancada: "     delimited by size
                      ws-ppl-num-edit       delimited by size
                      " acertos, "          delimited by size
                      ws-ppl-pontos-edit    delimited by size
                      " pontos"             delimited by size
                 into ws-msn
               end-string
           end-if
           .
       lancar-folha-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Corrige a questao ws-ind-ppl da folha e grava a resposta no
      *>   diario: modo P (estado -> capital) ou Q (capital -> estado), sem
      *>   tempo e sem dica; o valor do acerto e o da partida sem o bonus de
      *>   rapidez (1 a 3 pelos erros acumulados do item)
      *>------------------------------------------------------------------------
       corrigir-questao-papel section.
           compute ws-pph-aux = ws-pph-centesimos + ws-ind-ppl - 1
           if ws-pph-aux >= 8640000 then
               subtract 8640000 from ws-pph-aux
           end-if
           divide ws-pph-aux   by 360000 giving ws-pph-hh remainder ws-pph-resto
           divide ws-pph-resto by 6000   giving ws-pph-mm remainder ws-pph-aux
           divide ws-pph-aux   by 100    giving ws-pph-ss remainder ws-pph-cc

           move space                         to ws-reg-revisao
           move ws-data-atual                 to ws-rvr-data
           move ws-pph-hora                   to ws-rvr-hora
           move ws-ppl-nome                   to ws-rvr-nome-jog
           if papel-estado then
               move "Q"                       to ws-rvr-modo
           else
               move "P"                       to ws-rvr-modo
           end-if
           move ws-plc-regiao                 to ws-rvr-regiao
           move ws-plc-cod-banco              to ws-rvr-cod-banco
           move ws-ppl-cod-estado(ws-ind-ppl) to ws-rvr-cod-estado
           move ws-ppl-resposta(ws-ind-ppl)   to ws-rvr-resposta
           move zero                          to ws-rvr-tempo-resp
           move zero                          to ws-rvr-pontos
           move ws-estacao                    to ws-rvr-estacao
           move zero                          to ws-rvr-dicas
           move ws-plc-turma                  to ws-rvr-turma

      *>       resposta esperada: a do cadastro de hoje; item que nao esta
      *>       mais no cadastro fica com a do gabarito impresso
           move ws-ppl-gabarito(ws-ind-ppl) to ws-ppl-esperado

           if estados-disponivel then
               move ws-rvr-cod-banco  to fd-cod-banco
               move ws-rvr-cod-estado to fd-cod-estado
               read arqEstados key is fd-chave-estado

               if ws-fs-arqEstados = 00 then
                   if papel-estado then
                       move fd-estado  to ws-ppl-esperado
                   else
                       move fd-capital to ws-ppl-esperado
                   end-if
               end-if
           end-if

           move ws-rvr-resposta to ws-texto-norm
           perform normalizar-texto
           move ws-texto-norm   to ws-resposta-norm

           move ws-ppl-esperado to ws-texto-norm
           perform normalizar-texto

           set resposta-errada to true

           if ws-resposta-norm <> space then
               if ws-resposta-norm = ws-texto-norm then
                   set resposta-certa to true
               else
                   perform conferir-alternativas-papel
               end-if
           end-if

           if resposta-certa then
               perform calcular-pontos-revisao

               move "S"               to ws-rvr-acertou
               move ws-pontos-revisao to ws-rvr-pontos
               add 1                  to ws-ppl-acertos
               add ws-pontos-revisao  to ws-ppl-pontos

               perform creditar-historico-revisao
           else
               move "N" to ws-rvr-acertou
               perform somar-erro-papel
           end-if

           perform atualizar-dominio-papel

           move ws-reg-revisao to fd-jornal
           write fd-jornal

           if ws-fs-arqJornal <> 00 then
               move 158                                    to ws-msn-erro-ofsset
               move ws-fs-arqJornal                       to ws-msn-erro-cod
               move "Erro ao gravar resposta da prova"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       corrigir-questao-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Alternativas aceitas do item da questao corrente, pelo mesmo
      *>   criterio de conferir-alternativas (modo E para capital -> estado,
      *>   capital nos demais), com banco e item da folha
      *>------------------------------------------------------------------------
       conferir-alternativas-papel section.
           if alternativas-disponivel then

               move ws-rvr-cod-banco          to fd-alt-cod-banco
               move ws-rvr-cod-estado         to fd-alt-cod-estado
               move zero                      to fd-alt-seq
               start arqAlternativas key is >= fd-alt-chave

               if ws-fs-arqAlternativas <> 00 then
                   set varredura-acabou to true
               else
                   set varredura-continua to true
               end-if

               perform until varredura-acabou
                          or resposta-certa

                   read arqAlternativas next record

                   if ws-fs-arqAlternativas = 00
                   and fd-alt-cod-banco  = ws-rvr-cod-banco
                   and fd-alt-cod-estado = ws-rvr-cod-estado then

                       if (papel-estado and fd-alt-modo = "E")
                       or (not papel-estado and fd-alt-modo <> "E") then
                           move fd-alt-texto to ws-texto-norm
                           perform normalizar-texto

                           if ws-resposta-norm = ws-texto-norm then
                               set resposta-certa to true
                           end-if
                       end-if
                   else
                       set varredura-acabou to true
                   end-if

               end-perform
           end-if
           .
       conferir-alternativas-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conta o erro da questao no historico de erros do item
      *>------------------------------------------------------------------------
       somar-erro-papel section.
           move ws-rvr-cod-banco  to fd-erroshist-cod-banco
           move ws-rvr-cod-estado to fd-erroshist-cod-estado
           read arqErrosHist key is fd-erroshist-chave

           if ws-fs-arqErrosHist = 00 then
               add 1 to fd-erroshist-qtd-erros
               rewrite fd-erros-hist
           else
               move ws-rvr-cod-banco  to fd-erroshist-cod-banco
               move ws-rvr-cod-estado to fd-erroshist-cod-estado
               move 1                 to fd-erroshist-qtd-erros
               write fd-erros-hist
           end-if

           if ws-fs-arqErrosHist <> 00 then
               move 161                                    to ws-msn-erro-ofsset
               move ws-fs-arqErrosHist                    to ws-msn-erro-cod
               move "Erro ao somar erro da prova"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       somar-erro-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conta a tentativa (e o acerto) da questao no dominio do aluno
      *>------------------------------------------------------------------------
       atualizar-dominio-papel section.
           move ws-rvr-nome-jog   to fd-dom-nome-jog
           move ws-rvr-cod-banco  to fd-dom-cod-banco
           move ws-rvr-cod-estado to fd-dom-cod-estado
           read arqDominio key is fd-dom-chave

           if ws-fs-arqDominio = 00 then
               add 1 to fd-dom-tentativas
               if resposta-certa then
                   add 1 to fd-dom-acertos
               end-if
               rewrite fd-dominio
           else
               move ws-rvr-nome-jog   to fd-dom-nome-jog
               move ws-rvr-cod-banco  to fd-dom-cod-banco
               move ws-rvr-cod-estado to fd-dom-cod-estado
               move 1                 to fd-dom-tentativas
               if resposta-certa then
                   move 1             to fd-dom-acertos
               else
                   move zero          to fd-dom-acertos
               end-if
               write fd-dominio
           end-if

           if ws-fs-arqDominio <> 00 then
               move 162                                    to ws-msn-erro-ofsset
               move ws-fs-arqDominio                      to ws-msn-erro-cod
               move "Erro ao atualizar dominio da prova"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       atualizar-dominio-papel-exit.
           exit.

      *>------------------------------------------------------------------------

               set dom-transferir to true
               perform processar-dominio-jogador
               perform processar-matricula-jogador
               perform processar-conquistas-jogador

               move ws-pontos-salvos to ws-lga-pontos-edit
               move "HISTORICO"      to ws-lga-arquivo
               move "RENOMEAR"       to ws-lga-acao
               move ws-manter-nome-jog to ws-lga-chave
               string ws-manter-nome-jog  delimited by size
                      " PONTOS="          delimited by size
                      ws-lga-pontos-edit  delimited by size
                 into ws-lga-antes
               end-string
               string ws-manter-nome-dest delimited by size
                      " PONTOS="          delimited by size
                      ws-lga-pontos-edit  delimited by size
                 into ws-lga-depois
               end-string
               perform gravar-log-alteracao

               move "Jogador renomeado com sucesso" to ws-msn
           end-if
           if ws-fs-arqHistorico <> 00 then
               move "Destino nao encontrado, use Renomear" to ws-msn
           else
               move fd-hist-pontos-tot to ws-lga-pontos-edit
               string ws-manter-nome-dest delimited by size
                      " PONTOS="          delimited by size
                      ws-lga-pontos-edit  delimited by size
                 into ws-lga-antes
               end-string

               add ws-pontos-salvos to fd-hist-pontos-tot
               move fd-hist-pontos-tot to ws-lga-pontos-edit
               string ws-manter-nome-dest delimited by size
                      " PONTOS="          delimited by size
                      ws-lga-pontos-edit  delimited by size
                 into ws-lga-depois
               end-string

               rewrite fd-historico

               if ws-fs-arqHistorico <> 00 then

               set dom-transferir to true
               perform processar-dominio-jogador
               perform processar-matricula-jogador
               perform processar-conquistas-jogador

      *>           chave = jogador fundido (que deixa de existir); antes e
      *>           depois = o destino, que recebeu os pontos dele
               move "HISTORICO"        to ws-lga-arquivo
               move "FUNDIR"           to ws-lga-acao
               move ws-manter-nome-jog to ws-lga-chave
               perform gravar-log-alteracao

               move "Historicos fundidos com sucesso" to ws-msn
           end-if
      *>   apaga os registros de dominio dele
      *>------------------------------------------------------------------------
       excluir-jogador section.
           move fd-hist-pontos-tot to ws-lga-pontos-edit
           string ws-manter-nome-jog  delimited by size
                  " PONTOS="          delimited by size
                  ws-lga-pontos-edit  delimited by size
             into ws-lga-antes
           end-string

           delete arqHistorico record

           if ws-fs-arqHistorico <> 00 then

           set dom-apagar to true
           perform processar-dominio-jogador
           perform processar-matricula-jogador
           perform processar-conquistas-jogador

           move "HISTORICO"        to ws-lga-arquivo
           move "EXCLUIR"          to ws-lga-acao
           move ws-manter-nome-jog to ws-lga-chave
           move space              to ws-lga-depois
           perform gravar-log-alteracao

           move "Jogador excluido do historico" to ws-msn
           .
       excluir-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acompanha a matricula do jogador: vai para o destino (se o destino
      *>   ainda nao for matriculado) ou e apagada, conforme a acao pedida
      *>------------------------------------------------------------------------
       processar-matricula-jogador section.
           if turmas-disponivel then
               move ws-manter-nome-jog to fd-mat-nome-jog
               read arqMatriculas key is fd-mat-nome-jog

               if ws-fs-arqMatriculas = 00 then
                   move fd-mat-turma to ws-turma-salva
                   move fd-mat-data  to ws-data-mat-salva
                   delete arqMatriculas record

                   if ws-fs-arqMatriculas <> 00 then
                       move 127                                   to ws-msn-erro-ofsset
                       move ws-fs-arqMatriculas                  to ws-msn-erro-cod
                       move "Erro ao excluir matricula do jogador" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if dom-transferir then
                       move ws-manter-nome-dest to fd-mat-nome-jog
                       read arqMatriculas key is fd-mat-nome-jog

                       if ws-fs-arqMatriculas <> 00 then
                           move ws-manter-nome-dest to fd-mat-nome-jog
                           move ws-turma-salva      to fd-mat-turma
                           move ws-data-mat-salva   to fd-mat-data
                           write fd-matricula

                           if ws-fs-arqMatriculas <> 00 then
                               move 128                                   to ws-msn-erro-ofsset
                               move ws-fs-arqMatriculas                  to ws-msn-erro-cod
                               move "Erro ao gravar matricula do destino" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       processar-matricula-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acompanha as conquistas do jogador: vao para o destino (a que o
      *>   destino ja tiver fica a dele) ou sao apagadas, conforme a acao
      *>   pedida; reposiciona com START a cada volta, como no dominio
      *>------------------------------------------------------------------------
       processar-conquistas-jogador section.
           if conquistas-disponivel then
               set lista-continua to true

               perform until lista-acabou

                   move ws-manter-nome-jog to fd-cqs-nome-jog
                   move low-values         to fd-cqs-codigo
                   move low-values         to fd-cqs-cod-banco
                   move low-values         to fd-cqs-complemento
                   start arqConquistas key is >= fd-cqs-chave

                   if ws-fs-arqConquistas <> 00 then
                       set lista-acabou to true
                   else
                       read arqConquistas next record

                       if ws-fs-arqConquistas <> 00
                       or fd-cqs-nome-jog <> ws-manter-nome-jog then
                           set lista-acabou to true
                       else
                           move fd-conquista(26:85) to ws-conquista-salva

                           delete arqConquistas record

                           if ws-fs-arqConquistas <> 00 then
                               move 147                                    to ws-msn-erro-ofsset
                               move ws-fs-arqConquistas                   to ws-msn-erro-cod
                               move "Erro ao excluir conquista do jogador" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           if dom-transferir then
                               move ws-manter-nome-dest to fd-cqs-nome-jog
                               move ws-conquista-salva  to fd-conquista(26:85)
                               write fd-conquista

                               if  ws-fs-arqConquistas <> 00
                               and ws-fs-arqConquistas <> 22 then
                                   move 148                                   to ws-msn-erro-ofsset
                                   move ws-fs-arqConquistas                  to ws-msn-erro-cod
                                   move "Erro ao gravar conquista do destino" to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform
           end-if
           .
       processar-conquistas-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Varre os registros de dominio do jogador informado, um por vez
      *>   (reposicionando com START a cada volta, para a varredura nao se
                   if fd-camp-rodadas-jog >= fd-camp-rodadas-prev then
                       perform encerrar-campeonato
                       move "Ultima rodada: campeonato encerrado" to ws-msn

      *>                   a campea declarada vale conquista para os
      *>                   jogadores dela nesta partida
                       if ws-qtd-classif > zero then
                           move ws-cla-equipe(1) to ws-camp-campea
                       end-if
                   else
                       rewrite fd-campeonato

                   set purga-ativa to true
                   perform varrer-arquivos
                   move "Orfaos purgados, contagens atualizadas" to ws-msn

                   move "ERROS/DOMINIO" to ws-lga-arquivo
                   move "PURGAR"        to ws-lga-acao
                   move ws-msn          to ws-lga-depois
                   perform gravar-log-alteracao
               else
                   if ws-verif-checar = "X" or ws-verif-checar = "x" then
                       set sem-purga to true
                       else
                           if ws-verif-restaurar = "X" or ws-verif-restaurar = "x" then
                               perform restaurar-backup

      *>                       a mensagem diz o que foi (ou nao) reconstruido
                               move "TODOS"     to ws-lga-arquivo
                               move "RESTAURAR" to ws-lga-acao
                               move ws-msn      to ws-lga-depois
                               perform gravar-log-alteracao
                           end-if
                       end-if
                   end-if

      *>               Jogador da rodada...
                       move ws-nome-jog(ws-ind-jog)   to   ws-nome-jogador
                       move ws-turma-jog(ws-ind-jog)  to   ws-turma-jogador
                       move ws-pontos(ws-ind-jog)     to   ws-pontos-jogador

                       perform sorteia-estado
           end-if

           add 1 to ws-respondidas(ws-ind-jog)
           perform contar-sequencia-acertos

           perform atualizar-dominio
           perform gravar-jornal
       perguntar-resposta-digitada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Sequencia de acertos sem dica do jogador da vez: acerto limpo
      *>   estende a sequencia (guardando a maior da partida), erro ou
      *>   acerto com dica a zera
      *>------------------------------------------------------------------------
       contar-sequencia-acertos section.
           if resposta-certa and ws-dicas-usadas = zero then
               if ws-seq-acertos(ws-ind-jog) < 999 then
                   add 1 to ws-seq-acertos(ws-ind-jog)
               end-if
               if ws-seq-acertos(ws-ind-jog) > ws-seq-maior(ws-ind-jog) then
                   move ws-seq-acertos(ws-ind-jog) to ws-seq-maior(ws-ind-jog)
               end-if
           else
               move zero to ws-seq-acertos(ws-ind-jog)
           end-if
           .
       contar-sequencia-acertos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Concede a proxima dica da pergunta corrente e abate 1 ponto do
      *>   valor da questao (sem deixar negativo): a primeira dica e a
           end-if

           add 1 to ws-respondidas(ws-ind-jog)
           perform contar-sequencia-acertos

           perform atualizar-dominio
           perform gravar-jornal
           move space             to fd-jrn-tipo
           move ws-estacao        to fd-jrn-estacao
           move ws-dicas-usadas   to fd-jrn-dicas
           move ws-turma-jogador  to fd-jrn-turma
           move ws-tarefa-atual   to fd-jrn-tarefa

           write fd-jornal

               perform postar-rodada-campeonato
           end-if

      *>       regras de conquista conferidas com a partida ja fechada; as
      *>       novas sao anunciadas antes do relatorio
           if conquistas-disponivel and ws-qtd-jogadores > zero then
               perform verificar-conquistas
           end-if

           perform limpar-checkpoint

           perform until ws-sair = "X"
       relatorio-final-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere as regras ativas de conquista para cada jogador da
      *>   partida e anuncia na tela as conquistas ganhas agora
      *>------------------------------------------------------------------------
       verificar-conquistas section.
           move zero  to ws-qtd-novas-conq
           move space to ws-novas-conquistas

           move low-values to fd-rcq-codigo
           start arqRegrasConquista key is >= fd-rcq-codigo

           if ws-fs-arqRegrasConquista = 00 then
               set regras-continua to true
           else
               set regras-acabou   to true
           end-if

           perform until regras-acabou
               read arqRegrasConquista next record

               if ws-fs-arqRegrasConquista <> 00 then
                   set regras-acabou to true
               else
                   if  fd-rcq-situacao <> "I"
                   and (fd-rcq-cod-banco = space or fd-rcq-cod-banco = ws-banco-atual) then
                       perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
                           perform aplicar-regra-conquista
                       end-perform
                   end-if
               end-if
           end-perform

           if ws-qtd-novas-conq > zero then
               if ws-qtd-novas-conq > 10 then
                   compute ws-ncq-edit = ws-qtd-novas-conq - 9
                   move spaces to ws-ncq-linha(10)
                   string "... e mais "        delimited by size
                          ws-ncq-edit          delimited by size
                          " conquista(s): veja na tela de Conquistas" delimited by size
                     into ws-ncq-linha(10)
                   end-string
               end-if

               move space to ws-ncq-continuar
               display sc-tela-conquistas-novas
               accept sc-tela-conquistas-novas
           end-if
           .
       verificar-conquistas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Aplica a regra lida (fd-regra-conquista) ao jogador ws-ind-jog
      *>------------------------------------------------------------------------
       aplicar-regra-conquista section.
           move ws-banco-atual to ws-cqs-banco
           move space          to ws-cqs-complemento

           if fd-rcq-tipo = "D" then
               if dominio-disponivel then
                   perform verificar-regra-dominio
               end-if
           else
               if fd-rcq-tipo = "S" then
                   if ws-seq-maior(ws-ind-jog) >= fd-rcq-quantidade
                   and fd-rcq-quantidade > zero then
                       perform conceder-conquista
                   end-if
               else
                   if fd-rcq-tipo = "Q" then
                       if dominio-disponivel then
                           perform verificar-regra-quantidade
                       end-if
                   else
                       if fd-rcq-tipo = "C" then
                           if  ws-camp-campea <> space
                           and ws-equipe-jog(ws-ind-jog) = ws-camp-campea then
                               move space         to ws-cqs-banco
                               move ws-campeonato to ws-cqs-complemento
                               perform conceder-conquista
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       aplicar-regra-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regra de dominio: a regiao da regra, ou cada regiao do banco
      *>   carregado (uma vez so, na primeira posicao em que aparece)
      *>------------------------------------------------------------------------
       verificar-regra-dominio section.
           if fd-rcq-regiao <> space then
               move fd-rcq-regiao to ws-cqs-regiao
               perform avaliar-dominio-regiao
           else
               perform varying ws-ind-reg from 1 by 1 until ws-ind-reg > ws-qtd-estados
                   set regiao-nova to true
                   perform varying ws-ind-item from 1 by 1 until ws-ind-item >= ws-ind-reg
                                                              or regiao-ja-vista
                       if ws-regiao-norm(ws-ind-item) = ws-regiao-norm(ws-ind-reg) then
                           set regiao-ja-vista to true
                       end-if
                   end-perform

                   if regiao-nova and ws-regiao-norm(ws-ind-reg) <> space then
                       move ws-regiao-norm(ws-ind-reg) to ws-cqs-regiao
                       perform avaliar-dominio-regiao
                   end-if
               end-perform
           end-if
           .
       verificar-regra-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regiao ws-cqs-regiao dominada pelo jogador da vez: todo item ativo
      *>   dela com pelo menos a quantidade da regra de acertos no dominio
      *>------------------------------------------------------------------------
       avaliar-dominio-regiao section.
           set regiao-dominada to true
           move zero to ws-qtd-itens-regiao

           perform varying ws-ind-item from 1 by 1 until ws-ind-item > ws-qtd-estados
                                                      or regiao-nao-dominada
               if ws-regiao-norm(ws-ind-item) = ws-cqs-regiao then
                   add 1 to ws-qtd-itens-regiao

                   move ws-nome-jog(ws-ind-jog)     to fd-dom-nome-jog
                   move ws-banco-atual              to fd-dom-cod-banco
                   move ws-cod-estado(ws-ind-item)  to fd-dom-cod-estado
                   read arqDominio key is fd-dom-chave

                   if ws-fs-arqDominio <> 00
                   or fd-dom-acertos < fd-rcq-quantidade then
                       set regiao-nao-dominada to true
                   end-if
               end-if
           end-perform

           if regiao-dominada and ws-qtd-itens-regiao > zero then
               move ws-cqs-regiao to ws-cqs-complemento
               perform conceder-conquista
           end-if
           .
       avaliar-dominio-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regra de quantidade: soma as tentativas do jogador da vez em todos
      *>   os itens do banco carregado (inclusive os ja retirados)
      *>------------------------------------------------------------------------
       verificar-regra-quantidade section.
           move zero to ws-qtd-resp-banco

           move ws-nome-jog(ws-ind-jog) to fd-dom-nome-jog
           move ws-banco-atual          to fd-dom-cod-banco
           move low-values              to fd-dom-cod-estado
           start arqDominio key is >= fd-dom-chave

           if ws-fs-arqDominio = 00 then
               set soma-dominio-continua to true
           else
               set soma-dominio-acabou   to true
           end-if

           perform until soma-dominio-acabou
               read arqDominio next record

               if ws-fs-arqDominio <> 00
               or fd-dom-nome-jog  <> ws-nome-jog(ws-ind-jog)
               or fd-dom-cod-banco <> ws-banco-atual then
                   set soma-dominio-acabou to true
               else
                   add fd-dom-tentativas to ws-qtd-resp-banco
               end-if
           end-perform

           if  ws-qtd-resp-banco >= fd-rcq-quantidade
           and fd-rcq-quantidade > zero then
               perform conceder-conquista
           end-if
           .
       verificar-regra-quantidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a conquista da regra lida para o jogador da vez, com o
      *>   banco e complemento montados, se ele ainda nao a tiver
      *>------------------------------------------------------------------------
       conceder-conquista section.
           move ws-nome-jog(ws-ind-jog) to fd-cqs-nome-jog
           move fd-rcq-codigo           to fd-cqs-codigo
           move ws-cqs-banco            to fd-cqs-cod-banco
           move ws-cqs-complemento      to fd-cqs-complemento
           read arqConquistas key is fd-cqs-chave

           if ws-fs-arqConquistas <> 00 then
               accept ws-data-atual from date yyyymmdd

               move ws-nome-jog(ws-ind-jog) to fd-cqs-nome-jog
               move fd-rcq-codigo           to fd-cqs-codigo
               move ws-cqs-banco            to fd-cqs-cod-banco
               move ws-cqs-complemento      to fd-cqs-complemento
               move ws-data-atual           to fd-cqs-data
               move ws-estacao              to fd-cqs-estacao
               move fd-rcq-descricao        to fd-cqs-descricao
               move zero                    to fd-cqs-data-impressao
               write fd-conquista

               if ws-fs-arqConquistas <> 00 then
                   move 144                                 to ws-msn-erro-ofsset
                   move ws-fs-arqConquistas                to ws-msn-erro-cod
                   move "Erro ao gravar conquista"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-novas-conq

               if ws-qtd-novas-conq <= 10 then
                   string ws-nome-jog(ws-ind-jog) delimited by size
                          " "                     delimited by size
                          function trim(fd-cqs-descricao) delimited by size
                          " "                     delimited by size
                          fd-cqs-complemento      delimited by space
                     into ws-ncq-linha(ws-qtd-novas-conq)
                   end-string
               end-if
           end-if
           .
       conceder-conquista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura o placar por equipe somando os pontos individuais de cada
      *>   jogador na equipe a que pertence (jogador sem equipe fica fora)
       ordenar-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava jornalRespostas.ctl com os totais do diario desta estacao
      *>  (quantidade de registros, primeiro e ultimo momento, soma dos
      *>  pontos); a copia levada para a juncao noturna vai junto com ele, e
      *>  copia truncada ou repetida nao bate e e recusada la
      *>------------------------------------------------------------------------
       gravar-controle-jornal section.
           move zero        to ws-ctj-qtd-registros
           move zero        to ws-ctj-total-pontos
           move high-values to ws-ctj-momento-ini
           move low-values  to ws-ctj-momento-fim

           open input arqJornal

           if ws-fs-arqJornal = 35 then
      *>           estacao que ainda nao jogou: controle com zero registros
               continue
           else
               if ws-fs-arqJornal <> 00 then
                   move 149                                      to ws-msn-erro-ofsset
                   move ws-fs-arqJornal                         to ws-msn-erro-cod
                   move "Erro ao abrir diario p/ controle"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqJornal = 10

                   read arqJornal next record

                   if ws-fs-arqJornal = 00 then
                       if fd-jornal <> space then
                           add 1 to ws-ctj-qtd-registros

                           if fd-jornal(1:16) < ws-ctj-momento-ini then
                               move fd-jornal(1:16) to ws-ctj-momento-ini
                           end-if

                           if fd-jornal(1:16) > ws-ctj-momento-fim then
                               move fd-jornal(1:16) to ws-ctj-momento-fim
                           end-if

                           if fd-jrn-pontos is numeric then
                               add fd-jrn-pontos to ws-ctj-total-pontos
                           end-if
                       end-if
                   else
                       if ws-fs-arqJornal <> 10 then
                           move 150                                      to ws-msn-erro-ofsset
                           move ws-fs-arqJornal                         to ws-msn-erro-cod
                           move "Erro ao ler diario p/ controle"        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJornal
           end-if

           if ws-ctj-qtd-registros = zero then
               move all "0" to ws-ctj-momento-ini
               move all "0" to ws-ctj-momento-fim
           end-if

           open output arqControleJornal

           if ws-fs-arqControleJornal <> 00 then
               move 151                                      to ws-msn-erro-ofsset
               move ws-fs-arqControleJornal                 to ws-msn-erro-cod
               move "Erro ao abrir controle do diario"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move ws-estacao            to fd-ctj-estacao
           move ws-data-atual         to fd-ctj-data-geracao
           move ws-hora-atual         to fd-ctj-hora-geracao
           move ws-ctj-qtd-registros  to fd-ctj-qtd-registros
           move ws-ctj-momento-ini    to fd-ctj-momento-ini
           move ws-ctj-momento-fim    to fd-ctj-momento-fim
           move ws-ctj-total-pontos   to fd-ctj-total-pontos
           write fd-controle-jornal

           if ws-fs-arqControleJornal <> 00 then
               move 152                                      to ws-msn-erro-ofsset
               move ws-fs-arqControleJornal                 to ws-msn-erro-cod
               move "Erro ao gravar controle do diario"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleJornal
           .
       gravar-controle-jornal-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finaliza��o  Anormal
      *>  Finaliza��o
      *>------------------------------------------------------------------------
       finaliza section.
           perform gravar-controle-jornal

      *>   arquivo que nao chegou a abrir (indisponivel) nao tem o que fechar
           if estados-disponivel then
               close arqEstados
               end-if
           end-if

           if versoes-disponivel then
               close arqItensHist

               if ws-fs-arqItensHist <> 00 then
                   move 153                                      to ws-msn-erro-ofsset
                   move ws-fs-arqItensHist                      to ws-msn-erro-cod
                   move "Erro ao fechar versoes dos itens"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if folhas-disponivel then
               close arqFolhasProva

               if ws-fs-arqFolhasProva <> 00 then
                   move 156                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFolhasProva                    to ws-msn-erro-cod
                   move "Erro ao fechar folhas de prova"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if campeonato-disponivel then
               close arqCampeonato
               close arqCampEquipes
               end-if
           end-if

           if turmas-disponivel then
               close arqTurmas
               close arqMatriculas

               if ws-fs-arqTurmas <> 00 or ws-fs-arqMatriculas <> 00 then
                   move 126                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                         to ws-msn-erro-cod
                   move "Erro ao fechar arquivos de turmas"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if tarefas-disponivel then
               close arqTarefas
               close arqTarefaAlunos

               if ws-fs-arqTarefas <> 00 or ws-fs-arqTarefaAlunos <> 00 then
                   move 140                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTarefas                        to ws-msn-erro-cod
                   move "Erro ao fechar arquivos de tarefas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if conquistas-disponivel then
               close arqRegrasConquista
               close arqConquistas

               if ws-fs-arqRegrasConquista <> 00 or ws-fs-arqConquistas <> 00 then
                   move 146                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRegrasConquista                to ws-msn-erro-cod
                   move "Erro ao fechar arquivos de conquistas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if operadores-disponivel then
               close arqOperadores

               if ws-fs-arqOperadores <> 00 then
                   move 134                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                     to ws-msn-erro-cod
                   move "Erro ao fechar cadastro de professores" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           Stop run
           .
       finaliza-exit.
