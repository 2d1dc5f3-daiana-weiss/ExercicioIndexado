           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqMatriculaTurma assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

      *>----Justificativas de faltas (abono) registradas na secretaria
           select optional arqJustificativa assign to "arqJustificativa.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-jus-chave
           file status is ws-fs-arqJustificativa.

           select optional arqResultado assign to "resultadoFinal.dat"
           organization is line sequential
           file status is ws-fs-arqResultado.

      *>----Resultado por disciplina do ultimo fechamento e criterios
      *>----de avaliacao (opcionais: sem eles a disciplina sai sem
      *>----situacao e com o criterio padrao)
           select optional arqResultadoDisciplina assign to "resultadoDisciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fdd-chave
           file status is ws-fs-arqResultadoDisciplina.

           select optional arqCriterio assign to "arqCriterio.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cri-disciplina
           file status is ws-fs-arqCriterio.

           select arqBoletim assign to "boletimAluno.txt"
           organization is line sequential
           file status is ws-fs-arqBoletim.
       file section.
       fd arqCadAluno.
       01  fd-alunos.
           05  fd-cod                              pic 9(06).
           05  fd-aluno                            pic x(12).
           05  fd-endereco                         pic x(14).
           05  fd-mae                              pic x(12).
       fd arqMatriculaTurma.
       01  fd-matricula-turma.
           05  fd-mat-chave.
               10 fd-mat-cod-aluno                  pic 9(06).
               10 fd-mat-turma-cod                  pic 9(03).
           05  fd-mat-disciplina                    pic x(20).
           05  fd-mat-notas.
               10 fd-mat-nota4                      pic 9(02)v99 value 00.
           05  fd-mat-nota-rec                      pic 9(02)v99 value 00.
           05  fd-mat-rec-lancada                   pic x(01).
           05  fd-mat-ano                           pic 9(04).
      *>       "A" cursando, "E" encerrada na virada do ano letivo
           05  fd-mat-situacao                      pic x(01).

      *>----Frequencia diaria (presenca/falta) de um aluno
       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10 fd-freq-cod-aluno                 pic 9(06).
               10 fd-freq-data                       pic 9(08).
           05  fd-freq-presente                     pic x(01).

      *>----Justificativa de faltas (abono): periodo coberto por um
      *>----documento apresentado pelo aluno
       fd arqJustificativa.
       01  fd-justificativa.
           05  fd-jus-chave.
               10 fd-jus-cod-aluno                  pic 9(06).
               10 fd-jus-data-inicial               pic 9(08).
           05  fd-jus-data-final                    pic 9(08).
      *>       A = atestado medico, L = luto, C = convocacao
           05  fd-jus-tipo                          pic x(01).
           05  fd-jus-documento                     pic x(15).
           05  fd-jus-operador                      pic x(10).
           05  fd-jus-data-registro                 pic 9(08).

      *>----Resultado final de cada aluno no fechamento do periodo
       fd arqResultado.
       01  fd-reg-resultado.
           05  fdr-cod                              pic 9(06).
           05  fdr-media                            pic 9(02)v99.
           05  fdr-perc-presenca                    pic 9(03)v99.
           05  fdr-situacao                         pic x(16).

      *>----Resultado de cada disciplina do aluno no fechamento do
      *>----periodo (uma por matricula); a recuperacao atualiza a nota,
      *>----a media final e a situacao da disciplina
       fd arqResultadoDisciplina.
       01  fd-reg-resultado-disciplina.
           05  fdd-chave.
               10 fdd-cod                           pic 9(06).
               10 fdd-turma-cod                     pic 9(03).
           05  fdd-disciplina                       pic x(20).
           05  fdd-media                            pic 9(02)v99.
           05  fdd-nota-rec                         pic 9(02)v99.
           05  fdd-media-final                      pic 9(02)v99.
           05  fdd-situacao                         pic x(16).

      *>----Criterio de avaliacao de cada disciplina: pesos dos quatro
      *>----bimestres na media, media de aprovacao, faixa de
      *>----recuperacao (de fd-cri-rec-inicial ate abaixo da media de
      *>----aprovacao), media exigida apos a recuperacao e frequencia
      *>----minima; disciplina sem registro segue o criterio padrao
       fd arqCriterio.
       01  fd-criterio.
           05  fd-cri-disciplina                    pic x(20).
           05  fd-cri-pesos.
               10 fd-cri-peso1                      pic 9(02).
               10 fd-cri-peso2                      pic 9(02).
               10 fd-cri-peso3                      pic 9(02).
               10 fd-cri-peso4                      pic 9(02).
           05  fd-cri-media-aprovacao               pic 9(02)v99.
           05  fd-cri-rec-inicial                   pic 9(02)v99.
           05  fd-cri-rec-aprovacao                 pic 9(02)v99.
           05  fd-cri-freq-minima                   pic 9(03)v99.
           05  fd-cri-operador                      pic x(10).
           05  fd-cri-data-alteracao                pic 9(08).

       fd arqBoletim.
       01  fd-linha-boletim                        pic x(80).

       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqResultado                      pic 9(02).
       77  ws-fs-arqBoletim                        pic 9(02).
       77  ws-fs-arqJustificativa                  pic 9(02).
       77  ws-fs-arqResultadoDisciplina            pic 9(02).
       77  ws-fs-arqCriterio                       pic 9(02).

      *>----Parametros de entrada: aluno (0 = todos) e periodo das faltas
       77  ws-cod-pedido                           pic 9(06).
       77  ws-data-inicial                         pic 9(08).
       77  ws-ano-periodo                          pic 9(04).
       77  ws-data-final                           pic 9(08).

      *>----Situacao do fechamento carregada em tabela, na ordem do
      *>----arquivo; a busca e pelo cod guardado em cada item
       77  ws-res-total                            pic 9(05) value 0.
       77  ws-res-idx                              pic 9(05).
       01  ws-tabela-resultado.
           05  ws-res-item                          occurs 9999.
               10  ws-res-cod                       pic 9(06).
               10  ws-res-situacao                  pic x(16).

       77  ws-soma-notas                           pic 9(05)v99.
       77  ws-media                                pic 9(02)v99.

      *>----Criterio da disciplina corrente (lido ou padrao)
       77  ws-cri-peso1                            pic 9(02).
       77  ws-cri-peso2                            pic 9(02).
       77  ws-cri-peso3                            pic 9(02).
       77  ws-cri-peso4                            pic 9(02).
       77  ws-cri-soma-pesos                       pic 9(03).
       77  ws-cri-media-aprovacao                  pic 9(02)v99.
       77  ws-total-faltas                         pic 9(05).
       77  ws-total-abonadas                       pic 9(05).
       77  ws-total-suspensoes                     pic 9(05).

      *>----Periodos de faltas justificadas (abonadas) do aluno corrente
       77  ws-jus-qtd                              pic 9(03).
       77  ws-jus-idx                              pic 9(03).
       77  ws-falta-abonada                        pic x(01).
       01  ws-tabela-justificativa.
           05  ws-jus-item                          occurs 50.
               10  ws-jus-ini                       pic 9(08).
               10  ws-jus-fim                       pic 9(08).
       77  ws-total-matriculas                     pic 9(03).
       77  ws-total-boletins                       pic 9(05) value 0.
       77  ws-total-edt                            pic zzzz9.

       01  ws-linha-aluno.
           05  filler                               pic x(13) value "Aluno      : ".
           05  wsa-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsa-aluno                            pic x(12).

           05  wsa-telefone                         pic x(08).

       01  ws-cab-notas                            pic x(80)
           value " DISCIPLINA           NOTA1 NOTA2 NOTA3 NOTA4 MEDIA  MIN  SITUACAO".

       01  ws-linha-disciplina.
           05  filler                               pic x(01) value spaces.
           05  wsl-nota4                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsl-media                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsl-minima                           pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsl-situacao                         pic x(16).

       01  ws-linha-sem-matricula                  pic x(80)
           value " (aluno sem matricula em turma)".

      *>----Faltas do periodo em tres colunas: as que contam contra o
      *>----aluno, as abonadas por justificativa e os dias de suspensao
       01  ws-cab-faltas                           pic x(80)
           value " FALTAS NO PERIODO  FALTAS ABONADAS  DIAS SUSPENSAO".

       01  ws-linha-faltas.
           05  filler                               pic x(13) value spaces.
           05  wsf-faltas                           pic zzzz9.
           05  filler                               pic x(12) value spaces.
           05  wsf-abonadas                         pic zzzz9.
           05  filler                               pic x(11) value spaces.
           05  wsf-suspensoes                       pic zzzz9.

       01  ws-linha-situacao.
           05  filler                               pic x(21)

           display "Data inicial do periodo (AAAAMMDD): "
           accept ws-data-inicial
           compute ws-ano-periodo = ws-data-inicial / 10000

           display "Data final do periodo   (AAAAMMDD): "
           accept ws-data-final
               stop run
           end-if

      *>   justificativas de faltas: arquivo opcional, sem ele nenhuma
      *>   falta e abonada
           open input arqJustificativa
           if ws-fs-arqJustificativa <> 00 and ws-fs-arqJustificativa <> 05 then
               display "Erro ao abrir arqJustificativa: " ws-fs-arqJustificativa
               stop run
           end-if

           open input arqResultadoDisciplina
           if ws-fs-arqResultadoDisciplina <> 00 and ws-fs-arqResultadoDisciplina <> 05 then
               display "Erro ao abrir resultadoDisciplina.dat: " ws-fs-arqResultadoDisciplina
               stop run
           end-if

           open input arqCriterio
           if ws-fs-arqCriterio <> 00 and ws-fs-arqCriterio <> 05 then
               display "Erro ao abrir arqCriterio: " ws-fs-arqCriterio
               stop run
           end-if

           open output arqBoletim
           if ws-fs-arqBoletim <> 00 then
               display "Erro ao abrir boletimAluno.txt: " ws-fs-arqBoletim
               stop run
           end-if

           move zeros to ws-res-total

           read arqResultado
           perform until ws-fs-arqResultado <> 00
               if fdr-cod > 0 and ws-res-total < 9999 then
                   add 1 to ws-res-total
                   move fdr-cod      to ws-res-cod(ws-res-total)
                   move fdr-situacao to ws-res-situacao(ws-res-total)
               end-if
               read arqResultado
           end-perform
           move spaces to fd-linha-boletim
           write fd-linha-boletim

           move ws-cab-faltas to fd-linha-boletim
           write fd-linha-boletim

           perform carrega-justificativas-aluno
           perform conta-faltas-aluno
           move ws-total-faltas   to wsf-faltas
           move ws-total-abonadas to wsf-abonadas
           move ws-total-suspensoes to wsf-suspensoes
           move ws-linha-faltas   to fd-linha-boletim
           write fd-linha-boletim

           perform busca-resultado-aluno
           if ws-res-idx <= ws-res-total then
               move ws-res-situacao(ws-res-idx) to wss-situacao
           else
               move "(sem fechamento)"           to wss-situacao
           end-if
           move ws-linha-situacao to fd-linha-boletim
           write fd-linha-boletim
       imprime-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura o aluno corrente na tabela do fechamento; sem ele,
      *>  o indice para depois do ultimo item carregado
      *>------------------------------------------------------------------------
       busca-resultado-aluno section.
           move 1 to ws-res-idx
           perform until ws-res-idx > ws-res-total
                      or ws-res-cod(ws-res-idx) = fd-cod
               add 1 to ws-res-idx
           end-perform
           .
       busca-resultado-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime uma linha por matricula do aluno corrente, com as
      *>  notas da disciplina, a media ponderada pelo criterio dela, a
      *>  media de aprovacao e a situacao da disciplina no fechamento
      *>------------------------------------------------------------------------
       imprime-disciplinas section.
           move zeros to ws-total-matriculas
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> fd-cod
      *>           so entram as matriculas do ano letivo do periodo
      *>           (ano zerado: matricula anterior ao controle de ano)
                   if fd-mat-ano = ws-ano-periodo or fd-mat-ano = zeros then
                       perform imprime-uma-disciplina
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if
       imprime-uma-disciplina section.
           add 1 to ws-total-matriculas

           perform le-criterio-disciplina

           compute ws-soma-notas = fd-mat-nota1 * ws-cri-peso1
                                 + fd-mat-nota2 * ws-cri-peso2
                                 + fd-mat-nota3 * ws-cri-peso3
                                 + fd-mat-nota4 * ws-cri-peso4
           compute ws-media rounded = ws-soma-notas / ws-cri-soma-pesos

      *>   situacao da disciplina no ultimo fechamento, se houver
           move fd-mat-chave to fdd-chave
           read arqResultadoDisciplina
           if ws-fs-arqResultadoDisciplina = 00 then
               move fdd-situacao to wsl-situacao
           else
               move spaces       to wsl-situacao
           end-if

           move fd-mat-disciplina to wsl-disciplina
           move fd-mat-nota1      to wsl-nota1
           move fd-mat-nota3      to wsl-nota3
           move fd-mat-nota4      to wsl-nota4
           move ws-media          to wsl-media
           move ws-cri-media-aprovacao to wsl-minima

           move ws-linha-disciplina to fd-linha-boletim
           write fd-linha-boletim
           exit.

      *>------------------------------------------------------------------------
      *>  le o criterio da disciplina da matricula corrente; sem
      *>  registro vale o criterio padrao (pesos iguais e media 7,00);
      *>  soma de pesos zerada vira media simples
      *>------------------------------------------------------------------------
       le-criterio-disciplina section.
           move fd-mat-disciplina to fd-cri-disciplina
           read arqCriterio

           if ws-fs-arqCriterio = 00 then
               move fd-cri-peso1           to ws-cri-peso1
               move fd-cri-peso2           to ws-cri-peso2
               move fd-cri-peso3           to ws-cri-peso3
               move fd-cri-peso4           to ws-cri-peso4
               move fd-cri-media-aprovacao to ws-cri-media-aprovacao
           else
               move 1    to ws-cri-peso1
               move 1    to ws-cri-peso2
               move 1    to ws-cri-peso3
               move 1    to ws-cri-peso4
               move 7,00 to ws-cri-media-aprovacao
           end-if

           compute ws-cri-soma-pesos = ws-cri-peso1 + ws-cri-peso2
                                     + ws-cri-peso3 + ws-cri-peso4

           if ws-cri-soma-pesos = zeros then
               move 1 to ws-cri-peso1
               move 1 to ws-cri-peso2
               move 1 to ws-cri-peso3
               move 1 to ws-cri-peso4
               move 4 to ws-cri-soma-pesos
           end-if
           .
       le-criterio-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as faltas do aluno corrente dentro do periodo informado,
      *>  separando as abonadas por justificativa e os dias de suspensao
      *>------------------------------------------------------------------------
       conta-faltas-aluno section.
           move zeros to ws-total-faltas
           move zeros to ws-total-abonadas
           move zeros to ws-total-suspensoes

           move fd-cod          to fd-freq-cod-aluno
           move ws-data-inicial to fd-freq-data
               perform until ws-fs-arqFrequencia <> 00
                          or fd-freq-cod-aluno <> fd-cod
                          or fd-freq-data > ws-data-final
                   if fd-freq-presente = "U" or fd-freq-presente = "u" then
                       add 1 to ws-total-suspensoes
                   else
                   if fd-freq-presente = "N" or fd-freq-presente = "n" then
                       perform verifica-falta-abonada
                       if ws-falta-abonada = "S" then
                           add 1 to ws-total-abonadas
                       else
                           add 1 to ws-total-faltas
                       end-if
                   end-if
                   end-if
                   read arqFrequencia next
               end-perform
       conta-faltas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega os periodos de faltas justificadas do aluno corrente;
      *>  a chave comeca pelo cod do aluno: basta posicionar nele e ler
      *>  enquanto o cod nao mudar
      *>------------------------------------------------------------------------
       carrega-justificativas-aluno section.
           move zeros to ws-jus-qtd

           move fd-cod to fd-jus-cod-aluno
           move zeros  to fd-jus-data-inicial
           start arqJustificativa key is not less than fd-jus-chave

           if ws-fs-arqJustificativa = 00 then
               read arqJustificativa next
               perform until ws-fs-arqJustificativa <> 00
                          or fd-jus-cod-aluno <> fd-cod
                   if ws-jus-qtd < 50 then
                       add 1 to ws-jus-qtd
                       move fd-jus-data-inicial to ws-jus-ini(ws-jus-qtd)
                       move fd-jus-data-final   to ws-jus-fim(ws-jus-qtd)
                   end-if
                   read arqJustificativa next
               end-perform
           end-if
           .
       carrega-justificativas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verifica se a data da frequencia corrente cai dentro de algum
      *>  periodo justificado do aluno (falta abonada)
      *>------------------------------------------------------------------------
       verifica-falta-abonada section.
           move "N" to ws-falta-abonada
           move 1   to ws-jus-idx

           perform until ws-jus-idx > ws-jus-qtd
                      or ws-falta-abonada = "S"
               if fd-freq-data >= ws-jus-ini(ws-jus-idx)
               and fd-freq-data <= ws-jus-fim(ws-jus-idx) then
                   move "S" to ws-falta-abonada
               end-if
               add 1 to ws-jus-idx
           end-perform
           .
       verifica-falta-abonada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha de total de boletins emitidos
      *>------------------------------------------------------------------------
           close arqCadAluno
           close arqMatriculaTurma
           close arqFrequencia
           close arqJustificativa
           close arqResultadoDisciplina
           close arqCriterio
           close arqBoletim
           stop run
           .
