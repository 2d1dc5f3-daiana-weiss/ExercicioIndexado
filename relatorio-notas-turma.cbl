           organization is indexed
           access mode is dynamic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select arqCadAluno assign to "arqCadAluno.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

      *>----Criterios de avaliacao por disciplina (opcional: sem o
      *>----arquivo toda disciplina segue o criterio padrao)
           select optional arqCriterio assign to "arqCriterio.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cri-disciplina
           file status is ws-fs-arqCriterio.

           select arqRelatorioTurma assign to "relatorioNotasTurma.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioTurma.
           05  fd-turma-vagas                       pic 9(03).
           05  fd-turma-professor                   pic x(20).
           05  fd-turma-horario                     pic x(10).
           05  fd-turma-ano                         pic 9(04).
           05  fd-turma-serie                       pic 9(02).
      *>       "A" aberta, "E" encerrada na virada do ano letivo
           05  fd-turma-situacao                    pic x(01).

      *>----Matricula de um aluno em uma turma, com as notas da disciplina
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

       fd arqCadAluno.
       01  fd-alunos.
           05  fd-cod                              pic 9(06).
           05  fd-aluno                            pic x(12).
           05  fd-endereco                         pic x(14).
           05  fd-mae                              pic x(12).
           05  fd-sit-data                          pic 9(08).
           05  fd-sit-motivo                        pic x(20).

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

       fd arqRelatorioTurma.
       01  fd-linha-relatorio                      pic x(80).

       77  ws-fs-arqMatriculaTurma                 pic 9(02).
       77  ws-fs-arqCadAluno                       pic 9(02).
       77  ws-fs-arqRelatorioTurma                 pic 9(02).
       77  ws-fs-arqCriterio                       pic 9(02).

       77  ws-soma-notas                           pic 9(05)v99.
       77  ws-media                                pic 9(02)v99.
       77  ws-soma-medias                          pic 9(05)v99.
       77  ws-media-turma                          pic 9(02)v99.
       77  ws-total-alunos-turma                   pic 9(03).
       77  ws-nome-aluno                           pic x(12).

      *>----Criterio da disciplina da turma corrente (lido ou padrao)
       77  ws-cri-peso1                            pic 9(02).
       77  ws-cri-peso2                            pic 9(02).
       77  ws-cri-peso3                            pic 9(02).
       77  ws-cri-peso4                            pic 9(02).
       77  ws-cri-soma-pesos                       pic 9(03).
       77  ws-cri-media-aprovacao                  pic 9(02)v99.
       77  ws-cri-rec-inicial                      pic 9(02)v99.
       77  ws-cri-freq-minima                      pic 9(03)v99.

      *>----"S" inclui os alunos nao ativos, sinalizados na linha;
      *>----qualquer outra resposta os deixa fora do relatorio
       77  ws-inclui-nao-ativo                     pic x(01).
           05  wsc-turma-nome                       pic x(20).
           05  filler                               pic x(13) value " DISCIPLINA: ".
           05  wsc-disciplina                       pic x(20).
           05  filler                               pic x(06) value " ANO: ".
           05  wsc-turma-ano                        pic 9(04).

       01  ws-linha-criterio.
           05  filler                               pic x(16) value "CRITERIO: PESOS ".
           05  wsr-peso1                            pic z9.
           05  filler                               pic x(01) value "/".
           05  wsr-peso2                            pic z9.
           05  filler                               pic x(01) value "/".
           05  wsr-peso3                            pic z9.
           05  filler                               pic x(01) value "/".
           05  wsr-peso4                            pic z9.
           05  filler                               pic x(09) value "  MEDIA: ".
           05  wsr-media                            pic z9,99.
           05  filler                               pic x(11) value "  REC. DE: ".
           05  wsr-rec-inicial                      pic z9,99.
           05  filler                               pic x(09) value "  FREQ.: ".
           05  wsr-freq                             pic zz9,99.
           05  filler                               pic x(01) value "%".

       01  ws-cab2                                 pic x(80)
           value "    COD ALUNO        NOTA1 NOTA2 NOTA3 NOTA4 MEDIA".

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(02) value spaces.
           05  wsl-nota4                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsl-media                            pic z9,99.
           05  wsl-abaixo                           pic x(01) value spaces.
           05  filler                               pic x(02) value spaces.
           05  wsl-sit-flag                         pic x(03) value spaces.

               value "MEDIA DA TURMA NA DISCIPLINA: ".
           05  wsm-media-turma                      pic z9,99.

       01  ws-linha-legenda                        pic x(80)
           value "  (*) media abaixo da media de aprovacao da disciplina".

       01  ws-linha-sem-aluno                      pic x(80)
           value "  (nenhum aluno matriculado nesta turma)".

               stop run
           end-if

      *>   criterios de avaliacao: arquivo opcional, sem ele toda
      *>   disciplina segue o criterio padrao
           open input arqCriterio
           if ws-fs-arqCriterio <> 00 and ws-fs-arqCriterio <> 05 then
               display "Erro ao abrir arqCriterio: " ws-fs-arqCriterio
               stop run
           end-if

           open output arqRelatorioTurma
           if ws-fs-arqRelatorioTurma <> 00 then
               display "Erro ao abrir relatorioNotasTurma.txt: " ws-fs-arqRelatorioTurma
           move fd-turma-cod        to wsc-turma-cod
           move fd-turma-nome       to wsc-turma-nome
           move fd-turma-disciplina to wsc-disciplina
           move fd-turma-ano        to wsc-turma-ano
           move ws-cab-turma        to fd-linha-relatorio
           write fd-linha-relatorio

      *>   a media dos alunos segue o criterio da disciplina da turma
           perform le-criterio-disciplina

           move ws-cri-peso1           to wsr-peso1
           move ws-cri-peso2           to wsr-peso2
           move ws-cri-peso3           to wsr-peso3
           move ws-cri-peso4           to wsr-peso4
           move ws-cri-media-aprovacao to wsr-media
           move ws-cri-rec-inicial     to wsr-rec-inicial
           move ws-cri-freq-minima     to wsr-freq
           move ws-linha-criterio      to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab2 to fd-linha-relatorio
           write fd-linha-relatorio

           move zeros to ws-soma-medias
           move zeros to ws-total-alunos-turma

      *>   posicionando pela chave alternativa da turma e lendo
      *>   enquanto a turma nao mudar
           move fd-turma-cod to fd-mat-turma-cod
           start arqMatriculaTurma key is = fd-mat-turma-cod

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-turma-cod <> fd-turma-cod
                   perform imprime-aluno-turma
                   read arqMatriculaTurma next
               end-perform
           end-if
               move ws-media-turma       to wsm-media-turma
               move ws-linha-media-turma to fd-linha-relatorio
               write fd-linha-relatorio

               move ws-linha-legenda to fd-linha-relatorio
               write fd-linha-relatorio
           end-if
           .
       imprime-turma-exit.

      *>------------------------------------------------------------------------
      *>  imprime um aluno matriculado na turma corrente, com as notas
      *>  da disciplina e a media ponderada pelo criterio dela; media
      *>  abaixo da media de aprovacao sai marcada
      *>------------------------------------------------------------------------
       imprime-aluno-turma section.

                   move spaces to wsl-sit-flag
               end-if

               compute ws-soma-notas = fd-mat-nota1 * ws-cri-peso1
                                     + fd-mat-nota2 * ws-cri-peso2
                                     + fd-mat-nota3 * ws-cri-peso3
                                     + fd-mat-nota4 * ws-cri-peso4
               compute ws-media rounded = ws-soma-notas / ws-cri-soma-pesos

               if ws-media < ws-cri-media-aprovacao then
                   move "*"    to wsl-abaixo
               else
                   move spaces to wsl-abaixo
               end-if

               add ws-media to ws-soma-medias
               add 1        to ws-total-alunos-turma
       imprime-aluno-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o criterio da disciplina da turma corrente; sem registro
      *>  vale o criterio padrao (pesos iguais, media 7,00, recuperacao
      *>  a partir de 5,00 e 75% de presenca); soma de pesos zerada
      *>  vira media simples
      *>------------------------------------------------------------------------
       le-criterio-disciplina section.
           move fd-turma-disciplina to fd-cri-disciplina
           read arqCriterio

           if ws-fs-arqCriterio = 00 then
               move fd-cri-peso1           to ws-cri-peso1
               move fd-cri-peso2           to ws-cri-peso2
               move fd-cri-peso3           to ws-cri-peso3
               move fd-cri-peso4           to ws-cri-peso4
               move fd-cri-media-aprovacao to ws-cri-media-aprovacao
               move fd-cri-rec-inicial     to ws-cri-rec-inicial
               move fd-cri-freq-minima     to ws-cri-freq-minima
           else
               move 1     to ws-cri-peso1
               move 1     to ws-cri-peso2
               move 1     to ws-cri-peso3
               move 1     to ws-cri-peso4
               move 7,00  to ws-cri-media-aprovacao
               move 5,00  to ws-cri-rec-inicial
               move 75,00 to ws-cri-freq-minima
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
      *>  Finalização
      *>------------------------------------------------------------------------
           close arqTurma
           close arqMatriculaTurma
           close arqCadAluno
           close arqCriterio
           close arqRelatorioTurma
           stop run
           .
