           organization is indexed
           access mode is dynamic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select arqRelatorioVagas assign to "relatorioVagas.txt"
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

       fd arqRelatorioVagas.
       01  fd-linha-relatorio                      pic x(80).
                   stop run
               end-if

      *>       turma de ano letivo encerrado nao ocupa mais vagas
               if fd-turma-situacao = "E" then
                   continue
               else
                   perform imprime-turma
               end-if
               read arqTurma next
           end-perform


           move zeros to ws-mat-ocupadas

      *>   posicionando pela chave alternativa da turma e lendo
      *>   enquanto a turma nao mudar
           move fd-turma-cod to fd-mat-turma-cod
           start arqMatriculaTurma key is = fd-mat-turma-cod

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-turma-cod <> fd-turma-cod
                   add 1 to ws-mat-ocupadas
                   read arqMatriculaTurma next
               end-perform
           end-if
