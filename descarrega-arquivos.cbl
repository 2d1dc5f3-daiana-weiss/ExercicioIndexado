           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select optional arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatricula.

           select optional arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

           select optional arqControle assign to "arqControle.dat"
       file section.
       fd arqCadAluno.
       01  fd-alunos.
           05  fd-cod                              pic 9(06).
           05  fd-aluno                            pic x(12).
           05  fd-endereco                         pic x(14).
           05  fd-mae                              pic x(12).
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

      *>----Frequencia diaria (presenca/falta) de um aluno
       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10 fd-freq-cod-aluno                 pic 9(06).
               10 fd-freq-data                       pic 9(08).
           05  fd-freq-presente                     pic x(01).

       fd arqControle.
       01  fd-controle.
           05  fd-ctl-chave                        pic x(03).
           05  fd-ctl-ultimo-cod                    pic 9(06).

       fd arqBkpCadAluno.
       01  fd-linha-bkp-cadaluno                   pic x(132).
