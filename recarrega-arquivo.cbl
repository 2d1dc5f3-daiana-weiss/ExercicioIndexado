           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatricula.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

           select arqControle assign to "arqControle.dat"
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
           exit.

      *>------------------------------------------------------------------------
      *>  reconstroi arqCadAluno a partir de backupCadAluno.dat; o
      *>  indice alternativo por nome e refeito na propria gravacao
      *>------------------------------------------------------------------------
       recarrega-cadaluno section.
           open input arqBkpCadAluno
           perform until ws-fs-arqBkpCadAluno <> 00

               if wsb-tipo = "D" then
                   move wsb-dados(1:109) to fd-alunos
                   write fd-alunos

                   if ws-fs-arqCadAluno <> 00 then
           perform until ws-fs-arqBkpTurma <> 00

               if wsb-tipo = "D" then
                   move wsb-dados(1:83) to fd-turma
                   write fd-turma

                   if ws-fs-arqTurma <> 00 then
           exit.

      *>------------------------------------------------------------------------
      *>  reconstroi arqMatriculaTurma a partir de backupMatricula.dat;
      *>  o indice alternativo por turma e refeito na propria gravacao
      *>------------------------------------------------------------------------
       recarrega-matricula section.
           open input arqBkpMatricula
           perform until ws-fs-arqBkpMatricula <> 00

               if wsb-tipo = "D" then
                   move wsb-dados(1:55) to fd-matricula-turma
                   write fd-matricula-turma

                   if ws-fs-arqMatricula <> 00 then
           exit.

      *>------------------------------------------------------------------------
      *>  reconstroi arqFrequencia a partir de backupFrequencia.dat; o
      *>  indice alternativo por data e refeito na propria gravacao
      *>------------------------------------------------------------------------
       recarrega-frequencia section.
           open input arqBkpFrequencia
           perform until ws-fs-arqBkpFrequencia <> 00

               if wsb-tipo = "D" then
                   move wsb-dados(1:15) to fd-frequencia
                   write fd-frequencia

                   if ws-fs-arqFrequencia <> 00 then
           perform until ws-fs-arqBkpControle <> 00

               if wsb-tipo = "D" then
                   move wsb-dados(1:9) to fd-controle
                   write fd-controle

                   if ws-fs-arqControle <> 00 then
