           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqTurma assign to "arqTurma.dat"
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select arqFrequencia assign to "arqFrequencia.dat"
           access mode is dynamic
           lock mode is automatic
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

      *>----Quarentena das matriculas orfas retiradas do arquivo vivo
       fd arqQuarMatricula.
       01  fd-reg-quar-matricula.
           05  fdqm-data-hora                       pic x(17).
           05  fdqm-registro                        pic x(55).

      *>----Quarentena das frequencias orfas retiradas do arquivo vivo
       fd arqQuarFrequencia.
       01  fd-reg-quar-frequencia.
           05  fdqf-data-hora                       pic x(17).
           05  fdqf-registro                        pic x(15).

       fd arqRelatorioRecon.
       01  fd-linha-relatorio                      pic x(80).

       77  ws-aluno-existe                         pic x(01).
       77  ws-turma-existe                         pic x(01).
       77  ws-max-cod                              pic 9(06).

      *>----Cache do ultimo aluno conferido na varredura de frequencia
      *>----(os registros vem agrupados por aluno, evita reler o cadastro)
       77  ws-freq-cod-anterior                    pic 9(06) value 0.
       77  ws-freq-aluno-existe                    pic x(01) value "N".

       77  ws-total-mat-orfa                       pic 9(05) value 0.
               value "MATRICULA ORFA - ".
           05  wsl-mat-motivo                       pic x(18).
           05  filler                               pic x(08) value " aluno: ".
           05  wsl-mat-aluno                        pic zzzzz9.
           05  filler                               pic x(08) value " turma: ".
           05  wsl-mat-turma                        pic zz9.

           05  filler                               pic x(18)
               value "FREQUENCIA ORFA - ".
           05  filler                               pic x(07) value "aluno: ".
           05  wsl-freq-aluno                       pic zzzzz9.
           05  filler                               pic x(07) value " data: ".
           05  wsl-freq-data                        pic 9(08).

       01  ws-linha-controle.
           05  filler                               pic x(36)
               value "CONTROLE DESATUALIZADO - ultimo cod ".
           05  wsl-ctl-ultimo                       pic zzzzz9.
           05  filler                               pic x(22)
               value " menor que maior cod  ".
           05  wsl-ctl-max                          pic zzzzz9.

       01  ws-linha-total                          pic x(80).

