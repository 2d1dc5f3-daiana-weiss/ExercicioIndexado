           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqRelatorioNotas assign to "relatorioNotas.txt"
       file section.
       fd arqCadAluno.
       01  fd-alunos.
           05  fd-cod                              pic 9(06).
           05  fd-aluno                            pic x(12).
           05  fd-endereco                         pic x(14).
           05  fd-mae                              pic x(12).
       01  ws-cab1                                 pic x(80)
           value "                         RELATORIO DE NOTAS E SITUACAO".
       01  ws-cab2                                 pic x(80)
           value "    COD ALUNO        NOTA1 NOTA2 NOTA3 NOTA4 MEDIA SITUACAO".

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01).
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(01).
