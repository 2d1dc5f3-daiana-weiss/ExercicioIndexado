           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select optional arqHistorico assign to "historicoResultado.dat"
       file section.
       fd arqCadAluno.
       01  fd-alunos.
           05  fd-cod                              pic 9(06).
           05  fd-aluno                            pic x(12).
           05  fd-endereco                         pic x(14).
           05  fd-mae                              pic x(12).
      *>----fechamento, acumulado entre os periodos
       fd arqHistorico.
       01  fd-reg-historico.
           05  fdh-cod                              pic 9(06).
           05  fdh-data-inicial                     pic 9(08).
           05  fdh-data-final                       pic 9(08).
           05  fdh-media                            pic 9(02)v99.
       77  ws-fs-arqRelatorioHist                  pic 9(02).

      *>----Aluno pedido, informado por parametro de entrada (0 = todos)
       77  ws-cod-pedido                           pic 9(06).

       77  ws-total-periodos                       pic 9(03).
       77  ws-total-transcritos                    pic 9(05) value 0.

       01  ws-cab-aluno.
           05  filler                               pic x(07) value "ALUNO: ".
           05  wsc-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsc-aluno                            pic x(12).

