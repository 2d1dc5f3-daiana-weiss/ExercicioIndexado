           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

           select optional arqCalendario assign to "arqCalendario.dat"
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

      *>----Justificativas de faltas (abono) registradas na secretaria
           select optional arqJustificativa assign to "arqJustificativa.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-jus-chave
           file status is ws-fs-arqJustificativa.

           select arqMatriculaTurma assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

      *>----Criterios de avaliacao por disciplina (opcional: sem o
      *>----arquivo toda disciplina segue o criterio padrao)
           select optional arqCriterio assign to "arqCriterio.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cri-disciplina
           file status is ws-fs-arqCriterio.

           select arqResultado assign to "resultadoFinal.dat"
           organization is line sequential
           file status is ws-fs-arqResultado.

           select arqResultadoDisciplina assign to "resultadoDisciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fdd-chave
           file status is ws-fs-arqResultadoDisciplina.

           select arqRelatorioFecha assign to "relatorioFechamento.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioFecha.
       file section.
       fd arqCadAluno.
       01  fd-alunos.
           05  fd-cod                              pic 9(06).
           05  fd-aluno                            pic x(12).
           05  fd-endereco                         pic x(14).
           05  fd-mae                              pic x(12).
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

      *>----Calendario escolar: tipo de cada dia do ano letivo
      *>----(L = letivo, F = feriado, R = recesso)
       fd arqCalendario.
           05  fd-cal-data                          pic 9(08).
           05  fd-cal-tipo                          pic x(01).

      *>----Matricula de um aluno em uma turma, com as notas da disciplina
       fd arqMatriculaTurma.
       01  fd-matricula-turma.
           05  fd-mat-chave.
               10 fd-mat-cod-aluno                  pic 9(06).
               10 fd-mat-turma-cod                  pic 9(03).
           05  fd-mat-disciplina                    pic x(20).
           05  fd-mat-notas.
               10 fd-mat-nota1                      pic 9(02)v99 value 00.
               10 fd-mat-nota2                      pic 9(02)v99 value 00.
               10 fd-mat-nota3                      pic 9(02)v99 value 00.
               10 fd-mat-nota4                      pic 9(02)v99 value 00.
           05  fd-mat-nota-rec                      pic 9(02)v99 value 00.
           05  fd-mat-rec-lancada                   pic x(01).
           05  fd-mat-ano                           pic 9(04).
      *>       "A" cursando, "E" encerrada na virada do ano letivo
           05  fd-mat-situacao                      pic x(01).

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

       fd arqRelatorioFecha.
       01  fd-linha-relatorio                      pic x(80).

      *>----fechamento, acumulado entre os periodos (nunca e apagado)
       fd arqHistorico.
       01  fd-reg-historico.
           05  fdh-cod                              pic 9(06).
           05  fdh-data-inicial                     pic 9(08).
           05  fdh-data-final                       pic 9(08).
           05  fdh-media                            pic 9(02)v99.
       77  ws-fs-arqResultado                      pic 9(02).
       77  ws-fs-arqRelatorioFecha                 pic 9(02).
       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqJustificativa                  pic 9(02).
       77  ws-fs-arqMatriculaTurma                 pic 9(02).
       77  ws-fs-arqCriterio                       pic 9(02).
       77  ws-fs-arqResultadoDisciplina            pic 9(02).

      *>----Apoio do controle de execucao dos batches
       77  ws-fs-arqRunControl                     pic 9(02).
       77  ws-data-inicial                         pic 9(08).
       77  ws-data-final                           pic 9(08).

       77  ws-soma-notas                           pic 9(05)v99.
       77  ws-media                                pic 9(02)v99.
       77  ws-situacao                             pic x(16).

      *>----Criterio da disciplina corrente (lido ou padrao)
       77  ws-cri-peso1                            pic 9(02).
       77  ws-cri-peso2                            pic 9(02).
       77  ws-cri-peso3                            pic 9(02).
       77  ws-cri-peso4                            pic 9(02).
       77  ws-cri-soma-pesos                       pic 9(03).
       77  ws-cri-media-aprovacao                  pic 9(02)v99.
       77  ws-cri-rec-inicial                      pic 9(02)v99.
       77  ws-cri-freq-minima                      pic 9(03)v99.

      *>----Resultado por disciplina do aluno corrente: media e
      *>----situacao de cada disciplina e os totais que definem a
      *>----situacao geral; as disciplinas sao guardadas em tabela para
      *>----sair no relatorio abaixo da linha do aluno
       77  ws-media-disc                           pic 9(02)v99.
       77  ws-situacao-disc                        pic x(16).
       77  ws-soma-medias                          pic 9(05)v99.
       77  ws-qtd-disciplinas                      pic 9(03).
       77  ws-qtd-rep-falta                        pic 9(03).
       77  ws-qtd-rep-nota                         pic 9(03).
       77  ws-qtd-recuperacao                      pic 9(03).
       77  ws-dis-idx                              pic 9(03).
       01  ws-tabela-disciplinas.
           05  ws-dis-item                          occurs 20.
               10  ws-dis-disciplina                pic x(20).
               10  ws-dis-media                     pic 9(02)v99.
               10  ws-dis-minima                    pic 9(02)v99.
               10  ws-dis-situacao                  pic x(16).

       77  ws-total-presencas                      pic 9(05).
       77  ws-total-faltas                         pic 9(05).
       77  ws-total-abonadas                       pic 9(05).
       77  ws-dias-letivos                         pic 9(05) value 0.
       77  ws-dias-base                            pic 9(05).
       77  ws-perc-presenca                        pic 9(03)v99.

      *>----Periodos de faltas justificadas (abonadas) do aluno corrente
       77  ws-jus-qtd                              pic 9(03).
       77  ws-jus-idx                              pic 9(03).
       77  ws-falta-abonada                        pic x(01).
       01  ws-tabela-justificativa.
           05  ws-jus-item                          occurs 50.
               10  ws-jus-ini                       pic 9(08).
               10  ws-jus-fim                       pic 9(08).

       77  ws-total-alunos                         pic 9(05) value 0.
       77  ws-total-edt                            pic zzzz9.

       01  ws-cab1                                 pic x(80)
           value "                 FECHAMENTO FINAL - MEDIA E FREQUENCIA".
       01  ws-cab2                                 pic x(80)
           value "    COD ALUNO        MEDIA %PRES SITUACAO".
       01  ws-cab3                                 pic x(80)
           value "        DISCIPLINA           MEDIA   MIN  SITUACAO".

       01  ws-linha-dias-letivos.
           05  filler                               pic x(25)
           05  wsl-dias-letivos                     pic zzzz9.

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(02) value spaces.
           05  filler                               pic x(01) value spaces.
           05  wsl-situacao                         pic x(16).

       01  ws-linha-disciplina.
           05  filler                               pic x(08) value spaces.
           05  wsl-dis-disciplina                   pic x(20).
           05  filler                               pic x(01) value spaces.
           05  wsl-dis-media                        pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsl-dis-minima                       pic z9,99.
           05  filler                               pic x(02) value spaces.
           05  wsl-dis-situacao                     pic x(16).

       01  ws-linha-total                          pic x(80).

      *>Declaração do corpo do programa
               stop run
           end-if

      *>   justificativas de faltas: arquivo opcional, sem ele nenhuma
      *>   falta e abonada
           open input arqJustificativa
           if ws-fs-arqJustificativa <> 00 and ws-fs-arqJustificativa <> 05 then
               display "Erro ao abrir arqJustificativa: " ws-fs-arqJustificativa
               stop run
           end-if

           open input arqMatriculaTurma
           if ws-fs-arqMatriculaTurma <> 00 then
               display "Erro ao abrir arqMatriculaTurma: " ws-fs-arqMatriculaTurma
               stop run
           end-if

      *>   criterios de avaliacao: arquivo opcional, sem ele toda
      *>   disciplina segue o criterio padrao
           open input arqCriterio
           if ws-fs-arqCriterio <> 00 and ws-fs-arqCriterio <> 05 then
               display "Erro ao abrir arqCriterio: " ws-fs-arqCriterio
               stop run
           end-if

           open output arqResultado
           if ws-fs-arqResultado <> 00 then
               display "Erro ao abrir resultadoFinal.dat: " ws-fs-arqResultado
               stop run
           end-if

           open output arqResultadoDisciplina
           if ws-fs-arqResultadoDisciplina <> 00 then
               display "Erro ao abrir resultadoDisciplina.dat: " ws-fs-arqResultadoDisciplina
               stop run
           end-if

           open output arqRelatorioFecha
           if ws-fs-arqRelatorioFecha <> 00 then
               display "Erro ao abrir relatorioFechamento.txt: " ws-fs-arqRelatorioFecha
           move ws-cab2 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab3 to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fecha o periodo de um aluno: percentual de presenca, resultado
      *>  de cada disciplina pelo criterio dela e situacao geral
      *>------------------------------------------------------------------------
       fecha-aluno section.
           perform carrega-justificativas-aluno
           perform conta-presencas-faltas
           perform calcula-perc-presenca
           perform fecha-disciplinas
           perform define-situacao

           add 1 to ws-total-alunos
           exit.

      *>------------------------------------------------------------------------
      *>  fecha cada disciplina em que o aluno esta matriculado no ano
      *>  corrente (matriculas encerradas na virada ficam de fora); a
      *>  chave da matricula comeca pelo cod do aluno: basta posicionar
      *>  nele e ler enquanto o cod nao mudar
      *>------------------------------------------------------------------------
       fecha-disciplinas section.
           move zeros to ws-soma-medias
           move zeros to ws-qtd-disciplinas
           move zeros to ws-qtd-rep-falta
           move zeros to ws-qtd-rep-nota
           move zeros to ws-qtd-recuperacao

           move fd-cod to fd-mat-cod-aluno
           move zeros  to fd-mat-turma-cod
           start arqMatriculaTurma key is not less than fd-mat-chave

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> fd-cod
                   if fd-mat-situacao <> "E" then
                       perform fecha-uma-disciplina
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if

      *>   a media geral do aluno e a media das medias das disciplinas
           if ws-qtd-disciplinas > 0 then
               compute ws-media rounded = ws-soma-medias / ws-qtd-disciplinas
           else
               move zeros to ws-media
           end-if
           .
       fecha-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fecha uma disciplina: media ponderada pelos pesos do criterio
      *>  da disciplina e situacao pela media de aprovacao, faixa de
      *>  recuperacao e frequencia minima dela
      *>------------------------------------------------------------------------
       fecha-uma-disciplina section.
           perform le-criterio-disciplina

           compute ws-soma-notas = fd-mat-nota1 * ws-cri-peso1
                                 + fd-mat-nota2 * ws-cri-peso2
                                 + fd-mat-nota3 * ws-cri-peso3
                                 + fd-mat-nota4 * ws-cri-peso4
           compute ws-media-disc rounded = ws-soma-notas / ws-cri-soma-pesos

           evaluate true
               when ws-total-presencas = zeros
                and ws-total-faltas = zeros
                and ws-total-abonadas = zeros
                   move "Sem frequencia"   to ws-situacao-disc
               when ws-perc-presenca < ws-cri-freq-minima
                   move "Reprovado falta"  to ws-situacao-disc
                   add 1 to ws-qtd-rep-falta
               when ws-media-disc >= ws-cri-media-aprovacao
                   move "Aprovado"         to ws-situacao-disc
               when ws-media-disc >= ws-cri-rec-inicial
                   move "Recuperacao"      to ws-situacao-disc
                   add 1 to ws-qtd-recuperacao
               when other
                   move "Reprovado nota"   to ws-situacao-disc
                   add 1 to ws-qtd-rep-nota
           end-evaluate

           add 1             to ws-qtd-disciplinas
           add ws-media-disc to ws-soma-medias

      *>   mais disciplinas que a tabela comporta continuam no
      *>   resultado por disciplina, so nao saem no relatorio
           if ws-qtd-disciplinas <= 20 then
               move fd-mat-disciplina      to ws-dis-disciplina(ws-qtd-disciplinas)
               move ws-media-disc          to ws-dis-media(ws-qtd-disciplinas)
               move ws-cri-media-aprovacao to ws-dis-minima(ws-qtd-disciplinas)
               move ws-situacao-disc       to ws-dis-situacao(ws-qtd-disciplinas)
           end-if

           perform grava-resultado-disciplina
           .
       fecha-uma-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o criterio da disciplina da matricula corrente; sem
      *>  registro vale o criterio padrao (pesos iguais, media 7,00,
      *>  recuperacao a partir de 5,00 e 75% de presenca); soma de
      *>  pesos zerada vira media simples
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
      *>  grava o resultado da disciplina corrente; a nota e a media
      *>  final da recuperacao ficam para o reprocessamento
      *>------------------------------------------------------------------------
       grava-resultado-disciplina section.
           move fd-cod            to fdd-cod
           move fd-mat-turma-cod  to fdd-turma-cod
           move fd-mat-disciplina to fdd-disciplina
           move ws-media-disc     to fdd-media
           move zeros             to fdd-nota-rec
           move ws-media-disc     to fdd-media-final
           move ws-situacao-disc  to fdd-situacao

           write fd-reg-resultado-disciplina

           if ws-fs-arqResultadoDisciplina <> 00 then
               display "Erro ao gravar resultadoDisciplina.dat: " ws-fs-arqResultadoDisciplina
               stop run
           end-if
           .
       grava-resultado-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as presencas e faltas do aluno dentro do periodo; falta
      *>  coberta por justificativa e contada a parte, como abonada;
      *>  dia de suspensao (U) conta como falta e nao e abonado
      *>------------------------------------------------------------------------
       conta-presencas-faltas section.
           move zeros to ws-total-presencas
           move zeros to ws-total-faltas
           move zeros to ws-total-abonadas

           move fd-cod          to fd-freq-cod-aluno
           move ws-data-inicial to fd-freq-data
               perform until ws-fs-arqFrequencia <> 00
                          or fd-freq-cod-aluno <> fd-cod
                          or fd-freq-data > ws-data-final
                   if fd-freq-presente = "U" or fd-freq-presente = "u" then
                       add 1 to ws-total-faltas
                   else
                   if fd-freq-presente = "N" or fd-freq-presente = "n" then
                       perform verifica-falta-abonada
                       if ws-falta-abonada = "S" then
                           add 1 to ws-total-abonadas
                       else
                           add 1 to ws-total-faltas
                       end-if
                   else
                       add 1 to ws-total-presencas
                   end-if
                   end-if
                   read arqFrequencia next
               end-perform
           end-if
       conta-presencas-faltas-exit.
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
      *>  calcula o percentual de presenca sobre os dias letivos do
      *>  calendario; sem calendario carregado, usa os proprios
      *>  registros de frequencia do aluno como base; falta abonada
      *>  nao pesa contra o aluno e entra como dia frequentado
      *>------------------------------------------------------------------------
       calcula-perc-presenca section.
           if ws-dias-letivos > 0 then
               move ws-dias-letivos to ws-dias-base
           else
               compute ws-dias-base = ws-total-presencas + ws-total-faltas
                                    + ws-total-abonadas
           end-if

           if ws-dias-base > 0 then
               compute ws-perc-presenca rounded =
                   ((ws-total-presencas + ws-total-abonadas) * 100) / ws-dias-base
           else
               move zeros to ws-perc-presenca
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  situacao geral do aluno a partir das disciplinas: qualquer
      *>  reprovacao por falta prevalece, depois reprovacao por nota,
      *>  depois recuperacao pendente; aprovado so com todas aprovadas;
      *>  aluno sem nenhum registro de frequencia no periodo nao pode
      *>  ser reprovado por falta - sai destacado para revisao manual
      *>------------------------------------------------------------------------
           evaluate true
               when ws-total-presencas = zeros
                and ws-total-faltas = zeros
                and ws-total-abonadas = zeros
                   move "Sem frequencia"   to ws-situacao
               when ws-qtd-disciplinas = zeros
                   move "Sem disciplinas"  to ws-situacao
               when ws-qtd-rep-falta > 0
                   move "Reprovado falta"  to ws-situacao
               when ws-qtd-rep-nota > 0
                   move "Reprovado nota"   to ws-situacao
               when ws-qtd-recuperacao > 0
                   move "Recuperacao"      to ws-situacao
               when other
                   move "Aprovado"         to ws-situacao
           end-evaluate
           .
       define-situacao-exit.

           move ws-linha-detalhe to fd-linha-relatorio
           write fd-linha-relatorio

      *>   as disciplinas do aluno saem logo abaixo da linha dele
           move 1 to ws-dis-idx
           perform until ws-dis-idx > ws-qtd-disciplinas
                      or ws-dis-idx > 20
               move ws-dis-disciplina(ws-dis-idx) to wsl-dis-disciplina
               move ws-dis-media(ws-dis-idx)      to wsl-dis-media
               move ws-dis-minima(ws-dis-idx)     to wsl-dis-minima
               move ws-dis-situacao(ws-dis-idx)   to wsl-dis-situacao

               move ws-linha-disciplina to fd-linha-relatorio
               write fd-linha-relatorio

               add 1 to ws-dis-idx
           end-perform
           .
       imprime-linha-exit.
           exit.
           close arqCadAluno
           close arqFrequencia
           close arqCalendario
           close arqJustificativa
           close arqMatriculaTurma
           close arqCriterio
           close arqResultado
           close arqResultadoDisciplina
           close arqRelatorioFecha
           close arqHistorico
           stop run
