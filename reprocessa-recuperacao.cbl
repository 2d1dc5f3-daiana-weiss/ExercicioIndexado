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

           select arqResultado assign to "resultadoFinal.dat"
           organization is line sequential
           file status is ws-fs-arqResultado.

           select arqResultadoDisciplina assign to "resultadoDisciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fdd-chave
           file status is ws-fs-arqResultadoDisciplina.

      *>----Criterios de avaliacao por disciplina (opcional: sem o
      *>----arquivo toda disciplina segue o criterio padrao)
           select optional arqCriterio assign to "arqCriterio.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cri-disciplina
           file status is ws-fs-arqCriterio.

      *>----Deliberacoes do conselho de classe: resultado deliberado
      *>----nao e recalculado
           select optional arqDeliberacao assign to "arqDeliberacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-del-chave
           file status is ws-fs-arqDeliberacao.

           select optional arqHistorico assign to "historicoResultado.dat"
           organization is line sequential
           file status is ws-fs-arqHistorico.
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

      *>----Deliberacao do conselho de classe sobre o resultado de um
      *>----aluno no fechamento do periodo que termina em
      *>----fd-del-data-final: situacao calculada pelo sistema,
      *>----situacao decidida, justificativa e data da reuniao
       fd arqDeliberacao.
       01  fd-deliberacao.
           05  fd-del-chave.
               10 fd-del-cod                        pic 9(06).
               10 fd-del-data-final                 pic 9(08).
           05  fd-del-situacao-anterior             pic x(16).
           05  fd-del-situacao-nova                 pic x(16).
           05  fd-del-justificativa                 pic x(40).
           05  fd-del-data-reuniao                  pic 9(08).
           05  fd-del-operador                      pic x(10).

      *>----Historico escolar permanente: um registro por aluno a cada
      *>----fechamento, acumulado entre os periodos (nunca e apagado)
       fd arqHistorico.
       01  fd-reg-historico.
           05  fdh-cod                              pic 9(06).
           05  fdh-data-inicial                     pic 9(08).
           05  fdh-data-final                       pic 9(08).
           05  fdh-media                            pic 9(02)v99.
       77  ws-fs-arqResultado                      pic 9(02).
       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqRelatorioRecup                 pic 9(02).
       77  ws-fs-arqResultadoDisciplina            pic 9(02).
       77  ws-fs-arqCriterio                       pic 9(02).
       77  ws-fs-arqDeliberacao                    pic 9(02).

      *>----Periodo do fechamento reprocessado, informado por
      *>----parametro de entrada (o mesmo usado no fechamento final)
       77  ws-data-inicial                         pic 9(08).
       77  ws-data-final                           pic 9(08).

      *>----Resultado do fechamento carregado em tabela, na ordem do
      *>----arquivo (que o fechamento grava em ordem de cod)
       77  ws-res-total                            pic 9(05) value 0.
       77  ws-res-idx                              pic 9(05).
       01  ws-tabela-resultado.
           05  ws-res-item                          occurs 9999.
               10  ws-res-cod                       pic 9(06).
               10  ws-res-media                     pic 9(02)v99.
               10  ws-res-perc                      pic 9(03)v99.
               10  ws-res-situacao                  pic x(16).

       77  ws-cod-corrente                         pic 9(06).

      *>----Recuperacao de uma disciplina: media do periodo, nota
      *>----lancada na matricula e media exigida pelo criterio
       77  ws-media-rec                            pic 9(02)v99.
       77  ws-media-periodo                        pic 9(02)v99.
       77  ws-nova-media                           pic 9(02)v99.
       77  ws-nova-situacao                        pic x(16).
       77  ws-cri-rec-aprovacao                    pic 9(02)v99.

      *>----Totais do aluno corrente para refazer a situacao geral a
      *>----partir das disciplinas
       77  ws-qtd-reprocessadas                    pic 9(03).
       77  ws-qtd-disciplinas                      pic 9(03).
       77  ws-qtd-rep-falta                        pic 9(03).
       77  ws-qtd-rep-nota                         pic 9(03).
       77  ws-qtd-recuperacao                      pic 9(03).
       77  ws-qtd-aprovado-rec                     pic 9(03).
       77  ws-soma-medias                          pic 9(05)v99.

       77  ws-nome-aluno                           pic x(12).

       77  ws-total-reprocessados                  pic 9(05) value 0.
       77  ws-total-pendentes                      pic 9(05) value 0.
       77  ws-total-deliberados                    pic 9(05) value 0.
       77  ws-total-edt                            pic zzzz9.

       01  ws-cab1                                 pic x(80)
           value "              REPROCESSAMENTO DA RECUPERACAO DO PERIODO".
       01  ws-cab2                                 pic x(80)
           value "    COD ALUNO        DISCIPLINA    MEDIA  REC   NOVA  SITUACAO".

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(02) value spaces.
           05  wsl-disciplina                       pic x(12).
           05  filler                               pic x(02) value spaces.
           05  wsl-media                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsl-rec                              pic z9,99.
           05  wsl-situacao                         pic x(16).

       01  ws-linha-pendente.
           05  wsp-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsp-aluno                            pic x(12).
           05  filler                               pic x(02) value spaces.
           05  wsp-disciplina                       pic x(12).
           05  filler                               pic x(33)
               value "  sem nota de recuperacao lancada".

       01  ws-linha-deliberado.
           05  wsv-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsv-aluno                            pic x(12).
           05  filler                               pic x(02) value spaces.
           05  wsv-situacao                         pic x(16).
           05  filler                               pic x(35)
               value "  deliberado pelo conselho, mantido".

       01  ws-linha-total                          pic x(80).

      *>Declaração do corpo do programa
               stop run
           end-if

           open i-o arqResultadoDisciplina
           if ws-fs-arqResultadoDisciplina <> 00 then
               display "Erro ao abrir resultadoDisciplina.dat: " ws-fs-arqResultadoDisciplina
               stop run
           end-if

      *>   criterios de avaliacao: arquivo opcional, sem ele toda
      *>   disciplina segue o criterio padrao
           open input arqCriterio
           if ws-fs-arqCriterio <> 00 and ws-fs-arqCriterio <> 05 then
               display "Erro ao abrir arqCriterio: " ws-fs-arqCriterio
               stop run
           end-if

      *>   deliberacoes do conselho: arquivo opcional, sem ele nenhum
      *>   resultado foi deliberado
           open input arqDeliberacao
           if ws-fs-arqDeliberacao <> 00 and ws-fs-arqDeliberacao <> 05 then
               display "Erro ao abrir arqDeliberacao.dat: " ws-fs-arqDeliberacao
               stop run
           end-if

           open extend arqHistorico
           if ws-fs-arqHistorico <> 00 and ws-fs-arqHistorico <> 05 then
               display "Erro ao abrir historicoResultado.dat: " ws-fs-arqHistorico
               stop run
           end-if

           move zeros to ws-res-total

           read arqResultado
           perform until ws-fs-arqResultado <> 00
               if fdr-cod > 0 then
      *>           sem espaco na tabela o arquivo nao pode ser regravado
                   if ws-res-total >= 9999 then
                       display "Tabela de resultados cheia (limite de 9999 alunos)"
                       stop run
                   end-if
                   add 1 to ws-res-total
                   move fdr-cod            to ws-res-cod(ws-res-total)
                   move fdr-media          to ws-res-media(ws-res-total)
                   move fdr-perc-presenca  to ws-res-perc(ws-res-total)
                   move fdr-situacao       to ws-res-situacao(ws-res-total)
               end-if
               read arqResultado
           end-perform
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - recalcula as disciplinas em
      *>  recuperacao de cada aluno e regrava o resultado do periodo
      *>------------------------------------------------------------------------
       processamento section.

      *>   aluno reprovado em uma disciplina pode estar em recuperacao
      *>   em outra: todos os alunos do fechamento sao conferidos
           move 1 to ws-res-idx
           perform until ws-res-idx > ws-res-total
               move ws-res-cod(ws-res-idx) to ws-cod-corrente
               perform reprocessa-aluno
               add 1 to ws-res-idx
           end-perform

           perform regrava-resultado
           exit.

      *>------------------------------------------------------------------------
      *>  reprocessa um aluno do fechamento, a menos que o conselho de
      *>  classe ja tenha deliberado sobre o resultado dele no periodo
      *>------------------------------------------------------------------------
       reprocessa-aluno section.
           move zeros to ws-qtd-reprocessadas
           move spaces to ws-nome-aluno

      *>   resultado deliberado pelo conselho de classe no periodo nao
      *>   e recalculado: a decisao do conselho prevalece
           move ws-cod-corrente to fd-del-cod
           move ws-data-final   to fd-del-data-final
           read arqDeliberacao

           if ws-fs-arqDeliberacao = 00 then
               perform busca-nome-aluno
               add 1 to ws-total-deliberados
               move ws-cod-corrente              to wsv-cod
               move ws-nome-aluno                to wsv-aluno
               move ws-res-situacao(ws-res-idx)  to wsv-situacao
               move ws-linha-deliberado          to fd-linha-relatorio
               write fd-linha-relatorio
           else
               perform reprocessa-disciplinas-aluno
           end-if
           .
       reprocessa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  recalcula as disciplinas do aluno que ficaram em recuperacao;
      *>  havendo alguma reprocessada, refaz a situacao geral do aluno
      *>  e acrescenta o novo resultado ao historico. a chave do
      *>  resultado por disciplina comeca pelo cod do aluno: basta
      *>  posicionar nele e ler enquanto o cod nao mudar
      *>------------------------------------------------------------------------
       reprocessa-disciplinas-aluno section.
           move ws-cod-corrente to fdd-cod
           move zeros           to fdd-turma-cod
           start arqResultadoDisciplina key is not less than fdd-chave

           if ws-fs-arqResultadoDisciplina = 00 then
               read arqResultadoDisciplina next
               perform until ws-fs-arqResultadoDisciplina <> 00
                          or fdd-cod <> ws-cod-corrente
                   if fdd-situacao = "Recuperacao" then
                       if ws-nome-aluno = spaces then
                           perform busca-nome-aluno
                       end-if
                       perform reprocessa-disciplina
                   end-if
                   read arqResultadoDisciplina next
               end-perform
           end-if

           if ws-qtd-reprocessadas > 0 then
               perform refaz-situacao-aluno
               add 1 to ws-total-reprocessados
               perform grava-historico
           end-if
           .
       reprocessa-disciplinas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  recalcula uma disciplina em recuperacao: a nova media e a
      *>  media simples entre a media do periodo e a nota de
      *>  recuperacao lancada na matricula; aprovado com a media
      *>  exigida pelo criterio da disciplina, reprovado abaixo dela;
      *>  disciplina ainda sem nota lancada segue pendente (vale a
      *>  marca de lancamento, para a nota zero - inclusive falta na
      *>  prova - contar como lancada)
      *>------------------------------------------------------------------------
       reprocessa-disciplina section.
           move fdd-cod       to fd-mat-cod-aluno
           move fdd-turma-cod to fd-mat-turma-cod
           read arqMatriculaTurma

           if ws-fs-arqMatriculaTurma <> 00
           or fd-mat-rec-lancada <> "S"
           or fd-mat-situacao = "E" then
               add 1 to ws-total-pendentes
               move ws-cod-corrente  to wsp-cod
               move ws-nome-aluno    to wsp-aluno
               move fdd-disciplina   to wsp-disciplina
               move ws-linha-pendente to fd-linha-relatorio
               write fd-linha-relatorio
           else
               perform le-criterio-disciplina

               move fdd-media       to ws-media-periodo
               move fd-mat-nota-rec to ws-media-rec
               compute ws-nova-media rounded =
                   (ws-media-periodo + ws-media-rec) / 2

               if ws-nova-media >= ws-cri-rec-aprovacao then
                   move "Aprovado rec"  to ws-nova-situacao
               else
                   move "Reprovado nota" to ws-nova-situacao
               end-if

               move ws-media-rec     to fdd-nota-rec
               move ws-nova-media    to fdd-media-final
               move ws-nova-situacao to fdd-situacao
               rewrite fd-reg-resultado-disciplina

               if ws-fs-arqResultadoDisciplina <> 00 then
                   display "Erro ao regravar resultadoDisciplina.dat: " ws-fs-arqResultadoDisciplina
                   stop run
               end-if

               add 1 to ws-qtd-reprocessadas
               perform imprime-linha
           end-if
           .
       reprocessa-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media exigida apos a recuperacao pelo criterio da disciplina
      *>  corrente; sem criterio gravado vale o padrao de 5,00
      *>------------------------------------------------------------------------
       le-criterio-disciplina section.
           move fdd-disciplina to fd-cri-disciplina
           read arqCriterio

           if ws-fs-arqCriterio = 00 then
               move fd-cri-rec-aprovacao to ws-cri-rec-aprovacao
           else
               move 5,00 to ws-cri-rec-aprovacao
           end-if
           .
       le-criterio-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  refaz a situacao geral do aluno corrente a partir das
      *>  disciplinas, na mesma precedencia do fechamento (reprovacao
      *>  por falta, reprovacao por nota, recuperacao pendente); a
      *>  media geral passa a ser a media das medias finais
      *>------------------------------------------------------------------------
       refaz-situacao-aluno section.
           move zeros to ws-qtd-disciplinas
           move zeros to ws-qtd-rep-falta
           move zeros to ws-qtd-rep-nota
           move zeros to ws-qtd-recuperacao
           move zeros to ws-qtd-aprovado-rec
           move zeros to ws-soma-medias

           move ws-cod-corrente to fdd-cod
           move zeros           to fdd-turma-cod
           start arqResultadoDisciplina key is not less than fdd-chave

           if ws-fs-arqResultadoDisciplina = 00 then
               read arqResultadoDisciplina next
               perform until ws-fs-arqResultadoDisciplina <> 00
                          or fdd-cod <> ws-cod-corrente
                   add 1               to ws-qtd-disciplinas
                   add fdd-media-final to ws-soma-medias
                   evaluate fdd-situacao
                       when "Reprovado falta"
                           add 1 to ws-qtd-rep-falta
                       when "Reprovado nota"
                           add 1 to ws-qtd-rep-nota
                       when "Recuperacao"
                           add 1 to ws-qtd-recuperacao
                       when "Aprovado rec"
                           add 1 to ws-qtd-aprovado-rec
                   end-evaluate
                   read arqResultadoDisciplina next
               end-perform
           end-if

           evaluate true
               when ws-qtd-rep-falta > 0
                   move "Reprovado falta"  to ws-res-situacao(ws-res-idx)
               when ws-qtd-rep-nota > 0
                   move "Reprovado nota"   to ws-res-situacao(ws-res-idx)
               when ws-qtd-recuperacao > 0
                   move "Recuperacao"      to ws-res-situacao(ws-res-idx)
               when ws-qtd-aprovado-rec > 0
                   move "Aprovado rec"     to ws-res-situacao(ws-res-idx)
               when other
                   move "Aprovado"         to ws-res-situacao(ws-res-idx)
           end-evaluate

           if ws-qtd-disciplinas > 0 then
               compute ws-res-media(ws-res-idx) rounded =
                   ws-soma-medias / ws-qtd-disciplinas
           end-if
           .
       refaz-situacao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca o nome do aluno corrente no cadastro
      *>------------------------------------------------------------------------
       busca-nome-aluno section.
           move ws-cod-corrente to fd-cod
           read arqCadAluno

           if ws-fs-arqCadAluno = 00 then
               move fd-aluno to ws-nome-aluno
           else
               move "(excluido)" to ws-nome-aluno
           end-if
           .
       busca-nome-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
           move ws-cod-corrente                 to fdh-cod
           move ws-data-inicial                 to fdh-data-inicial
           move ws-data-final                   to fdh-data-final
           move ws-res-media(ws-res-idx)   to fdh-media
           move ws-res-perc(ws-res-idx)    to fdh-perc-presenca
           move ws-res-situacao(ws-res-idx) to fdh-situacao

           write fd-reg-historico

       imprime-linha section.
           move ws-cod-corrente  to wsl-cod
           move ws-nome-aluno    to wsl-aluno
           move fdd-disciplina   to wsl-disciplina
           move ws-media-periodo to wsl-media
           move ws-media-rec     to wsl-rec
           move ws-nova-media    to wsl-nova
               stop run
           end-if

           move 1 to ws-res-idx
           perform until ws-res-idx > ws-res-total
               move ws-res-cod(ws-res-idx)      to fdr-cod
               move ws-res-media(ws-res-idx)    to fdr-media
               move ws-res-perc(ws-res-idx)     to fdr-perc-presenca
               move ws-res-situacao(ws-res-idx) to fdr-situacao
               write fd-reg-resultado

               if ws-fs-arqResultado <> 00 then
                   display "Erro ao gravar resultadoFinal.dat: " ws-fs-arqResultado
                   stop run
               end-if
               add 1 to ws-res-idx
           end-perform

           close arqResultado

           move ws-total-pendentes to ws-total-edt
           move space to ws-linha-total
           string "Disciplinas ainda sem nota   : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-deliberados to ws-total-edt
           move space to ws-linha-total
           string "Deliberados pelo conselho    : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio
       finaliza section.
           close arqCadAluno
           close arqMatriculaTurma
           close arqResultadoDisciplina
           close arqCriterio
           close arqDeliberacao
           close arqHistorico
           close arqRelatorioRecup
           stop run
