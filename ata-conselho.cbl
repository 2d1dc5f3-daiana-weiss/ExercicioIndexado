      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "ata-conselho".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *>
      *> Ata do conselho de classe, impressa por turma depois do
      *> fechamento final (e do reprocessamento da recuperacao): para
      *> cada aluno da turma, a frequencia e a situacao calculada pelo
      *> sistema, e abaixo dele a media, a nota de recuperacao, a media
      *> final e a situacao de cada disciplina; deliberacoes ja
      *> registradas para o periodo saem com a justificativa. No fim
      *> de cada turma vem o bloco de assinaturas.
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqMatriculaTurma assign to "arqMatriculaTurma.dat"
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

           select arqResultado assign to "resultadoFinal.dat"
           organization is line sequential
           file status is ws-fs-arqResultado.

           select arqResultadoDisciplina assign to "resultadoDisciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fdd-chave
           file status is ws-fs-arqResultadoDisciplina.

      *>----Deliberacoes do conselho (opcional: antes da reuniao o
      *>----arquivo pode nem existir)
           select optional arqDeliberacao assign to "arqDeliberacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-del-chave
           file status is ws-fs-arqDeliberacao.

           select arqRelatorioAta assign to "ataConselho.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioAta.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *>----Cadastro de turmas/disciplinas
       fd arqTurma.
       01  fd-turma.
           05  fd-turma-cod                         pic 9(03).
           05  fd-turma-nome                        pic x(20).
           05  fd-turma-disciplina                  pic x(20).
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
               10 fd-mat-nota1                      pic 9(02)v99 value 00.
               10 fd-mat-nota2                      pic 9(02)v99 value 00.
               10 fd-mat-nota3                      pic 9(02)v99 value 00.
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
           05  fd-pai                              pic x(12).
           05  fd-telefone                         pic x(08).
           05  fd-notas.
               10 fd-nota1                             pic 9(02)v99 value 00.
               10 fd-nota2                             pic 9(02)v99 value 00.
               10 fd-nota3                             pic 9(02)v99 value 00.
               10 fd-nota4                             pic 9(02)v99 value 00.
           05  fd-situacao                          pic x(01).
           05  fd-sit-data                          pic 9(08).
           05  fd-sit-motivo                        pic x(20).

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

       fd arqRelatorioAta.
       01  fd-linha-relatorio                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTurma                          pic 9(02).
       77  ws-fs-arqMatriculaTurma                 pic 9(02).
       77  ws-fs-arqCadAluno                       pic 9(02).
       77  ws-fs-arqResultado                      pic 9(02).
       77  ws-fs-arqResultadoDisciplina            pic 9(02).
       77  ws-fs-arqDeliberacao                    pic 9(02).
       77  ws-fs-arqRelatorioAta                   pic 9(02).

      *>----Parametros de entrada: turma (zero = todas), fim do
      *>----periodo do fechamento e data da reuniao
       77  ws-turma-pedida                         pic 9(03).
       77  ws-data-final                           pic 9(08).
       77  ws-data-reuniao                         pic 9(08).

      *>----Resultado do fechamento carregado em tabela por cod
       77  ws-res-total                            pic 9(05) value 0.
       77  ws-res-idx                              pic 9(05).
       01  ws-tabela-resultado.
           05  ws-res-item                          occurs 9999.
               10  ws-res-cod                       pic 9(06).
               10  ws-res-perc                      pic 9(03)v99.
               10  ws-res-situacao                  pic x(16).

       77  ws-cod-corrente                         pic 9(06).
       77  ws-nome-aluno                           pic x(12).
       77  ws-deliberado                           pic x(01).
       77  ws-total-alunos-turma                   pic 9(03).
       77  ws-total-turmas                         pic 9(03) value 0.
       77  ws-total-edt                            pic zzzz9.

      *>----Salto de pagina entre as turmas, para a impressao
       01  ws-salto-pagina                         pic x(01) value x"0C".

       01  ws-cab1                                 pic x(80)
           value "                       ATA DO CONSELHO DE CLASSE".

       01  ws-cab-turma.
           05  filler                               pic x(07) value "TURMA: ".
           05  wsc-turma-cod                        pic zz9.
           05  filler                               pic x(01) value spaces.
           05  wsc-turma-nome                       pic x(20).
           05  filler                               pic x(13) value " DISCIPLINA: ".
           05  wsc-disciplina                       pic x(20).
           05  filler                               pic x(06) value " ANO: ".
           05  wsc-turma-ano                        pic 9(04).

       01  ws-cab-reuniao.
           05  filler                               pic x(12) value "PROFESSOR: ".
           05  wsr-professor                        pic x(20).
           05  filler                               pic x(15) value "  FECHAMENTO: ".
           05  wsr-data-final                       pic 9(08).
           05  filler                               pic x(12) value "  REUNIAO: ".
           05  wsr-data-reuniao                     pic 9(08).

       01  ws-cab2                                 pic x(80)
           value "   COD ALUNO          FREQ.   SITUACAO SISTEMA  DELIBERACAO".

       01  ws-cab3                                 pic x(80)
           value "         DISCIPLINA           MEDIA   REC FINAL SITUACAO".

       01  ws-linha-aluno.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(02) value spaces.
           05  wsl-freq                             pic zz9,99.
           05  filler                               pic x(01) value "%".
           05  filler                               pic x(02) value spaces.
           05  wsl-situacao                         pic x(16).
           05  filler                               pic x(02) value spaces.
           05  wsl-deliberacao                      pic x(16).

       01  ws-linha-disciplina.
           05  filler                               pic x(09) value spaces.
           05  wsd-disciplina                       pic x(20).
           05  filler                               pic x(01) value spaces.
           05  wsd-media                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsd-rec                              pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsd-media-final                      pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsd-situacao                         pic x(16).

       01  ws-linha-justificativa.
           05  filler                               pic x(09) value spaces.
           05  filler                               pic x(12) value "Conselho em ".
           05  wsj-data-reuniao                     pic 9(08).
           05  filler                               pic x(02) value ": ".
           05  wsj-justificativa                    pic x(40).

       01  ws-linha-sem-resultado                  pic x(80)
           value "         (aluno fora do ultimo fechamento)".

       01  ws-linha-sem-aluno                      pic x(80)
           value "  (nenhum aluno matriculado nesta turma)".

       01  ws-linha-total-turma.
           05  filler                               pic x(20)
               value "Alunos na turma   : ".
           05  wst-total                            pic zz9.

       01  ws-linha-assinatura                     pic x(80)
           value "  ______________________________      ______________________________".

       01  ws-linha-cargos1                        pic x(80)
           value "  Presidente do conselho              Coordenacao pedagogica".

       01  ws-linha-cargos2.
           05  filler                               pic x(16) value "  Professor(a): ".
           05  wsp-professor                        pic x(20).
           05  filler                               pic x(02) value spaces.
           05  filler                               pic x(10) value "Secretaria".

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
           display "Cod. da turma (0 = todas)         : "
           accept ws-turma-pedida

           display "Fim do periodo fechado (AAAAMMDD) : "
           accept ws-data-final

           display "Data da reuniao (AAAAMMDD)        : "
           accept ws-data-reuniao

           open input arqTurma
           if ws-fs-arqTurma <> 00 then
               display "Erro ao abrir arqTurma: " ws-fs-arqTurma
               stop run
           end-if

           open input arqMatriculaTurma
           if ws-fs-arqMatriculaTurma <> 00 then
               display "Erro ao abrir arqMatriculaTurma: " ws-fs-arqMatriculaTurma
               stop run
           end-if

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               display "Erro ao abrir arqCadAluno: " ws-fs-arqCadAluno
               stop run
           end-if

           open input arqResultadoDisciplina
           if ws-fs-arqResultadoDisciplina <> 00 then
               display "Erro ao abrir resultadoDisciplina.dat: " ws-fs-arqResultadoDisciplina
               stop run
           end-if

           open input arqDeliberacao
           if ws-fs-arqDeliberacao <> 00 and ws-fs-arqDeliberacao <> 05 then
               display "Erro ao abrir arqDeliberacao.dat: " ws-fs-arqDeliberacao
               stop run
           end-if

           open output arqRelatorioAta
           if ws-fs-arqRelatorioAta <> 00 then
               display "Erro ao abrir ataConselho.txt: " ws-fs-arqRelatorioAta
               stop run
           end-if

           perform carrega-resultado

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a frequencia e a situacao do ultimo fechamento na
      *>  tabela por cod
      *>------------------------------------------------------------------------
       carrega-resultado section.
           move spaces to ws-tabela-resultado

           open input arqResultado
           if ws-fs-arqResultado <> 00 then
               display "Erro ao abrir resultadoFinal.dat: " ws-fs-arqResultado
               stop run
           end-if

           move zeros to ws-res-total

           read arqResultado
           perform until ws-fs-arqResultado <> 00
               if fdr-cod > 0 then
                   if ws-res-total >= 9999 then
                       display "Tabela de resultados cheia (limite de 9999 alunos)"
                       stop run
                   end-if
                   add 1 to ws-res-total
                   move fdr-cod            to ws-res-cod(ws-res-total)
                   move fdr-perc-presenca  to ws-res-perc(ws-res-total)
                   move fdr-situacao       to ws-res-situacao(ws-res-total)
               end-if
               read arqResultado
           end-perform

           close arqResultado
           .
       carrega-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - uma ata (uma pagina) por turma
      *>------------------------------------------------------------------------
       processamento section.

           if ws-turma-pedida <> zeros then
               move ws-turma-pedida to fd-turma-cod
               read arqTurma
               if ws-fs-arqTurma <> 00 then
                   display "Turma nao cadastrada: " ws-turma-pedida
               else
                   if fd-turma-situacao = "E" then
                       display "Turma de ano letivo encerrado: " ws-turma-pedida
                   else
                       perform imprime-ata-turma
                   end-if
               end-if
           else
               move zeros to fd-turma-cod
               start arqTurma key is not less than fd-turma-cod

               if ws-fs-arqTurma = 00 then
                   read arqTurma next
                   perform until ws-fs-arqTurma <> 00
      *>               turmas encerradas na virada sao de anos anteriores
                       if fd-turma-situacao <> "E" then
                           perform imprime-ata-turma
                       end-if
                       read arqTurma next
                   end-perform
               end-if
           end-if

           move ws-total-turmas to ws-total-edt
           display "Atas gravadas em ataConselho.txt: " ws-total-edt

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a ata de uma turma: cabecalho, alunos matriculados
      *>  com as disciplinas e as assinaturas
      *>------------------------------------------------------------------------
       imprime-ata-turma section.
           add 1 to ws-total-turmas

           move ws-salto-pagina to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab1 to fd-linha-relatorio
           write fd-linha-relatorio

           move fd-turma-cod        to wsc-turma-cod
           move fd-turma-nome       to wsc-turma-nome
           move fd-turma-disciplina to wsc-disciplina
           move fd-turma-ano        to wsc-turma-ano
           move ws-cab-turma        to fd-linha-relatorio
           write fd-linha-relatorio

           move fd-turma-professor  to wsr-professor
           move ws-data-final       to wsr-data-final
           move ws-data-reuniao     to wsr-data-reuniao
           move ws-cab-reuniao      to fd-linha-relatorio
           write fd-linha-relatorio

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab2 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab3 to fd-linha-relatorio
           write fd-linha-relatorio

           move zeros to ws-total-alunos-turma

      *>   posicionando pela chave alternativa da turma e lendo
      *>   enquanto a turma nao mudar
           move fd-turma-cod to fd-mat-turma-cod
           start arqMatriculaTurma key is = fd-mat-turma-cod

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-turma-cod <> fd-turma-cod
                   perform imprime-aluno-ata
                   read arqMatriculaTurma next
               end-perform
           end-if

           if ws-total-alunos-turma = zeros then
               move ws-linha-sem-aluno to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-alunos-turma to wst-total
           move ws-linha-total-turma  to fd-linha-relatorio
           write fd-linha-relatorio

           perform imprime-assinaturas
           .
       imprime-ata-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime um aluno da turma: frequencia, situacao do sistema e
      *>  deliberacao do conselho, e as disciplinas do fechamento
      *>------------------------------------------------------------------------
       imprime-aluno-ata section.
           add 1 to ws-total-alunos-turma
           move fd-mat-cod-aluno to ws-cod-corrente

           move ws-cod-corrente to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 00 then
               move fd-aluno to ws-nome-aluno
           else
               move "(excluido)" to ws-nome-aluno
           end-if

      *>   deliberacao ja registrada para o periodo
           move ws-cod-corrente to fd-del-cod
           move ws-data-final   to fd-del-data-final
           read arqDeliberacao
           if ws-fs-arqDeliberacao = 00 then
               move "S" to ws-deliberado
           else
               move "N" to ws-deliberado
           end-if

           move 1 to ws-res-idx
           perform until ws-res-idx > ws-res-total
                      or ws-res-cod(ws-res-idx) = ws-cod-corrente
               add 1 to ws-res-idx
           end-perform

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cod-corrente to wsl-cod
           move ws-nome-aluno   to wsl-aluno
           move spaces          to wsl-deliberacao

           if ws-res-idx > ws-res-total then
               move zeros  to wsl-freq
               move spaces to wsl-situacao
           else
               move ws-res-perc(ws-res-idx)     to wsl-freq
               move ws-res-situacao(ws-res-idx) to wsl-situacao
           end-if

      *>   o resultado deliberado ja esta no resultadoFinal: a
      *>   situacao do sistema vem da deliberacao
           if ws-deliberado = "S" then
               move fd-del-situacao-anterior to wsl-situacao
               move fd-del-situacao-nova     to wsl-deliberacao
           end-if

           move ws-linha-aluno to fd-linha-relatorio
           write fd-linha-relatorio

           if ws-res-idx > ws-res-total then
               move ws-linha-sem-resultado to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           perform imprime-disciplinas-aluno

           if ws-deliberado = "S" then
               move fd-del-data-reuniao  to wsj-data-reuniao
               move fd-del-justificativa to wsj-justificativa
               move ws-linha-justificativa to fd-linha-relatorio
               write fd-linha-relatorio
           end-if
           .
       imprime-aluno-ata-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime as disciplinas do aluno corrente no fechamento; a
      *>  chave do resultado por disciplina comeca pelo cod do aluno
      *>------------------------------------------------------------------------
       imprime-disciplinas-aluno section.
           move ws-cod-corrente to fdd-cod
           move zeros           to fdd-turma-cod
           start arqResultadoDisciplina key is not less than fdd-chave

           if ws-fs-arqResultadoDisciplina = 00 then
               read arqResultadoDisciplina next
               perform until ws-fs-arqResultadoDisciplina <> 00
                          or fdd-cod <> ws-cod-corrente
                   move fdd-disciplina  to wsd-disciplina
                   move fdd-media       to wsd-media
                   move fdd-nota-rec    to wsd-rec
                   move fdd-media-final to wsd-media-final
                   move fdd-situacao    to wsd-situacao
                   move ws-linha-disciplina to fd-linha-relatorio
                   write fd-linha-relatorio
                   read arqResultadoDisciplina next
               end-perform
           end-if
           .
       imprime-disciplinas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  bloco de assinaturas no fim da ata da turma
      *>------------------------------------------------------------------------
       imprime-assinaturas section.
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           write fd-linha-relatorio

           move ws-linha-assinatura to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-linha-cargos1 to fd-linha-relatorio
           write fd-linha-relatorio

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           write fd-linha-relatorio

           move ws-linha-assinatura to fd-linha-relatorio
           write fd-linha-relatorio

           move fd-turma-professor to wsp-professor
           move ws-linha-cargos2   to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-assinaturas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqTurma
           close arqMatriculaTurma
           close arqCadAluno
           close arqResultadoDisciplina
           close arqDeliberacao
           close arqRelatorioAta
           stop run
           .
       finaliza-exit.
           exit.
