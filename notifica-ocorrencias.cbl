      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "notifica-ocorrencias".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *>
      *> Processamento noturno das ocorrencias disciplinares:
      *>   - emite a notificacao ao responsavel de cada ocorrencia
      *>     ainda nao notificada ate a data base, e marca a
      *>     ocorrencia como notificada (nao volta a ser emitida);
      *>   - imprime para a coordenacao o resumo por turma das
      *>     ocorrencias do ano da data base: advertencias verbais,
      *>     advertencias escritas, suspensoes e dias de suspensao.
      *> A execucao e registrada em arqRunControl.dat (job
      *> notifica-ocorrencias, periodo = data base).
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCadAluno assign to "arqCadAluno.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select optional arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select optional arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqNotificacoes assign to "notificacoesOcorrencias.txt"
           organization is line sequential
           file status is ws-fs-arqNotificacoes.

           select arqResumoOcorrencias assign to "resumoOcorrencias.txt"
           organization is line sequential
           file status is ws-fs-arqResumoOcorrencias.

           select optional arqRunControl assign to "arqRunControl.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-run-job
           file status is ws-fs-arqRunControl.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
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

      *>----Ocorrencia disciplinar do aluno na data: tipo, dias de
      *>----suspensao, turma, operador e descricao; a data da
      *>----notificacao ao responsavel e preenchida por este batch
       fd arqOcorrencia.
       01  fd-ocorrencia.
           05  fd-oco-chave.
               10 fd-oco-cod-aluno                  pic 9(06).
               10 fd-oco-data                       pic 9(08).
      *>       V = advertencia verbal, E = advertencia escrita,
      *>       S = suspensao
           05  fd-oco-tipo                          pic x(01).
           05  fd-oco-dias                          pic 9(02).
           05  fd-oco-turma-cod                     pic 9(03).
           05  fd-oco-operador                      pic x(10).
           05  fd-oco-descricao                     pic x(50).
           05  fd-oco-data-notificacao              pic 9(08).

       fd arqNotificacoes.
       01  fd-linha-notificacao                    pic x(80).

       fd arqResumoOcorrencias.
       01  fd-linha-resumo                         pic x(80).

      *>----Controle de execucao dos batches: um registro por job, com
      *>----inicio, fim, status e contagem da ultima execucao
       fd arqRunControl.
       01  fd-run-controle.
           05  fd-run-job                           pic x(20).
           05  fd-run-status                        pic x(01).
           05  fd-run-inicio                        pic x(17).
           05  fd-run-fim                           pic x(17).
           05  fd-run-contagem                      pic 9(07).
           05  fd-run-periodo                       pic x(17).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic 9(02).
       77  ws-fs-arqTurma                          pic 9(02).
       77  ws-fs-arqOcorrencia                     pic 9(02).
       77  ws-fs-arqNotificacoes                   pic 9(02).
       77  ws-fs-arqResumoOcorrencias              pic 9(02).

      *>----Apoio do controle de execucao dos batches
       77  ws-fs-arqRunControl                     pic 9(02).
       77  ws-run-data                             pic 9(08).
       77  ws-run-hora                             pic 9(08).
       77  ws-run-data-hora                        pic x(17).
       77  ws-run-prossegue                        pic x(01).
       77  ws-run-contagem                         pic 9(07).
       77  ws-job-conflito                         pic x(20).
       77  ws-run-periodo                          pic x(17).

      *>----Data base informada (zero = hoje) e o ano do resumo
       77  ws-data-base                            pic 9(08).
       77  ws-data-inicio-ano                      pic 9(08).
       77  ws-data-hoje                            pic 9(08).

       77  ws-total-notificacoes                   pic 9(05) value 0.
       77  ws-total-ocorrencias                    pic 9(05) value 0.
       77  ws-total-verbais                        pic 9(05) value 0.
       77  ws-total-escritas                       pic 9(05) value 0.
       77  ws-total-suspensoes                     pic 9(05) value 0.
       77  ws-total-dias                           pic 9(05) value 0.
       77  ws-total-edt                            pic zzzz9.

      *>----Resumo por turma, indexado pelo proprio codigo da turma
       77  ws-tur-idx                              pic 9(04).
       01  ws-tabela-turma.
           05  ws-tur-item                          occurs 999.
               10  ws-tur-verbais                   pic 9(05).
               10  ws-tur-escritas                  pic 9(05).
               10  ws-tur-suspensoes                pic 9(05).
               10  ws-tur-dias                      pic 9(05).

      *>----Salto de pagina entre as notificacoes, para a impressao
       01  ws-salto-pagina                         pic x(01) value x"0C".

       01  ws-cab-notificacao                      pic x(80)
           value "                NOTIFICACAO DE OCORRENCIA DISCIPLINAR".

       01  ws-linha-emissao.
           05  filler                               pic x(13) value "Emitido em : ".
           05  wse-data                             pic 9(08).

       01  ws-linha-aluno.
           05  filler                               pic x(13) value "Aluno      : ".
           05  wsa-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsa-aluno                            pic x(12).

       01  ws-linha-mae.
           05  filler                               pic x(13) value "Mae        : ".
           05  wsa-mae                              pic x(12).

       01  ws-linha-pai.
           05  filler                               pic x(13) value "Pai        : ".
           05  wsa-pai                              pic x(12).

       01  ws-linha-telefone.
           05  filler                               pic x(13) value "Telefone   : ".
           05  wsa-telefone                         pic x(08).

       01  ws-linha-turma.
           05  filler                               pic x(13) value "Turma      : ".
           05  wst-turma-cod                        pic zz9.
           05  filler                               pic x(01) value spaces.
           05  wst-turma-nome                       pic x(20).

       01  ws-linha-data.
           05  filler                               pic x(13) value "Data       : ".
           05  wsd-data                             pic 9(08).

       01  ws-linha-tipo.
           05  filler                               pic x(13) value "Ocorrencia : ".
           05  wsd-tipo                             pic x(20).

       01  ws-linha-dias.
           05  filler                               pic x(13) value "Suspensao  : ".
           05  wsd-dias                             pic z9.
           05  filler                               pic x(17) value " dia(s) letivo(s)".

       01  ws-linha-descricao.
           05  filler                               pic x(13) value "Descricao  : ".
           05  wsd-descricao                        pic x(50).

       01  ws-texto-notificacao1                   pic x(80)
           value "Comunicamos ao responsavel a ocorrencia disciplinar acima.".
       01  ws-texto-notificacao2                   pic x(80)
           value "Solicitamos o comparecimento do responsavel a coordenacao".
       01  ws-texto-notificacao3                   pic x(80)
           value "da escola para tomar ciencia da ocorrencia.".
       01  ws-texto-suspensao                      pic x(80)
           value "Durante a suspensao o aluno nao deve comparecer as aulas.".

       01  ws-linha-assinatura                     pic x(80)
           value "     ____________________________    ____________________________".
       01  ws-linha-assinatura2                    pic x(80)
           value "             Coordenacao                     Responsavel".

       01  ws-cab-resumo                           pic x(80)
           value "          RESUMO DAS OCORRENCIAS DISCIPLINARES POR TURMA - COORDENACAO".

       01  ws-linha-periodo.
           05  filler                               pic x(13) value "Periodo    : ".
           05  wsp-data-inicial                     pic 9(08).
           05  filler                               pic x(03) value " a ".
           05  wsp-data-final                       pic 9(08).

       01  ws-cab-resumo2                          pic x(80)
           value "TURMA NOME                 ADV.VERBAL ADV.ESCRITA SUSPENSOES DIAS SUSP.".

       01  ws-linha-resumo-det.
           05  wsr-turma-cod                        pic zz9.
           05  filler                               pic x(03) value spaces.
           05  wsr-turma-nome                       pic x(20).
           05  filler                               pic x(06) value spaces.
           05  wsr-verbais                          pic zzzz9.
           05  filler                               pic x(07) value spaces.
           05  wsr-escritas                         pic zzzz9.
           05  filler                               pic x(06) value spaces.
           05  wsr-suspensoes                       pic zzzz9.
           05  filler                               pic x(06) value spaces.
           05  wsr-dias                             pic zzzz9.

       01  ws-linha-total                          pic x(80).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
           display "Data base (AAAAMMDD, 0 = hoje): "
           accept ws-data-base

           accept ws-data-hoje from date yyyymmdd

           if ws-data-base = zeros then
               move ws-data-hoje to ws-data-base
           end-if

      *>   o resumo cobre o ano da data base, ate a propria data base
           move ws-data-base      to ws-data-inicio-ano
           move "0101"            to ws-data-inicio-ano(5:4)

           move spaces to ws-run-periodo
           move ws-data-base to ws-run-periodo

           open i-o arqRunControl
           if ws-fs-arqRunControl <> 00 and ws-fs-arqRunControl <> 05 then
               display "Erro ao abrir arqRunControl.dat: " ws-fs-arqRunControl
               stop run
           end-if

      *>   a notificacao le o cadastro inteiro: nao pode rodar em cima
      *>   de uma reconciliacao em andamento
           move "reconcilia-arquivos" to ws-job-conflito
           perform verifica-job-conflitante

           perform marca-inicio-execucao

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               display "Erro ao abrir arqCadAluno: " ws-fs-arqCadAluno
               stop run
           end-if

           open input arqTurma
           if ws-fs-arqTurma <> 00 and ws-fs-arqTurma <> 05 then
               display "Erro ao abrir arqTurma: " ws-fs-arqTurma
               stop run
           end-if

           open i-o arqOcorrencia
           if ws-fs-arqOcorrencia <> 00 and ws-fs-arqOcorrencia <> 05 then
               display "Erro ao abrir arqOcorrencia: " ws-fs-arqOcorrencia
               stop run
           end-if

           open output arqNotificacoes
           if ws-fs-arqNotificacoes <> 00 then
               display "Erro ao abrir notificacoesOcorrencias.txt: " ws-fs-arqNotificacoes
               stop run
           end-if

           open output arqResumoOcorrencias
           if ws-fs-arqResumoOcorrencias <> 00 then
               display "Erro ao abrir resumoOcorrencias.txt: " ws-fs-arqResumoOcorrencias
               stop run
           end-if

           move 1 to ws-tur-idx
           perform until ws-tur-idx > 999
               move zeros to ws-tur-verbais(ws-tur-idx)
               move zeros to ws-tur-escritas(ws-tur-idx)
               move zeros to ws-tur-suspensoes(ws-tur-idx)
               move zeros to ws-tur-dias(ws-tur-idx)
               add 1 to ws-tur-idx
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - percorre as ocorrencias na ordem da
      *>  chave (aluno e data), notificando as pendentes e somando o
      *>  resumo por turma
      *>------------------------------------------------------------------------
       processamento section.

           read arqOcorrencia next
           perform until ws-fs-arqOcorrencia = 10

               if ws-fs-arqOcorrencia <> 00 then
                   display "Erro ao ler arqOcorrencia: " ws-fs-arqOcorrencia
                   stop run
               end-if

               if fd-oco-data <= ws-data-base then
                   if fd-oco-data >= ws-data-inicio-ano then
                       perform soma-resumo-turma
                   end-if

                   if fd-oco-data-notificacao = zeros then
                       perform emite-notificacao
                   end-if
               end-if

               read arqOcorrencia next
           end-perform

           perform imprime-resumo

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma a ocorrencia corrente no resumo da turma
      *>------------------------------------------------------------------------
       soma-resumo-turma section.
           add 1 to ws-total-ocorrencias

           if fd-oco-turma-cod > zeros then
               move fd-oco-turma-cod to ws-tur-idx
               evaluate fd-oco-tipo
                   when "V"
                       add 1 to ws-tur-verbais(ws-tur-idx)
                       add 1 to ws-total-verbais
                   when "E"
                       add 1 to ws-tur-escritas(ws-tur-idx)
                       add 1 to ws-total-escritas
                   when "S"
                       add 1           to ws-tur-suspensoes(ws-tur-idx)
                       add fd-oco-dias to ws-tur-dias(ws-tur-idx)
                       add 1           to ws-total-suspensoes
                       add fd-oco-dias to ws-total-dias
               end-evaluate
           end-if
           .
       soma-resumo-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a pagina da notificacao ao responsavel e marca a
      *>  ocorrencia como notificada na data base
      *>------------------------------------------------------------------------
       emite-notificacao section.
           add 1 to ws-total-notificacoes

      *>   buscando os dados do aluno e do responsavel no cadastro
           move fd-oco-cod-aluno to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move spaces       to fd-alunos
               move "(excluido)" to fd-aluno
           end-if

           move fd-oco-turma-cod to fd-turma-cod
           read arqTurma
           if ws-fs-arqTurma <> 00 then
               move spaces to fd-turma-nome
           end-if

           move ws-salto-pagina to fd-linha-notificacao
           write fd-linha-notificacao

           move ws-cab-notificacao to fd-linha-notificacao
           write fd-linha-notificacao

           move ws-data-base       to wse-data
           move ws-linha-emissao   to fd-linha-notificacao
           write fd-linha-notificacao

           move spaces to fd-linha-notificacao
           write fd-linha-notificacao

           move fd-oco-cod-aluno   to wsa-cod
           move fd-aluno           to wsa-aluno
           move ws-linha-aluno     to fd-linha-notificacao
           write fd-linha-notificacao

           move fd-mae             to wsa-mae
           move ws-linha-mae       to fd-linha-notificacao
           write fd-linha-notificacao

           move fd-pai             to wsa-pai
           move ws-linha-pai       to fd-linha-notificacao
           write fd-linha-notificacao

           move fd-telefone        to wsa-telefone
           move ws-linha-telefone  to fd-linha-notificacao
           write fd-linha-notificacao

           move fd-oco-turma-cod   to wst-turma-cod
           move fd-turma-nome      to wst-turma-nome
           move ws-linha-turma     to fd-linha-notificacao
           write fd-linha-notificacao

           move spaces to fd-linha-notificacao
           write fd-linha-notificacao

           move fd-oco-data        to wsd-data
           move ws-linha-data      to fd-linha-notificacao
           write fd-linha-notificacao

           evaluate fd-oco-tipo
               when "V"
                   move "Advertencia verbal"  to wsd-tipo
               when "E"
                   move "Advertencia escrita" to wsd-tipo
               when "S"
                   move "Suspensao"           to wsd-tipo
               when other
                   move fd-oco-tipo           to wsd-tipo
           end-evaluate
           move ws-linha-tipo      to fd-linha-notificacao
           write fd-linha-notificacao

           if fd-oco-tipo = "S" then
               move fd-oco-dias    to wsd-dias
               move ws-linha-dias  to fd-linha-notificacao
               write fd-linha-notificacao
           end-if

           move fd-oco-descricao   to wsd-descricao
           move ws-linha-descricao to fd-linha-notificacao
           write fd-linha-notificacao

           move spaces to fd-linha-notificacao
           write fd-linha-notificacao

           move ws-texto-notificacao1 to fd-linha-notificacao
           write fd-linha-notificacao

           if fd-oco-tipo = "S" then
               move ws-texto-suspensao to fd-linha-notificacao
               write fd-linha-notificacao
           end-if

           move ws-texto-notificacao2 to fd-linha-notificacao
           write fd-linha-notificacao

           move ws-texto-notificacao3 to fd-linha-notificacao
           write fd-linha-notificacao

           move spaces to fd-linha-notificacao
           write fd-linha-notificacao
           write fd-linha-notificacao

           move ws-linha-assinatura  to fd-linha-notificacao
           write fd-linha-notificacao

           move ws-linha-assinatura2 to fd-linha-notificacao
           write fd-linha-notificacao

      *>   a ocorrencia notificada nao volta a ser emitida
           move ws-data-base to fd-oco-data-notificacao
           rewrite fd-ocorrencia

           if ws-fs-arqOcorrencia <> 00 then
               display "Erro ao gravar arqOcorrencia: " ws-fs-arqOcorrencia
               stop run
           end-if
           .
       emite-notificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o resumo por turma da coordenacao e os totais
      *>------------------------------------------------------------------------
       imprime-resumo section.
           move ws-cab-resumo to fd-linha-resumo
           write fd-linha-resumo

           move ws-data-inicio-ano to wsp-data-inicial
           move ws-data-base       to wsp-data-final
           move ws-linha-periodo   to fd-linha-resumo
           write fd-linha-resumo

           move spaces to fd-linha-resumo
           write fd-linha-resumo

           move ws-cab-resumo2 to fd-linha-resumo
           write fd-linha-resumo

           move 1 to ws-tur-idx
           perform until ws-tur-idx > 999
               perform imprime-linha-turma
               add 1 to ws-tur-idx
           end-perform

           move spaces to fd-linha-resumo
           write fd-linha-resumo

           move ws-total-ocorrencias to ws-total-edt
           move space to ws-linha-total
           string "Total de ocorrencias no periodo : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-resumo
           write fd-linha-resumo

           move ws-total-verbais to ws-total-edt
           move space to ws-linha-total
           string "Advertencias verbais            : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-resumo
           write fd-linha-resumo

           move ws-total-escritas to ws-total-edt
           move space to ws-linha-total
           string "Advertencias escritas           : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-resumo
           write fd-linha-resumo

           move ws-total-suspensoes to ws-total-edt
           move space to ws-linha-total
           string "Suspensoes                      : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-resumo
           write fd-linha-resumo

           move ws-total-dias to ws-total-edt
           move space to ws-linha-total
           string "Dias letivos de suspensao       : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-resumo
           write fd-linha-resumo

           move ws-total-notificacoes to ws-total-edt
           move space to ws-linha-total
           string "Notificacoes emitidas hoje      : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-resumo
           write fd-linha-resumo

           display "Notificacoes emitidas: " ws-total-notificacoes
           display "Ocorrencias no resumo: " ws-total-ocorrencias
           .
       imprime-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a linha da turma corrente da tabela, quando ela teve
      *>  alguma ocorrencia no periodo
      *>------------------------------------------------------------------------
       imprime-linha-turma section.
           if ws-tur-verbais(ws-tur-idx)    > 0
           or ws-tur-escritas(ws-tur-idx)   > 0
           or ws-tur-suspensoes(ws-tur-idx) > 0 then
               move ws-tur-idx to fd-turma-cod
               read arqTurma
               if ws-fs-arqTurma <> 00 then
                   move "(turma excluida)" to fd-turma-nome
               end-if

               move ws-tur-idx                    to wsr-turma-cod
               move fd-turma-nome                 to wsr-turma-nome
               move ws-tur-verbais(ws-tur-idx)    to wsr-verbais
               move ws-tur-escritas(ws-tur-idx)   to wsr-escritas
               move ws-tur-suspensoes(ws-tur-idx) to wsr-suspensoes
               move ws-tur-dias(ws-tur-idx)       to wsr-dias
               move ws-linha-resumo-det           to fd-linha-resumo
               write fd-linha-resumo
           end-if
           .
       imprime-linha-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca o inicio desta execucao no controle de execucao dos
      *>  batches; execucao anterior ainda marcada em andamento pede
      *>  confirmacao do operador antes de prosseguir, para que duas
      *>  execucoes simultaneas nao emitam a mesma notificacao
      *>------------------------------------------------------------------------
       marca-inicio-execucao section.
           accept ws-run-data from date yyyymmdd
           accept ws-run-hora from time
           string ws-run-data "-" ws-run-hora
               delimited by size into ws-run-data-hora

           move "notifica-ocorrencias" to fd-run-job
           read arqRunControl

           if ws-fs-arqRunControl = 00 then
               if fd-run-status = "E" then
                   display "notifica-ocorrencias consta em execucao desde " fd-run-inicio
                   display "Prosseguir assim mesmo (S/N)? "
                   accept ws-run-prossegue
                   if ws-run-prossegue <> "S" and ws-run-prossegue <> "s" then
                       display "Execucao cancelada pelo controle de execucao."
                       stop run
                   end-if
               end-if

               move "E"              to fd-run-status
               move ws-run-data-hora to fd-run-inicio
               move spaces           to fd-run-fim
               move zeros            to fd-run-contagem
               rewrite fd-run-controle
           else
               if ws-fs-arqRunControl <> 23 then
                   display "Erro ao ler arqRunControl.dat: " ws-fs-arqRunControl
                   stop run
               end-if

               move "notifica-ocorrencias" to fd-run-job
               move "E"              to fd-run-status
               move ws-run-data-hora to fd-run-inicio
               move spaces           to fd-run-fim
               move zeros            to fd-run-contagem
               move spaces           to fd-run-periodo
               write fd-run-controle
           end-if

           if ws-fs-arqRunControl <> 00 then
               display "Erro ao gravar arqRunControl.dat: " ws-fs-arqRunControl
               stop run
           end-if
           .
       marca-inicio-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca a conclusao desta execucao no controle de execucao dos
      *>  batches, com o total de notificacoes emitidas e a data base
      *>------------------------------------------------------------------------
       marca-fim-execucao section.
           accept ws-run-data from date yyyymmdd
           accept ws-run-hora from time
           string ws-run-data "-" ws-run-hora
               delimited by size into ws-run-data-hora

           move "notifica-ocorrencias" to fd-run-job
           read arqRunControl

           if ws-fs-arqRunControl = 00 then
               move "C"              to fd-run-status
               move ws-run-data-hora to fd-run-fim
               move ws-run-contagem  to fd-run-contagem
               move ws-run-periodo   to fd-run-periodo
               rewrite fd-run-controle
           end-if

           if ws-fs-arqRunControl <> 00 then
               display "Erro ao atualizar arqRunControl.dat: " ws-fs-arqRunControl
               stop run
           end-if
           .
       marca-fim-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  recusa a execucao enquanto o job conflitante informado em
      *>  ws-job-conflito estiver marcado em andamento no controle
      *>------------------------------------------------------------------------
       verifica-job-conflitante section.
           move ws-job-conflito to fd-run-job
           read arqRunControl

           if ws-fs-arqRunControl = 00 and fd-run-status = "E" then
               display "Execucao bloqueada: " ws-job-conflito
                       " em andamento desde " fd-run-inicio
               stop run
           end-if

           if ws-fs-arqRunControl <> 00 and ws-fs-arqRunControl <> 23 then
               display "Erro ao ler arqRunControl.dat: " ws-fs-arqRunControl
               stop run
           end-if
           .
       verifica-job-conflitante-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           move ws-total-notificacoes to ws-run-contagem
           perform marca-fim-execucao
           close arqRunControl

           close arqCadAluno
           close arqTurma
           close arqOcorrencia
           close arqNotificacoes
           close arqResumoOcorrencias
           stop run
           .
       finaliza-exit.
           exit.
