      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "gera-mensalidades".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *>
      *> Geracao mensal das mensalidades, executada uma vez por
      *> competencia (AAAAMM):
      *>   - gera uma mensalidade em aberto para cada aluno ativo, com
      *>     o valor e o dia de vencimento informados;
      *>   - aluno transferido ou trancado fica fora da cobranca;
      *>   - mensalidade ja existente para o aluno e a competencia nao
      *>     e regerada (nem o valor, nem a baixa ja lancada mudam).
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCadAluno assign to "arqCadAluno.dat"
           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select optional arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-men-chave
           file status is ws-fs-arqMensalidade.

           select arqRelatorioMensal assign to "relatorioMensalidades.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioMensal.

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

      *>----Mensalidade do aluno por competencia (AAAAMM): valor e
      *>----vencimento gerados pelo batch mensal, valor pago e data da
      *>----baixa lancados na secretaria; "A" em aberto, "P" paga
       fd arqMensalidade.
       01  fd-mensalidade.
           05  fd-men-chave.
               10 fd-men-cod-aluno                  pic 9(06).
               10 fd-men-competencia                pic 9(06).
           05  fd-men-valor                         pic 9(05)v99.
           05  fd-men-vencimento                    pic 9(08).
           05  fd-men-situacao                      pic x(01).
           05  fd-men-valor-pago                    pic 9(05)v99.
           05  fd-men-data-pagamento                pic 9(08).
           05  fd-men-operador                      pic x(10).
           05  fd-men-data-geracao                  pic 9(08).

       fd arqRelatorioMensal.
       01  fd-linha-relatorio                      pic x(80).

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
       77  ws-fs-arqMensalidade                    pic 9(02).
       77  ws-fs-arqRelatorioMensal                pic 9(02).

      *>----Apoio do controle de execucao dos batches
       77  ws-fs-arqRunControl                     pic 9(02).
       77  ws-run-data                             pic 9(08).
       77  ws-run-hora                             pic 9(08).
       77  ws-run-data-hora                        pic x(17).
       77  ws-run-prossegue                        pic x(01).
       77  ws-run-contagem                         pic 9(07).
       77  ws-job-conflito                         pic x(20).
       77  ws-run-periodo                          pic x(17).

      *>----Parametros de entrada: competencia, valor e dia de
      *>----vencimento das mensalidades geradas
       01  ws-competencia.
           05  ws-comp-ano                          pic 9(04).
           05  ws-comp-mes                          pic 9(02).
       01  ws-competencia-num redefines ws-competencia pic 9(06).
       77  ws-valor                                pic 9(05)v99.
       77  ws-dia-vencimento                       pic 9(02).
       77  ws-vencimento                           pic 9(08).
       77  ws-data-hoje                            pic 9(08).

       77  ws-obs                                  pic x(30).

       77  ws-total-alunos                         pic 9(05) value 0.
       77  ws-total-geradas                        pic 9(05) value 0.
       77  ws-total-existentes                     pic 9(05) value 0.
       77  ws-total-fora                           pic 9(05) value 0.
       77  ws-total-valor                          pic 9(09)v99 value 0.
       77  ws-total-edt                            pic zzzz9.
       77  ws-valor-total-edt                      pic zzz.zzz.zz9,99.

       01  ws-cab1                                 pic x(80)
           value "                  GERACAO DAS MENSALIDADES DA COMPETENCIA".

       01  ws-linha-competencia.
           05  filler                               pic x(13)
               value "Competencia: ".
           05  wsc-comp-mes                         pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wsc-comp-ano                         pic 9(04).
           05  filler                               pic x(16)
               value "   Vencimento:  ".
           05  wsc-vencimento                       pic 9(08).

       01  ws-cab2                                 pic x(80)
           value "   COD ALUNO              VALOR OBSERVACAO".

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(01) value spaces.
           05  wsl-valor                            pic zz.zz9,99.
           05  filler                               pic x(01) value spaces.
           05  wsl-obs                              pic x(30).

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
           display "Competencia (AAAAMM)          : "
           accept ws-competencia-num

           if ws-comp-mes < 1 or ws-comp-mes > 12 or ws-comp-ano = zeros then
               display "Competencia invalida."
               stop run
           end-if

           display "Valor da mensalidade          : "
           accept ws-valor

           if ws-valor = zeros then
               display "Valor da mensalidade invalido."
               stop run
           end-if

      *>   o dia de vencimento fica ate 28, que existe em todo mes
           display "Dia de vencimento (01 a 28)   : "
           accept ws-dia-vencimento

           if ws-dia-vencimento < 1 or ws-dia-vencimento > 28 then
               display "Dia de vencimento invalido."
               stop run
           end-if

           compute ws-vencimento = ws-competencia-num * 100 + ws-dia-vencimento
           accept ws-data-hoje from date yyyymmdd

           move spaces to ws-run-periodo
           move ws-competencia-num to ws-run-periodo

           open i-o arqRunControl
           if ws-fs-arqRunControl <> 00 and ws-fs-arqRunControl <> 05 then
               display "Erro ao abrir arqRunControl.dat: " ws-fs-arqRunControl
               stop run
           end-if

      *>   a geracao le o cadastro inteiro: nao pode rodar em cima de
      *>   uma reconciliacao em andamento
           move "reconcilia-arquivos" to ws-job-conflito
           perform verifica-job-conflitante

           perform marca-inicio-execucao

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               display "Erro ao abrir arqCadAluno: " ws-fs-arqCadAluno
               stop run
           end-if

           open i-o arqMensalidade
           if ws-fs-arqMensalidade <> 00 and ws-fs-arqMensalidade <> 05 then
               display "Erro ao abrir arqMensalidade.dat: " ws-fs-arqMensalidade
               stop run
           end-if

           open output arqRelatorioMensal
           if ws-fs-arqRelatorioMensal <> 00 then
               display "Erro ao abrir relatorioMensalidades.txt: " ws-fs-arqRelatorioMensal
               stop run
           end-if

           move ws-cab1 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-comp-mes   to wsc-comp-mes
           move ws-comp-ano   to wsc-comp-ano
           move ws-vencimento to wsc-vencimento
           move ws-linha-competencia to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab2 to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - um aluno por vez
      *>------------------------------------------------------------------------
       processamento section.

           read arqCadAluno next
           perform until ws-fs-arqCadAluno = 10

               if ws-fs-arqCadAluno <> 00 then
                   display "Erro ao ler arqCadAluno: " ws-fs-arqCadAluno
                   stop run
               end-if

               add 1 to ws-total-alunos

      *>       so aluno ativo e cobrado; aluno antigo, anterior ao
      *>       campo de situacao, conta como ativo
               if fd-situacao = "A" or fd-situacao = "a"
               or fd-situacao = space then
                   perform gera-mensalidade-aluno
               else
                   add 1 to ws-total-fora
               end-if
               read arqCadAluno next
           end-perform

           perform imprime-total

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  gera a mensalidade da competencia para o aluno corrente, se
      *>  ela ainda nao existir
      *>------------------------------------------------------------------------
       gera-mensalidade-aluno section.
           move fd-cod             to fd-men-cod-aluno
           move ws-competencia-num to fd-men-competencia
           read arqMensalidade

           if ws-fs-arqMensalidade = 00 then
               add 1 to ws-total-existentes
               move fd-men-valor to wsl-valor
               move "ja gerada anteriormente" to ws-obs
               perform imprime-linha
           else
               move fd-cod             to fd-men-cod-aluno
               move ws-competencia-num to fd-men-competencia
               move ws-valor           to fd-men-valor
               move ws-vencimento      to fd-men-vencimento
               move "A"                to fd-men-situacao
               move zeros              to fd-men-valor-pago
               move zeros              to fd-men-data-pagamento
               move spaces             to fd-men-operador
               move ws-data-hoje       to fd-men-data-geracao
               write fd-mensalidade

               if ws-fs-arqMensalidade <> 00 then
                   display "Erro ao gravar arqMensalidade.dat: " ws-fs-arqMensalidade
                   stop run
               end-if

               add 1        to ws-total-geradas
               add ws-valor to ws-total-valor
               move ws-valor to wsl-valor
               move spaces   to ws-obs
               perform imprime-linha
           end-if
           .
       gera-mensalidade-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta e grava uma linha do relatorio da geracao
      *>------------------------------------------------------------------------
       imprime-linha section.
           move fd-cod   to wsl-cod
           move fd-aluno to wsl-aluno
           move ws-obs   to wsl-obs

           move ws-linha-detalhe to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava as linhas de totais da geracao
      *>------------------------------------------------------------------------
       imprime-total section.
           move ws-total-alunos to ws-total-edt
           move space to ws-linha-total
           string "Total de alunos lidos          : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-geradas to ws-total-edt
           move space to ws-linha-total
           string "Mensalidades geradas           : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-existentes to ws-total-edt
           move space to ws-linha-total
           string "Mensalidades ja existentes     : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-fora to ws-total-edt
           move space to ws-linha-total
           string "Alunos fora da cobranca (T/R)  : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-valor to ws-valor-total-edt
           move space to ws-linha-total
           string "Valor total gerado             : " ws-valor-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca o inicio desta execucao no controle de execucao dos
      *>  batches; execucao anterior ainda marcada em andamento pede
      *>  confirmacao do operador antes de prosseguir
      *>------------------------------------------------------------------------
       marca-inicio-execucao section.
           accept ws-run-data from date yyyymmdd
           accept ws-run-hora from time
           string ws-run-data "-" ws-run-hora
               delimited by size into ws-run-data-hora

           move "gera-mensalidades" to fd-run-job
           read arqRunControl

           if ws-fs-arqRunControl = 00 then
      *>       a mesma competencia nao pode ser gerada duas vezes sem
      *>       intencao: execucao concluida para a competencia pedida
      *>       e recusada
               if fd-run-status = "C"
               and fd-run-periodo = ws-run-periodo then
                   display "Mensalidades ja geradas para esta competencia em " fd-run-fim
                   display "Execucao cancelada pelo controle de execucao."
                   stop run
               end-if

               if fd-run-status = "E" then
                   display "gera-mensalidades consta em execucao desde " fd-run-inicio
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

               move "gera-mensalidades" to fd-run-job
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
      *>  batches, com o total de registros tratados
      *>------------------------------------------------------------------------
       marca-fim-execucao section.
           accept ws-run-data from date yyyymmdd
           accept ws-run-hora from time
           string ws-run-data "-" ws-run-hora
               delimited by size into ws-run-data-hora

           move "gera-mensalidades" to fd-run-job
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
           move ws-total-geradas to ws-run-contagem
           perform marca-fim-execucao
           close arqRunControl

           close arqCadAluno
           close arqMensalidade
           close arqRelatorioMensal

           move ws-total-geradas to ws-total-edt
           display "Mensalidades geradas: " ws-total-edt
           stop run
           .
       finaliza-exit.
           exit.
