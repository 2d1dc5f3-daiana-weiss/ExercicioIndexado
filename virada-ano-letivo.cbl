      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "virada-ano-letivo".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *>
      *> Virada do ano letivo, executada uma vez ao fim do ano, depois
      *> do fechamento final e do reprocessamento da recuperacao:
      *>   - monta a proposta de rematricula do ano seguinte a partir
      *>     do historicoResultado.dat e da situacao do cadastro:
      *>     aprovado vai para a serie seguinte, reprovado repete a
      *>     serie, transferido/trancado fica de fora;
      *>   - grava a proposta em relatorioRematricula.txt para revisao;
      *>   - so depois da confirmacao do operador encerra as turmas e
      *>     matriculas do ano (que continuam disponiveis para consulta)
      *>     e grava as matriculas propostas nas turmas do ano seguinte.
      *> As turmas do ano seguinte precisam estar cadastradas, com ano
      *> letivo e serie, antes da execucao.
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

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqMatriculaTurma assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select optional arqHistorico assign to "historicoResultado.dat"
           organization is line sequential
           file status is ws-fs-arqHistorico.

           select optional arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-men-chave
           file status is ws-fs-arqMensalidade.

           select arqProposta assign to "rematriculaProposta.dat"
           organization is line sequential
           file status is ws-fs-arqProposta.

           select arqRelatorioVirada assign to "relatorioRematricula.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioVirada.

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

      *>----Historico escolar permanente: um registro por aluno a cada
      *>----fechamento, acumulado entre os periodos (nunca e apagado)
       fd arqHistorico.
       01  fd-reg-historico.
           05  fdh-cod                              pic 9(06).
           05  fdh-data-inicial                     pic 9(08).
           05  fdh-data-final                       pic 9(08).
           05  fdh-media                            pic 9(02)v99.
           05  fdh-perc-presenca                    pic 9(03)v99.
           05  fdh-situacao                         pic x(16).

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

      *>----Matriculas propostas para o ano seguinte, gravadas so
      *>----depois da confirmacao do operador
       fd arqProposta.
       01  fd-reg-proposta.
           05  fdp-cod-aluno                        pic 9(06).
           05  fdp-turma-cod                        pic 9(03).
           05  fdp-disciplina                       pic x(20).

       fd arqRelatorioVirada.
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
       77  ws-fs-arqTurma                          pic 9(02).
       77  ws-fs-arqMatriculaTurma                 pic 9(02).
       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqProposta                       pic 9(02).
       77  ws-fs-arqRelatorioVirada                pic 9(02).
       77  ws-fs-arqMensalidade                    pic 9(02).

      *>----Apoio do controle de execucao dos batches
       77  ws-fs-arqRunControl                     pic 9(02).
       77  ws-run-data                             pic 9(08).
       77  ws-run-hora                             pic 9(08).
       77  ws-run-data-hora                        pic x(17).
       77  ws-run-prossegue                        pic x(01).
       77  ws-run-contagem                         pic 9(07).
       77  ws-job-conflito                         pic x(20).
       77  ws-run-periodo                          pic x(17).

      *>----Ano letivo encerrado, informado por parametro de entrada,
      *>----e o ano seguinte, que recebe as matriculas propostas
       77  ws-ano-encerra                          pic 9(04).
       77  ws-ano-novo                             pic 9(04).
       77  ws-confirma                             pic x(01).

      *>----Resultado do ano de cada aluno, carregado do historico em
      *>----tabela com um item por cod de aluno; o ultimo fechamento
      *>----do ano prevalece, inclusive o gravado pelo reprocessamento
      *>----da recuperacao
       77  ws-his-total                            pic 9(05) value 0.
       77  ws-his-idx                              pic 9(05).
       77  ws-his-cod-busca                        pic 9(06).
       01  ws-tabela-historico.
           05  ws-his-item                          occurs 9999.
               10  ws-his-cod                       pic 9(06).
               10  ws-his-situacao                  pic x(16).

       77  ws-his-ano                              pic 9(04).

      *>----Turmas abertas do ano seguinte, com a ocupacao ja gravada
      *>----somada as matriculas propostas nesta execucao
       01  ws-tabela-turma-nova.
           05  ws-tnv-item                          occurs 999.
               10  ws-tnv-cod                       pic 9(03).
               10  ws-tnv-serie                     pic 9(02).
               10  ws-tnv-disciplina                pic x(20).
               10  ws-tnv-vagas                     pic 9(03).
               10  ws-tnv-ocupadas                  pic 9(03).

       77  ws-tnv-total                            pic 9(03) value 0.
       77  ws-tnv-idx                              pic 9(03).
       77  ws-tnv-achou                            pic 9(03).

      *>----Apoio da proposta de um aluno
       77  ws-resultado                            pic x(16).
       77  ws-serie-destino                        pic 9(02).
       77  ws-mat-do-ano                           pic 9(03).
       77  ws-obs                                  pic x(30).

      *>----Mensalidades vencidas e nao pagas do aluno na data da
      *>----execucao; o aluno sai marcado na revisao, sem bloqueio
       77  ws-data-hoje                            pic 9(08).
       77  ws-atraso-saldo                         pic 9(07)v99.
       77  ws-atraso-edt                           pic z.zzz.zz9,99.

       77  ws-total-alunos                         pic 9(05) value 0.
       77  ws-total-propostas                      pic 9(05) value 0.
       77  ws-total-sem-destino                    pic 9(05) value 0.
       77  ws-total-pendentes                      pic 9(05) value 0.
       77  ws-total-fora                           pic 9(05) value 0.
       77  ws-total-turmas-enc                     pic 9(05) value 0.
       77  ws-total-mat-enc                        pic 9(05) value 0.
       77  ws-total-gravadas                       pic 9(05) value 0.
       77  ws-total-existentes                     pic 9(05) value 0.
       77  ws-total-inadimplentes                  pic 9(05) value 0.
       77  ws-total-edt                            pic zzzz9.

       01  ws-cab1                                 pic x(80)
           value "              VIRADA DO ANO LETIVO - PROPOSTA DE REMATRICULA".

       01  ws-linha-anos.
           05  filler                               pic x(15)
               value "Ano encerrado: ".
           05  wsa-ano-encerra                      pic 9(04).
           05  filler                               pic x(14)
               value "   Ano novo:  ".
           05  wsa-ano-novo                         pic 9(04).

       01  ws-cab2                                 pic x(80)
           value "   COD ALUNO        RESULTADO        ORIG  DEST OBSERVACAO".

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(01) value spaces.
           05  wsl-resultado                        pic x(16).
           05  filler                               pic x(01) value spaces.
           05  wsl-turma-orig                       pic zzz.
           05  filler                               pic x(02) value spaces.
           05  wsl-turma-dest                       pic zzz.
           05  filler                               pic x(03) value spaces.
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
           display "Ano letivo a encerrar (AAAA): "
           accept ws-ano-encerra

           compute ws-ano-novo = ws-ano-encerra + 1

           move spaces to ws-run-periodo
           move ws-ano-encerra to ws-run-periodo

           open i-o arqRunControl
           if ws-fs-arqRunControl <> 00 and ws-fs-arqRunControl <> 05 then
               display "Erro ao abrir arqRunControl.dat: " ws-fs-arqRunControl
               stop run
           end-if

      *>   a virada le o historico gravado pelo fechamento: nao pode
      *>   rodar com o fechamento em andamento
           move "fechamento-final" to ws-job-conflito
           perform verifica-job-conflitante

           perform marca-inicio-execucao

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               display "Erro ao abrir arqCadAluno: " ws-fs-arqCadAluno
               stop run
           end-if

           open input arqMensalidade
           if ws-fs-arqMensalidade <> 00 and ws-fs-arqMensalidade <> 05 then
               display "Erro ao abrir arqMensalidade.dat: " ws-fs-arqMensalidade
               stop run
           end-if
           accept ws-data-hoje from date yyyymmdd

           open i-o arqTurma
           if ws-fs-arqTurma <> 00 then
               display "Erro ao abrir arqTurma: " ws-fs-arqTurma
               stop run
           end-if

           open i-o arqMatriculaTurma
           if ws-fs-arqMatriculaTurma <> 00 then
               display "Erro ao abrir arqMatriculaTurma: " ws-fs-arqMatriculaTurma
               stop run
           end-if

           open output arqProposta
           if ws-fs-arqProposta <> 00 then
               display "Erro ao abrir rematriculaProposta.dat: " ws-fs-arqProposta
               stop run
           end-if

           open output arqRelatorioVirada
           if ws-fs-arqRelatorioVirada <> 00 then
               display "Erro ao abrir relatorioRematricula.txt: " ws-fs-arqRelatorioVirada
               stop run
           end-if

           perform carrega-historico
           perform carrega-turmas-novas

           move ws-cab1 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-ano-encerra to wsa-ano-encerra
           move ws-ano-novo    to wsa-ano-novo
           move ws-linha-anos  to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab2 to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega na tabela por cod a situacao do ultimo fechamento de
      *>  cada aluno cujo periodo termina no ano letivo encerrado
      *>------------------------------------------------------------------------
       carrega-historico section.
           move spaces to ws-tabela-historico

           open input arqHistorico
           if ws-fs-arqHistorico <> 00 and ws-fs-arqHistorico <> 05 then
               display "Erro ao abrir historicoResultado.dat: " ws-fs-arqHistorico
               stop run
           end-if

           move zeros to ws-his-total

           read arqHistorico
           perform until ws-fs-arqHistorico <> 00
               compute ws-his-ano = fdh-data-final / 10000
               if fdh-cod > 0 and ws-his-ano = ws-ano-encerra then
      *>           fechamento mais novo do mesmo aluno substitui o item
                   move fdh-cod to ws-his-cod-busca
                   perform busca-historico-aluno
                   if ws-his-idx > ws-his-total then
                       if ws-his-total >= 9999 then
                           display "Tabela do historico cheia (limite de 9999 alunos)"
                           stop run
                       end-if
                       add 1 to ws-his-total
                       move ws-his-total to ws-his-idx
                       move fdh-cod      to ws-his-cod(ws-his-idx)
                   end-if
                   move fdh-situacao to ws-his-situacao(ws-his-idx)
               end-if
               read arqHistorico
           end-perform

           close arqHistorico
           .
       carrega-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura o cod informado na tabela do historico; sem ele, o
      *>  indice para depois do ultimo item carregado
      *>------------------------------------------------------------------------
       busca-historico-aluno section.
           move 1 to ws-his-idx
           perform until ws-his-idx > ws-his-total
                      or ws-his-cod(ws-his-idx) = ws-his-cod-busca
               add 1 to ws-his-idx
           end-perform
           .
       busca-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega as turmas abertas do ano seguinte e soma a ocupacao
      *>  das matriculas que ja tiverem sido gravadas nelas
      *>------------------------------------------------------------------------
       carrega-turmas-novas section.
           move zeros to ws-tnv-total

           move zeros to fd-turma-cod
           start arqTurma key is not less than fd-turma-cod

           if ws-fs-arqTurma = 00 then
               read arqTurma next
               perform until ws-fs-arqTurma <> 00
                   if fd-turma-ano = ws-ano-novo
                   and fd-turma-situacao <> "E"
                   and ws-tnv-total < 999 then
                       add 1 to ws-tnv-total
                       move fd-turma-cod        to ws-tnv-cod(ws-tnv-total)
                       move fd-turma-serie      to ws-tnv-serie(ws-tnv-total)
                       move fd-turma-disciplina to ws-tnv-disciplina(ws-tnv-total)
                       move fd-turma-vagas      to ws-tnv-vagas(ws-tnv-total)
                       perform conta-ocupadas-turma-nova
                   end-if
                   read arqTurma next
               end-perform
           end-if
           .
       carrega-turmas-novas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma as matriculas ja gravadas na turma nova corrente da
      *>  tabela, pela chave alternativa da turma
      *>------------------------------------------------------------------------
       conta-ocupadas-turma-nova section.
           move zeros to ws-tnv-ocupadas(ws-tnv-total)

           move fd-turma-cod to fd-mat-turma-cod
           start arqMatriculaTurma key is = fd-mat-turma-cod

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-turma-cod <> fd-turma-cod
                   if fd-mat-ano = ws-ano-novo then
                       add 1 to ws-tnv-ocupadas(ws-tnv-total)
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if
           .
       conta-ocupadas-turma-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - proposta aluno por aluno, revisao
      *>  pelo operador e, confirmada, a gravacao da virada
      *>------------------------------------------------------------------------
       processamento section.

           read arqCadAluno next
           perform until ws-fs-arqCadAluno = 10

               if ws-fs-arqCadAluno <> 00 then
                   display "Erro ao ler arqCadAluno: " ws-fs-arqCadAluno
                   stop run
               end-if

               add 1 to ws-total-alunos

      *>       aluno transferido ou trancado fica fora da rematricula
               if fd-situacao = "T" or fd-situacao = "t"
               or fd-situacao = "R" or fd-situacao = "r" then
                   perform imprime-aluno-fora
               else
                   perform propoe-aluno
               end-if
               read arqCadAluno next
           end-perform

           perform imprime-total
           close arqProposta
           close arqRelatorioVirada

           display "Proposta gravada em relatorioRematricula.txt"
           move ws-total-propostas to ws-total-edt
           display "Matriculas propostas p/ o ano novo: " ws-total-edt
           move ws-total-pendentes to ws-total-edt
           display "Alunos com resultado pendente     : " ws-total-edt
           move ws-total-sem-destino to ws-total-edt
           display "Matriculas sem turma de destino   : " ws-total-edt
           move ws-total-inadimplentes to ws-total-edt
           display "Alunos com mensalidade em atraso  : " ws-total-edt
           display "Revise o relatorio antes de confirmar."
           display "Confirma a virada do ano letivo (S/N)? "
           accept ws-confirma

           if ws-confirma <> "S" and ws-confirma <> "s" then
      *>       virada cancelada nao conta como executada para o ano
               move spaces to ws-run-periodo
               display "Virada cancelada, nada foi alterado."
           else
               perform encerra-turmas
               perform encerra-matriculas
               perform grava-matriculas-propostas

               move ws-total-turmas-enc to ws-total-edt
               display "Turmas encerradas         : " ws-total-edt
               move ws-total-mat-enc to ws-total-edt
               display "Matriculas encerradas     : " ws-total-edt
               move ws-total-gravadas to ws-total-edt
               display "Matriculas do ano novo    : " ws-total-edt
               move ws-total-existentes to ws-total-edt
               display "Matriculas ja existentes  : " ws-total-edt
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relata o aluno transferido ou trancado, fora da rematricula
      *>------------------------------------------------------------------------
       imprime-aluno-fora section.
           add 1 to ws-total-fora

           move spaces to ws-obs
           string "fora da rematricula (" fd-situacao ")"
               delimited by size into ws-obs

           move spaces to ws-resultado
           move zeros  to wsl-turma-orig
           move zeros  to wsl-turma-dest
           perform imprime-linha
           .
       imprime-aluno-fora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta a proposta de um aluno ativo: cada matricula do ano
      *>  encerrado gera uma matricula na turma do ano seguinte com a
      *>  mesma disciplina, na serie seguinte (aprovado) ou na mesma
      *>  serie (reprovado); resultado ainda em aberto fica pendente
      *>------------------------------------------------------------------------
       propoe-aluno section.
           move fd-cod to ws-his-cod-busca
           perform busca-historico-aluno
           if ws-his-idx <= ws-his-total then
               move ws-his-situacao(ws-his-idx) to ws-resultado
           else
               move spaces to ws-resultado
           end-if

           move zeros to ws-mat-do-ano

      *>   a chave da matricula comeca pelo cod do aluno: basta
      *>   posicionar nele e ler enquanto o cod nao mudar
           move fd-cod to fd-mat-cod-aluno
           move zeros  to fd-mat-turma-cod
           start arqMatriculaTurma key is not less than fd-mat-chave

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> fd-cod
                   if fd-mat-ano = ws-ano-encerra
                   and fd-mat-situacao <> "E" then
                       add 1 to ws-mat-do-ano
                       perform propoe-matricula
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if

           if ws-mat-do-ano = zeros then
               move "sem matricula no ano"   to ws-obs
               move zeros                    to wsl-turma-orig
               move zeros                    to wsl-turma-dest
               perform imprime-linha
           end-if

           perform verifica-atraso-aluno
           .
       propoe-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma as mensalidades do aluno em aberto e ja vencidas; com
      *>  saldo em atraso o aluno ganha uma linha de aviso na revisao
      *>  (a proposta de rematricula e mantida, a decisao e da escola)
      *>------------------------------------------------------------------------
       verifica-atraso-aluno section.
           move zeros to ws-atraso-saldo

           move fd-cod to fd-men-cod-aluno
           move zeros  to fd-men-competencia
           start arqMensalidade key is not less than fd-men-chave

           if ws-fs-arqMensalidade = 00 then
               read arqMensalidade next
               perform until ws-fs-arqMensalidade <> 00
                          or fd-men-cod-aluno <> fd-cod
                   if fd-men-situacao = "A"
                   and fd-men-vencimento < ws-data-hoje then
                       compute ws-atraso-saldo = ws-atraso-saldo
                                               + fd-men-valor - fd-men-valor-pago
                   end-if
                   read arqMensalidade next
               end-perform
           end-if

           if ws-atraso-saldo > zeros then
               add 1 to ws-total-inadimplentes
               move ws-atraso-saldo to ws-atraso-edt
               move spaces to ws-obs
               string "*** inadimplente " ws-atraso-edt
                   delimited by size into ws-obs
               move zeros to wsl-turma-orig
               move zeros to wsl-turma-dest
               perform imprime-linha
           end-if
           .
       verifica-atraso-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  propoe a matricula do ano seguinte para uma matricula do
      *>  aluno no ano encerrado e grava a linha do relatorio
      *>------------------------------------------------------------------------
       propoe-matricula section.
           move fd-mat-turma-cod to wsl-turma-orig
           move zeros            to wsl-turma-dest
           move zeros            to ws-tnv-achou

           move fd-mat-turma-cod to fd-turma-cod
           read arqTurma

           evaluate true
               when ws-resultado = spaces
                   add 1 to ws-total-pendentes
                   move "sem resultado no ano"      to ws-obs
               when ws-resultado(1:8) <> "Aprovado"
                and ws-resultado(1:8) <> "Reprovad"
                   add 1 to ws-total-pendentes
                   move "resultado pendente"        to ws-obs
               when ws-fs-arqTurma <> 00
                   add 1 to ws-total-sem-destino
                   move "turma de origem inexistente" to ws-obs
               when fd-turma-serie = zeros
                   add 1 to ws-total-sem-destino
                   move "turma de origem sem serie" to ws-obs
               when other
                   if ws-resultado(1:8) = "Aprovado" then
                       compute ws-serie-destino = fd-turma-serie + 1
                   else
                       move fd-turma-serie to ws-serie-destino
                   end-if
                   perform busca-turma-destino

                   if ws-tnv-achou = zeros then
                       add 1 to ws-total-sem-destino
                       move "sem turma de destino"      to ws-obs
                   else
                       add 1 to ws-tnv-ocupadas(ws-tnv-achou)
                       add 1 to ws-total-propostas
                       move ws-tnv-cod(ws-tnv-achou)    to wsl-turma-dest

                       move fd-mat-cod-aluno              to fdp-cod-aluno
                       move ws-tnv-cod(ws-tnv-achou)      to fdp-turma-cod
                       move ws-tnv-disciplina(ws-tnv-achou) to fdp-disciplina
                       write fd-reg-proposta

                       if ws-fs-arqProposta <> 00 then
                           display "Erro ao gravar rematriculaProposta.dat: " ws-fs-arqProposta
                           stop run
                       end-if

                       if ws-serie-destino = fd-turma-serie then
                           move "repete a serie"        to ws-obs
                       else
                           move "promovido"             to ws-obs
                       end-if
                   end-if
           end-evaluate

           perform imprime-linha
           .
       propoe-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura na tabela a primeira turma do ano seguinte da serie
      *>  de destino, com a mesma disciplina e com vaga (turma com
      *>  vagas zeradas nao tem limite de capacidade)
      *>------------------------------------------------------------------------
       busca-turma-destino section.
           move zeros to ws-tnv-achou
           move 1     to ws-tnv-idx

           perform until ws-tnv-idx > ws-tnv-total
                      or ws-tnv-achou <> zeros
               if ws-tnv-serie(ws-tnv-idx) = ws-serie-destino
               and ws-tnv-disciplina(ws-tnv-idx) = fd-mat-disciplina then
                   if ws-tnv-vagas(ws-tnv-idx) = zeros
                   or ws-tnv-ocupadas(ws-tnv-idx) < ws-tnv-vagas(ws-tnv-idx) then
                       move ws-tnv-idx to ws-tnv-achou
                   end-if
               end-if
               add 1 to ws-tnv-idx
           end-perform
           .
       busca-turma-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta e grava uma linha do relatorio de revisao
      *>------------------------------------------------------------------------
       imprime-linha section.
           move fd-cod        to wsl-cod
           move fd-aluno      to wsl-aluno
           move ws-resultado  to wsl-resultado
           move ws-obs        to wsl-obs

           move ws-linha-detalhe to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava as linhas de totais da proposta
      *>------------------------------------------------------------------------
       imprime-total section.
           move ws-total-alunos to ws-total-edt
           move space to ws-linha-total
           string "Total de alunos lidos          : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-propostas to ws-total-edt
           move space to ws-linha-total
           string "Matriculas propostas           : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-sem-destino to ws-total-edt
           move space to ws-linha-total
           string "Matriculas sem turma de destino: " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-pendentes to ws-total-edt
           move space to ws-linha-total
           string "Matriculas com resultado aberto: " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-fora to ws-total-edt
           move space to ws-linha-total
           string "Alunos fora da rematricula     : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-inadimplentes to ws-total-edt
           move space to ws-linha-total
           string "Alunos com mensalidade atrasada: " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  encerra as turmas do ano letivo: continuam no arquivo, para
      *>  consulta, mas deixam de aceitar matricula, nota e chamada
      *>------------------------------------------------------------------------
       encerra-turmas section.
           move zeros to fd-turma-cod
           start arqTurma key is not less than fd-turma-cod

           if ws-fs-arqTurma = 00 then
               read arqTurma next
               perform until ws-fs-arqTurma <> 00
                   if fd-turma-ano = ws-ano-encerra
                   and fd-turma-situacao <> "E" then
                       move "E" to fd-turma-situacao
                       rewrite fd-turma

                       if ws-fs-arqTurma <> 00 then
                           display "Erro ao encerrar turma: " ws-fs-arqTurma
                           stop run
                       end-if

                       add 1 to ws-total-turmas-enc
                   end-if
                   read arqTurma next
               end-perform
           end-if
           .
       encerra-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  encerra as matriculas do ano letivo, mantendo as notas para
      *>  consulta e para o historico
      *>------------------------------------------------------------------------
       encerra-matriculas section.
           move zeros to fd-mat-chave
           start arqMatriculaTurma key is not less than fd-mat-chave

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                   if fd-mat-ano = ws-ano-encerra
                   and fd-mat-situacao <> "E" then
                       move "E" to fd-mat-situacao
                       rewrite fd-matricula-turma

                       if ws-fs-arqMatriculaTurma <> 00 then
                           display "Erro ao encerrar matricula: " ws-fs-arqMatriculaTurma
                           stop run
                       end-if

                       add 1 to ws-total-mat-enc
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if
           .
       encerra-matriculas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava as matriculas propostas nas turmas do ano seguinte;
      *>  matricula ja existente (status 22) e mantida como esta
      *>------------------------------------------------------------------------
       grava-matriculas-propostas section.
           open input arqProposta
           if ws-fs-arqProposta <> 00 then
               display "Erro ao reler rematriculaProposta.dat: " ws-fs-arqProposta
               stop run
           end-if

           read arqProposta
           perform until ws-fs-arqProposta <> 00
               move fdp-cod-aluno  to fd-mat-cod-aluno
               move fdp-turma-cod  to fd-mat-turma-cod
               move fdp-disciplina to fd-mat-disciplina
               move zeros          to fd-mat-notas
               move zeros          to fd-mat-nota-rec
               move space          to fd-mat-rec-lancada
               move ws-ano-novo    to fd-mat-ano
               move "A"            to fd-mat-situacao
               write fd-matricula-turma

               if ws-fs-arqMatriculaTurma = 22 then
                   add 1 to ws-total-existentes
               else
                   if ws-fs-arqMatriculaTurma <> 00 then
                       display "Erro ao gravar arqMatriculaTurma.dat: " ws-fs-arqMatriculaTurma
                       stop run
                   end-if
                   add 1 to ws-total-gravadas
               end-if
               read arqProposta
           end-perform

           close arqProposta
           .
       grava-matriculas-propostas-exit.
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

           move "virada-ano-letivo" to fd-run-job
           read arqRunControl

           if ws-fs-arqRunControl = 00 then
      *>       o mesmo ano letivo nao pode ser virado duas vezes:
      *>       execucao concluida para o ano pedido e recusada
               if fd-run-status = "C"
               and fd-run-periodo = ws-run-periodo then
                   display "Virada ja executada para este ano letivo em " fd-run-fim
                   display "Execucao cancelada pelo controle de execucao."
                   stop run
               end-if

               if fd-run-status = "E" then
                   display "virada-ano-letivo consta em execucao desde " fd-run-inicio
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

               move "virada-ano-letivo" to fd-run-job
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

           move "virada-ano-letivo" to fd-run-job
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
           move ws-total-gravadas to ws-run-contagem
           perform marca-fim-execucao
           close arqRunControl

           close arqCadAluno
           close arqMensalidade
           close arqTurma
           close arqMatriculaTurma
           stop run
           .
       finaliza-exit.
           exit.
