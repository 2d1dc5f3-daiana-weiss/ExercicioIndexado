      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "exporta-censo".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *>
      *> Exportacao anual para o Censo Escolar da Secretaria de
      *> Educacao, em arquivo de layout fixo (registros de 100
      *> posicoes):
      *>   00 - cabecalho: escola, ano letivo e data de geracao;
      *>   10 - aluno: cadastro, movimento (situacao e data), rendimento
      *>        do historico do ano e percentual de frequencia;
      *>   20 - matricula do aluno no ano: turma, serie e disciplina;
      *>   99 - trailer com as quantidades exportadas.
      *> Entram os alunos com matricula no ano e os transferidos ou
      *> trancados no ano. Antes de gravar cada aluno os campos
      *> obrigatorios sao validados; o aluno com pendencia nao vai para
      *> o arquivo e sai no relatorio de rejeitados com o motivo, para
      *> ser corrigido e exportado de novo.
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
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqMatriculaTurma assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select optional arqHistorico assign to "historicoResultado.dat"
           organization is line sequential
           file status is ws-fs-arqHistorico.

           select arqCenso assign to "censoEscolar.txt"
           organization is line sequential
           file status is ws-fs-arqCenso.

           select arqRelatorioCenso assign to "relatorioCensoRejeitados.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioCenso.

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

       fd arqCenso.
       01  fd-linha-censo                          pic x(100).

       fd arqRelatorioCenso.
       01  fd-linha-relatorio                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic 9(02).
       77  ws-fs-arqTurma                          pic 9(02).
       77  ws-fs-arqMatriculaTurma                 pic 9(02).
       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqCenso                          pic 9(02).
       77  ws-fs-arqRelatorioCenso                 pic 9(02).

      *>----Parametros de entrada: ano letivo exportado e codigo da
      *>----escola no censo (INEP)
       77  ws-ano-censo                            pic 9(04).
       77  ws-escola                               pic 9(08).
       77  ws-data-hoje                            pic 9(08).

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
               10  ws-his-media                     pic 9(02)v99.
               10  ws-his-perc-presenca             pic 9(03)v99.
               10  ws-his-situacao                  pic x(16).

       77  ws-his-ano                              pic 9(04).

      *>----Matriculas do aluno corrente no ano, guardadas em tabela
      *>----para serem gravadas so depois da validacao do aluno
       77  ws-mat-qtd                              pic 9(03).
       77  ws-mat-idx                              pic 9(03).
       01  ws-tabela-matriculas.
           05  ws-mat-item                          occurs 20.
               10  ws-mat-turma-cod                 pic 9(03).
               10  ws-mat-turma-nome                pic x(20).
               10  ws-mat-serie                     pic 9(02).
               10  ws-mat-disciplina                pic x(20).

      *>----Apoio da validacao de um aluno
       77  ws-situacao                             pic x(01).
       77  ws-sit-ano                              pic 9(04).
       77  ws-no-censo                             pic x(01).
       77  ws-rendimento                           pic x(01).
       77  ws-qtd-erros                            pic 9(02).
       77  ws-motivo                               pic x(50).

       77  ws-total-alunos                         pic 9(05) value 0.
       77  ws-total-exportados                     pic 9(05) value 0.
       77  ws-total-rejeitados                     pic 9(05) value 0.
       77  ws-total-fora                           pic 9(05) value 0.
       77  ws-total-matriculas                     pic 9(06) value 0.
       77  ws-total-registros                      pic 9(07) value 0.
       77  ws-total-edt                            pic zzzz9.

      *>----Registros do arquivo do censo (layout fixo de 100 posicoes)
       01  ws-reg-cabecalho.
           05  wsc-tipo                             pic x(02) value "00".
           05  wsc-escola                           pic 9(08).
           05  wsc-ano                              pic 9(04).
           05  wsc-data-geracao                     pic 9(08).
           05  filler                               pic x(78) value spaces.

       01  ws-reg-aluno.
           05  wsa-tipo                             pic x(02) value "10".
           05  wsa-escola                           pic 9(08).
           05  wsa-cod                              pic 9(06).
           05  wsa-nome                             pic x(12).
           05  wsa-endereco                         pic x(14).
           05  wsa-mae                              pic x(12).
           05  wsa-pai                              pic x(12).
      *>       A = cursando, T = transferido, R = trancado
           05  wsa-situacao                         pic x(01).
           05  wsa-sit-data                         pic 9(08).
      *>       A = aprovado, R = reprovado, branco = sem rendimento
      *>       (aluno transferido ou trancado no ano)
           05  wsa-rendimento                       pic x(01).
           05  wsa-media                            pic 9(02)v99.
           05  wsa-perc-presenca                    pic 9(03)v99.
           05  wsa-qtd-matriculas                   pic 9(03).
           05  filler                               pic x(12) value spaces.

       01  ws-reg-matricula.
           05  wsm-tipo                             pic x(02) value "20".
           05  wsm-escola                           pic 9(08).
           05  wsm-cod                              pic 9(06).
           05  wsm-turma-cod                        pic 9(03).
           05  wsm-turma-nome                       pic x(20).
           05  wsm-serie                            pic 9(02).
           05  wsm-disciplina                       pic x(20).
           05  wsm-ano                              pic 9(04).
           05  filler                               pic x(35) value spaces.

       01  ws-reg-trailer.
           05  wst-tipo                             pic x(02) value "99".
           05  wst-escola                           pic 9(08).
           05  wst-qtd-alunos                       pic 9(06).
           05  wst-qtd-matriculas                   pic 9(06).
           05  wst-qtd-registros                    pic 9(07).
           05  filler                               pic x(71) value spaces.

      *>----Linhas do relatorio de rejeitados
       01  ws-cab1                                 pic x(80)
           value "          CENSO ESCOLAR - ALUNOS REJEITADOS NA EXPORTACAO".

       01  ws-linha-ano.
           05  filler                               pic x(13)
               value "Ano letivo: ".
           05  wsl-ano                              pic 9(04).
           05  filler                               pic x(12)
               value "   Escola: ".
           05  wsl-escola                           pic 9(08).

       01  ws-cab2                                 pic x(80)
           value "   COD ALUNO        MOTIVO".

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(01) value spaces.
           05  wsl-motivo                           pic x(50).

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
           display "Ano letivo do censo (AAAA)    : "
           accept ws-ano-censo

           if ws-ano-censo = zeros then
               display "Ano letivo invalido."
               stop run
           end-if

           display "Codigo da escola (INEP)       : "
           accept ws-escola

           if ws-escola = zeros then
               display "Codigo da escola invalido."
               stop run
           end-if

           accept ws-data-hoje from date yyyymmdd

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               display "Erro ao abrir arqCadAluno: " ws-fs-arqCadAluno
               stop run
           end-if

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

           open output arqCenso
           if ws-fs-arqCenso <> 00 then
               display "Erro ao abrir censoEscolar.txt: " ws-fs-arqCenso
               stop run
           end-if

           open output arqRelatorioCenso
           if ws-fs-arqRelatorioCenso <> 00 then
               display "Erro ao abrir relatorioCensoRejeitados.txt: " ws-fs-arqRelatorioCenso
               stop run
           end-if

           perform carrega-historico

           move ws-escola    to wsc-escola
           move ws-ano-censo to wsc-ano
           move ws-data-hoje to wsc-data-geracao
           move ws-reg-cabecalho to fd-linha-censo
           perform grava-registro-censo

           move ws-escola    to wsa-escola
           move ws-escola    to wsm-escola
           move ws-escola    to wst-escola
           move ws-ano-censo to wsm-ano

           move ws-cab1 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-ano-censo to wsl-ano
           move ws-escola    to wsl-escola
           move ws-linha-ano to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab2 to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega na tabela por cod o ultimo fechamento de cada aluno
      *>  cujo periodo termina no ano do censo
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
               if fdh-cod > 0 and ws-his-ano = ws-ano-censo then
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
                   move fdh-media         to ws-his-media(ws-his-idx)
                   move fdh-perc-presenca to ws-his-perc-presenca(ws-his-idx)
                   move fdh-situacao      to ws-his-situacao(ws-his-idx)
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
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           read arqCadAluno next
           perform until ws-fs-arqCadAluno = 10

               if ws-fs-arqCadAluno <> 00 then
                   display "Erro ao ler arqCadAluno: " ws-fs-arqCadAluno
                   stop run
               end-if

               add 1 to ws-total-alunos
               perform processa-aluno
               read arqCadAluno next
           end-perform

           move ws-total-exportados to wst-qtd-alunos
           move ws-total-matriculas to wst-qtd-matriculas
           compute wst-qtd-registros = ws-total-registros + 1
           move ws-reg-trailer to fd-linha-censo
           perform grava-registro-censo

           perform imprime-total

           display "Censo gravado em censoEscolar.txt"
           move ws-total-exportados to ws-total-edt
           display "Alunos exportados : " ws-total-edt
           move ws-total-rejeitados to ws-total-edt
           display "Alunos rejeitados : " ws-total-edt
           if ws-total-rejeitados > zeros then
               display "Corrija os rejeitados (relatorioCensoRejeitados.txt) e exporte de novo."
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  decide se o aluno entra no censo do ano, valida os campos
      *>  obrigatorios e grava o aluno e as matriculas, ou rejeita
      *>------------------------------------------------------------------------
       processa-aluno section.
      *>   aluno antigo, anterior ao campo de situacao, e ativo
           if fd-situacao = space then
               move "A" to ws-situacao
           else
               move fd-situacao to ws-situacao
           end-if
           if ws-situacao = "t" then
               move "T" to ws-situacao
           end-if
           if ws-situacao = "r" then
               move "R" to ws-situacao
           end-if
           if ws-situacao = "a" then
               move "A" to ws-situacao
           end-if

           perform carrega-matriculas-aluno

      *>   ativo entra sempre (sem turma e motivo de rejeicao);
      *>   transferido ou trancado entra se teve matricula ou se
      *>   saiu dentro do ano do censo
           compute ws-sit-ano = fd-sit-data / 10000
           if ws-situacao = "A"
           or ws-mat-qtd > zeros
           or ws-sit-ano = ws-ano-censo then
               move "S" to ws-no-censo
           else
               move "N" to ws-no-censo
           end-if

           if ws-no-censo = "N" then
               add 1 to ws-total-fora
           else
               perform valida-aluno
               if ws-qtd-erros = zeros then
                   perform grava-aluno-censo
               else
                   add 1 to ws-total-rejeitados
               end-if
           end-if
           .
       processa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda em tabela as matriculas do aluno no ano do censo, com
      *>  o nome e a serie da turma
      *>------------------------------------------------------------------------
       carrega-matriculas-aluno section.
           move zeros to ws-mat-qtd

      *>   a chave da matricula comeca pelo cod do aluno: basta
      *>   posicionar nele e ler enquanto o cod nao mudar
           move fd-cod to fd-mat-cod-aluno
           move zeros  to fd-mat-turma-cod
           start arqMatriculaTurma key is not less than fd-mat-chave

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> fd-cod
                   if fd-mat-ano = ws-ano-censo then
                       add 1 to ws-mat-qtd
                       if ws-mat-qtd <= 20 then
                           move fd-mat-turma-cod  to ws-mat-turma-cod(ws-mat-qtd)
                           move fd-mat-disciplina to ws-mat-disciplina(ws-mat-qtd)

                           move fd-mat-turma-cod to fd-turma-cod
                           read arqTurma
                           if ws-fs-arqTurma = 00 then
                               move fd-turma-nome  to ws-mat-turma-nome(ws-mat-qtd)
                               move fd-turma-serie to ws-mat-serie(ws-mat-qtd)
                           else
                               move spaces to ws-mat-turma-nome(ws-mat-qtd)
                               move zeros  to ws-mat-serie(ws-mat-qtd)
                           end-if
                       end-if
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if
           .
       carrega-matriculas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere os campos obrigatorios do aluno; cada pendencia sai
      *>  numa linha do relatorio de rejeitados
      *>------------------------------------------------------------------------
       valida-aluno section.
           move zeros  to ws-qtd-erros
           move spaces to ws-rendimento

           if fd-endereco = spaces then
               move "endereco em branco" to ws-motivo
               perform imprime-rejeicao
           end-if

           if fd-mae = spaces and fd-pai = spaces then
               move "sem responsavel (mae e pai em branco)" to ws-motivo
               perform imprime-rejeicao
           end-if

           if ws-mat-qtd > 20 then
               move "mais de 20 matriculas no ano" to ws-motivo
               perform imprime-rejeicao
           end-if

           move 1 to ws-mat-idx
           perform until ws-mat-idx > ws-mat-qtd or ws-mat-idx > 20
               if ws-mat-turma-nome(ws-mat-idx) = spaces then
                   move spaces to ws-motivo
                   string "turma " ws-mat-turma-cod(ws-mat-idx)
                          " da matricula nao cadastrada"
                       delimited by size into ws-motivo
                   perform imprime-rejeicao
               end-if
               add 1 to ws-mat-idx
           end-perform

      *>   o rendimento (aprovado/reprovado) so e exigido de quem
      *>   continua ativo; transferido e trancado vao sem rendimento
           move fd-cod to ws-his-cod-busca
           perform busca-historico-aluno

           if ws-situacao = "A" then
               if ws-mat-qtd = zeros then
                   move "aluno ativo sem turma no ano" to ws-motivo
                   perform imprime-rejeicao
               end-if

               if ws-his-idx > ws-his-total then
                   move "aluno ativo sem resultado no historico do ano" to ws-motivo
                   perform imprime-rejeicao
               else
               if ws-his-situacao(ws-his-idx)(1:8) = "Aprovado" then
                   move "A" to ws-rendimento
               else
               if ws-his-situacao(ws-his-idx)(1:9) = "Reprovado" then
                   move "R" to ws-rendimento
               else
                   move spaces to ws-motivo
                   string "resultado nao final: " ws-his-situacao(ws-his-idx)
                       delimited by size into ws-motivo
                   perform imprime-rejeicao
               end-if
               end-if
               end-if
           end-if
           .
       valida-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha de rejeicao do aluno corrente
      *>------------------------------------------------------------------------
       imprime-rejeicao section.
           add 1 to ws-qtd-erros

           move fd-cod    to wsl-cod
           move fd-aluno  to wsl-aluno
           move ws-motivo to wsl-motivo

           move ws-linha-detalhe to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-rejeicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o registro do aluno e os das matriculas dele no ano
      *>------------------------------------------------------------------------
       grava-aluno-censo section.
           add 1 to ws-total-exportados

           move fd-cod          to wsa-cod
           move fd-aluno        to wsa-nome
           move fd-endereco     to wsa-endereco
           move fd-mae          to wsa-mae
           move fd-pai          to wsa-pai
           move ws-situacao     to wsa-situacao
           move ws-rendimento   to wsa-rendimento
           move ws-mat-qtd      to wsa-qtd-matriculas

           if ws-situacao = "A" then
               move zeros       to wsa-sit-data
           else
               move fd-sit-data to wsa-sit-data
           end-if

           if ws-his-idx > ws-his-total then
               move zeros to wsa-media
               move zeros to wsa-perc-presenca
           else
               move ws-his-media(ws-his-idx)         to wsa-media
               move ws-his-perc-presenca(ws-his-idx) to wsa-perc-presenca
           end-if

           move ws-reg-aluno to fd-linha-censo
           perform grava-registro-censo

           move 1 to ws-mat-idx
           perform until ws-mat-idx > ws-mat-qtd
               move fd-cod                         to wsm-cod
               move ws-mat-turma-cod(ws-mat-idx)   to wsm-turma-cod
               move ws-mat-turma-nome(ws-mat-idx)  to wsm-turma-nome
               move ws-mat-serie(ws-mat-idx)       to wsm-serie
               move ws-mat-disciplina(ws-mat-idx)  to wsm-disciplina

               move ws-reg-matricula to fd-linha-censo
               perform grava-registro-censo
               add 1 to ws-total-matriculas
               add 1 to ws-mat-idx
           end-perform
           .
       grava-aluno-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava um registro no arquivo do censo, contando o total
      *>------------------------------------------------------------------------
       grava-registro-censo section.
           write fd-linha-censo

           if ws-fs-arqCenso <> 00 then
               display "Erro ao gravar censoEscolar.txt: " ws-fs-arqCenso
               stop run
           end-if

           add 1 to ws-total-registros
           .
       grava-registro-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava as linhas de totais do relatorio de rejeitados
      *>------------------------------------------------------------------------
       imprime-total section.
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-alunos to ws-total-edt
           move space to ws-linha-total
           string "Total de alunos lidos          : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-exportados to ws-total-edt
           move space to ws-linha-total
           string "Alunos exportados              : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-rejeitados to ws-total-edt
           move space to ws-linha-total
           string "Alunos rejeitados              : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-fora to ws-total-edt
           move space to ws-linha-total
           string "Alunos fora do ano do censo    : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqCadAluno
           close arqTurma
           close arqMatriculaTurma
           close arqCenso
           close arqRelatorioCenso
           stop run
           .
       finaliza-exit.
           exit.
