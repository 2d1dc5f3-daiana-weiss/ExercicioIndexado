      *> Conversao unica de layout, a ser executada na atualizacao do
      *> sistema, antes de qualquer outro programa desta versao:
      *>   - arqCadAluno.dat       77 -> 106 (situacao/data/motivo)
      *>   - arqTurma.dat          43 ->  83 (vagas/professor/horario e
      *>                                      ano letivo/serie/situacao)
      *>   - arqTurma.dat          76 ->  83 (ano letivo/serie/situacao)
      *>   - arqMatriculaTurma.dat 42 ->  52 (nota e marca de recuperacao
      *>                                      e ano letivo/situacao)
      *>   - arqMatriculaTurma.dat 47 ->  52 (ano letivo/situacao)
      *>   - arqAuditoria.dat     184 -> 252 (imagens alargadas e operador)
      *>   - arqCadAluno.dat, arqMatriculaTurma.dat e arqFrequencia.dat
      *>     sem mudanca de layout, regravados para criar os indices
      *>     alternativos (nome do aluno, turma e data da frequencia)
      *>   - cod do aluno de 3 para 6 digitos, mesmo numero com zeros a
      *>     esquerda: arqCadAluno 106 -> 109, arqMatriculaTurma 52 -> 55,
      *>     arqFrequencia 12 -> 15, arqJustificativa 53 -> 56,
      *>     arqControle 6 -> 9, arqAvisoEmitido 12 -> 15,
      *>     arqAuditoria 252 -> 261 (inclusive o cod dentro das imagens),
      *>     arqRecuperacao 136 -> 139, resultadoFinal 28 -> 31,
      *>     historicoResultado 44 -> 47, as quarentenas de matricula
      *>     (quarentenaMatricula 59 -> 62) e de frequencia
      *>     (quarentenaFrequencia 29 -> 32) e os historicos anuais de
      *>     frequencia, auditoria e recuperacao dos anos informados
      *> Os arquivos indexados que nao abrem no layout de uma geracao
      *> (status 39) sao tentados no da geracao seguinte, e pulados
      *> quando ja estiverem no layout novo; na auditoria cada linha e
      *> examinada pelo tamanho, entao linhas antigas e novas podem
      *> conviver no mesmo arquivo; nos demais sequenciais a linha ja
      *> convertida e reconhecida pelos digitos logo apos o cod, e
      *> passa sem alteracao. Turmas e matriculas convertidas
      *> recebem o ano letivo informado na abertura, abertas/cursando.
      *> Faca a descarga (backup) dos arquivos antes de converter.
       environment division.
       configuration section.
           record key is fdan-mat-chave
           file status is ws-fs-arqMatriculaAnt.

           select arqTurmaAnt2 assign to "arqTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fdan2-turma-cod
           file status is ws-fs-arqTurmaAnt2.

           select arqMatriculaAnt2 assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fdan2-mat-chave
           file status is ws-fs-arqMatriculaAnt2.

      *>----Mesmos layouts atuais, ainda sem os indices alternativos
           select arqCadAlunoAnt2 assign to "arqCadAluno.dat"
           organization is indexed
           access mode is sequential
           record key is fdan2-cod
           file status is ws-fs-arqCadAlunoAnt2.

           select arqMatriculaAnt3 assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fdan3-mat-chave
           file status is ws-fs-arqMatriculaAnt3.

           select arqFrequenciaAnt assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
           record key is fdan-freq-chave
           file status is ws-fs-arqFrequenciaAnt.

      *>----Layouts com o cod de 3 digitos, ja com os indices alternativos
           select arqCadAlunoAnt3 assign to "arqCadAluno.dat"
           organization is indexed
           access mode is sequential
           record key is fdan3-cod
           alternate record key is fdan3-aluno with duplicates
           file status is ws-fs-arqCadAlunoAnt3.

           select arqMatriculaAnt4 assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fdan4-mat-chave
           alternate record key is fdan4-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaAnt4.

           select arqFrequenciaAnt2 assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
           record key is fdan2-freq-chave
           alternate record key is fdan2-freq-data with duplicates
           file status is ws-fs-arqFrequenciaAnt2.

           select arqJustificativaAnt assign to "arqJustificativa.dat"
           organization is indexed
           access mode is sequential
           record key is fdan-jus-chave
           file status is ws-fs-arqJustificativaAnt.

           select arqControleAnt assign to "arqControle.dat"
           organization is indexed
           access mode is sequential
           record key is fdan-ctl-chave
           file status is ws-fs-arqControleAnt.

           select arqAvisoEmitidoAnt assign to "arqAvisoEmitido.dat"
           organization is indexed
           access mode is sequential
           record key is fdan-avi-chave
           file status is ws-fs-arqAvisoEmitidoAnt.

      *>----Auditoria viva ou historico anual, conforme o nome montado
           select optional arqAuditoriaAnt assign to dynamic ws-nome-auditoria
           organization is line sequential
           file status is ws-fs-arqAuditoriaAnt.

           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

           select arqJustificativa assign to "arqJustificativa.dat"
           organization is indexed
           access mode is sequential
           record key is fd-jus-chave
           file status is ws-fs-arqJustificativa.

           select arqControle assign to "arqControle.dat"
           organization is indexed
           access mode is sequential
           record key is fd-ctl-chave
           file status is ws-fs-arqControle.

           select arqAvisoEmitido assign to "arqAvisoEmitido.dat"
           organization is indexed
           access mode is sequential
           record key is fd-avi-chave
           file status is ws-fs-arqAvisoEmitido.

           select optional arqAuditoria assign to dynamic ws-nome-auditoria
           organization is line sequential
           file status is ws-fs-arqAuditoria.

      *>----Demais sequenciais com o cod do aluno (resultado, historico,
      *>----copias de exclusao e historicos anuais), um de cada vez
           select optional arqSequencial assign to dynamic ws-nome-sequencial
           organization is line sequential
           file status is ws-fs-arqSequencial.

      *>----Temporario da conversao, um arquivo por vez
           select arqTmpConversao assign to "converteLayout.tmp"
           organization is line sequential
           05  fdan-mat-disciplina                  pic x(20).
           05  fdan-mat-notas                       pic x(16).

      *>----Cadastro de turmas no layout de 76 bytes (sem ano letivo)
       fd arqTurmaAnt2.
       01  fd-turma-ant2.
           05  fdan2-turma-cod                      pic 9(03).
           05  fdan2-turma-dados                    pic x(73).

      *>----Matriculas no layout de 47 bytes (sem ano letivo)
       fd arqMatriculaAnt2.
       01  fd-matricula-ant2.
           05  fdan2-mat-chave.
               10 fdan2-mat-cod-aluno               pic 9(03).
               10 fdan2-mat-turma-cod               pic 9(03).
           05  fdan2-mat-dados                      pic x(41).

      *>----Cadastro de alunos no layout de 106 bytes, sem o indice
      *>----alternativo por nome
       fd arqCadAlunoAnt2.
       01  fd-alunos-ant2.
           05  fdan2-cod                            pic 9(03).
           05  fdan2-dados                          pic x(103).

      *>----Matriculas no layout de 52 bytes, sem o indice alternativo
      *>----por turma
       fd arqMatriculaAnt3.
       01  fd-matricula-ant3.
           05  fdan3-mat-chave.
               10 fdan3-mat-cod-aluno               pic 9(03).
               10 fdan3-mat-turma-cod               pic 9(03).
           05  fdan3-mat-dados                      pic x(46).

      *>----Frequencia sem o indice alternativo por data
       fd arqFrequenciaAnt.
       01  fd-frequencia-ant.
           05  fdan-freq-chave.
               10 fdan-freq-cod-aluno               pic 9(03).
               10 fdan-freq-data                    pic 9(08).
           05  fdan-freq-presente                   pic x(01).

      *>----Cadastro de alunos com cod de 3 digitos (106 bytes)
       fd arqCadAlunoAnt3.
       01  fd-alunos-ant3.
           05  fdan3-cod                            pic 9(03).
           05  fdan3-aluno                          pic x(12).
           05  fdan3-resto                          pic x(91).

      *>----Matriculas com cod de aluno de 3 digitos (52 bytes)
       fd arqMatriculaAnt4.
       01  fd-matricula-ant4.
           05  fdan4-mat-chave.
               10 fdan4-mat-cod-aluno               pic 9(03).
               10 fdan4-mat-turma-cod               pic 9(03).
           05  fdan4-mat-dados                      pic x(46).

      *>----Frequencia com cod de aluno de 3 digitos (12 bytes)
       fd arqFrequenciaAnt2.
       01  fd-frequencia-ant2.
           05  fdan2-freq-chave.
               10 fdan2-freq-cod-aluno              pic 9(03).
               10 fdan2-freq-data                   pic 9(08).
           05  fdan2-freq-presente                  pic x(01).

      *>----Justificativas com cod de aluno de 3 digitos (53 bytes)
       fd arqJustificativaAnt.
       01  fd-justificativa-ant.
           05  fdan-jus-chave.
               10 fdan-jus-cod-aluno                pic 9(03).
               10 fdan-jus-data-inicial             pic 9(08).
           05  fdan-jus-dados                       pic x(42).

      *>----Controle com o ultimo cod de 3 digitos (6 bytes)
       fd arqControleAnt.
       01  fd-controle-ant.
           05  fdan-ctl-chave                       pic x(03).
           05  fdan-ctl-ultimo-cod                  pic 9(03).

      *>----Avisos emitidos com cod de aluno de 3 digitos (12 bytes)
       fd arqAvisoEmitidoAnt.
       01  fd-aviso-emitido-ant.
           05  fdan-avi-chave.
               10 fdan-avi-cod-aluno                pic 9(03).
               10 fdan-avi-tipo                     pic x(01).
           05  fdan-avi-data                        pic 9(08).

      *>----Auditoria lida linha a linha, com o tamanho real de cada
      *>----linha: ate 184 bytes e o layout antigo, ate 252 o de cod
      *>----com 3 digitos, acima ja e o novo
       fd arqAuditoriaAnt
           record is varying in size from 1 to 261
           depending on ws-aud-tamanho.
       01  fd-linha-aud-ant                        pic x(261).

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
               10 fd-freq-data                      pic 9(08).
           05  fd-freq-presente                     pic x(01).

      *>----Registro de auditoria (antes/depois) das gravacoes em arqCadAluno
       fd arqAuditoria.
       01  fd-reg-auditoria.
           05  fda-data-hora                        pic x(17).
           05  fda-operacao                         pic x(10).
           05  fda-cod                              pic 9(06).
           05  fda-antes                            pic x(109).
           05  fda-depois                           pic x(109).
           05  fda-operador                         pic x(10).

      *>----Periodos de faltas justificadas (abonadas) de cada aluno
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

      *>----Controle do ultimo cod de aluno utilizado (e do bimestre)
       fd arqControle.
       01  fd-controle.
           05  fd-ctl-chave                        pic x(03).
           05  fd-ctl-ultimo-cod                    pic 9(06).

      *>----Avisos de faltas ja emitidos por aluno e tipo
       fd arqAvisoEmitido.
       01  fd-aviso-emitido.
           05  fd-avi-chave.
               10 fd-avi-cod-aluno                  pic 9(06).
               10 fd-avi-tipo                       pic x(01).
           05  fd-avi-data                          pic 9(08).

      *>----Sequencial lido com o tamanho real de cada linha
       fd arqSequencial
           record is varying in size from 1 to 261
           depending on ws-seq-tamanho.
       01  fd-linha-seq                            pic x(261).

       fd arqTmpConversao.
       01  fd-linha-tmp                            pic x(261).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqCadAlunoAnt                    pic 9(02).
       77  ws-fs-arqTurmaAnt                       pic 9(02).
       77  ws-fs-arqMatriculaAnt                   pic 9(02).
       77  ws-fs-arqTurmaAnt2                      pic 9(02).
       77  ws-fs-arqMatriculaAnt2                  pic 9(02).
       77  ws-fs-arqCadAlunoAnt2                   pic 9(02).
       77  ws-fs-arqMatriculaAnt3                  pic 9(02).
       77  ws-fs-arqFrequenciaAnt                  pic 9(02).
       77  ws-fs-arqCadAlunoAnt3                   pic 9(02).
       77  ws-fs-arqMatriculaAnt4                  pic 9(02).
       77  ws-fs-arqFrequenciaAnt2                 pic 9(02).
       77  ws-fs-arqJustificativaAnt               pic 9(02).
       77  ws-fs-arqControleAnt                    pic 9(02).
       77  ws-fs-arqAvisoEmitidoAnt                pic 9(02).
       77  ws-fs-arqAuditoriaAnt                   pic 9(02).
       77  ws-fs-arqCadAluno                       pic 9(02).
       77  ws-fs-arqTurma                          pic 9(02).
       77  ws-fs-arqMatriculaTurma                 pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqJustificativa                  pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqAvisoEmitido                   pic 9(02).
       77  ws-fs-arqSequencial                     pic 9(02).
       77  ws-fs-arqTmpConversao                   pic 9(02).

       77  ws-confirma                             pic x(01).

      *>----Ano letivo gravado nas turmas e matriculas convertidas
       77  ws-ano-conversao                        pic 9(04).

      *>----Anos dos historicos anuais a converter (0 = nenhum)
       77  ws-ano-hist-inicial                     pic 9(04).
       77  ws-ano-hist-final                       pic 9(04).
       77  ws-ano-hist                             pic 9(04).

      *>----Nomes dos sequenciais convertidos, montados a cada arquivo
       77  ws-nome-auditoria                       pic x(30).
       77  ws-nome-sequencial                      pic x(30).

      *>----Tamanho real da linha de auditoria lida
       77  ws-aud-tamanho                          pic 9(03).

      *>----Linha do sequencial: posicao do cod na linha e trecho logo
      *>----apos o cod de 3 digitos, que numa linha ja convertida e
      *>----formado pelos ultimos digitos do cod novo
       77  ws-seq-tamanho                          pic 9(03).
       77  ws-seq-pos-cod                          pic 9(03).
       77  ws-seq-pos-teste                        pic 9(03).
       77  ws-seq-tam-teste                        pic 9(03).
       77  ws-total-alterados                      pic 9(07).
       77  ws-seq-antiga                           pic x(261).
       77  ws-seq-nova                             pic x(261).

      *>----Imagem da linha antiga de auditoria, aberta nos campos do
      *>----layout de 184 bytes para a remontagem
       01  ws-aud-antiga.
           05  wsaa-antes                           pic x(77).
           05  wsaa-depois                          pic x(77).

      *>----Linha de auditoria no layout de 252 bytes (cod de 3 digitos)
       01  ws-aud-3dig.
           05  wsa3-data-hora                       pic x(17).
           05  wsa3-operacao                        pic x(10).
           05  wsa3-cod                             pic x(03).
           05  wsa3-antes                           pic x(106).
           05  wsa3-depois                          pic x(106).
           05  wsa3-operador                        pic x(10).

      *>----Imagem antes/depois: todo registro auditado comeca pelo cod
      *>----do aluno (cadastro ou justificativa)
       01  ws-img-antiga.
           05  wsia-cod                             pic x(03).
           05  wsia-resto                           pic x(103).

       01  ws-img-nova.
           05  wsin-cod                             pic 9(06).
           05  wsin-resto                           pic x(103).

       77  ws-total-lidos                          pic 9(07).
       77  ws-total-gravados                       pic 9(07).
       77  ws-total-edt                            pic zzzzzz9.
               display "Conversao cancelada, nada foi alterado."
               stop run
           end-if

           display "Ano letivo das turmas e matriculas atuais (AAAA): "
           accept ws-ano-conversao

           display "Historicos anuais (historicoFrequencia/Auditoria/"
           display "Recuperacao AAAA.dat) tambem tem o cod do aluno."
           display "Primeiro ano a converter (AAAA, 0 = nenhum): "
           accept ws-ano-hist-inicial

           if ws-ano-hist-inicial > 0 then
               display "Ultimo ano a converter (AAAA): "
               accept ws-ano-hist-final
               if ws-ano-hist-final < ws-ano-hist-inicial then
                   move ws-ano-hist-inicial to ws-ano-hist-final
               end-if
           end-if
           .
       inicializa-exit.
           exit.
           perform converte-cadaluno
           perform converte-turma
           perform converte-matricula
           perform converte-frequencia
           perform converte-justificativa
           perform converte-controle
           perform converte-aviso-emitido

           move "arqAuditoria.dat" to ws-nome-auditoria
           perform converte-auditoria

           perform converte-sequenciais
           perform converte-historicos-anuais

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  converte arqCadAluno.dat: copia os registros antigos para o
      *>  temporario ja no layout novo (situacao em branco = ativo) e
      *>  regrava o arquivo indexado por cima; arquivo que nao abre no
      *>  layout de 77 bytes segue para a regravacao com os indices
      *>------------------------------------------------------------------------
       converte-cadaluno section.
           open input arqCadAlunoAnt
               display "arqCadAluno.dat inexistente, nada a converter."
           else
           if ws-fs-arqCadAlunoAnt = 39 then
               perform converte-cadaluno-v2
           else
           if ws-fs-arqCadAlunoAnt <> 00 then
               display "Erro ao abrir arqCadAluno.dat: " ws-fs-arqCadAlunoAnt
       converte-cadaluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava arqCadAluno.dat do layout de 106 bytes sem o indice
      *>  alternativo por nome, ja com o cod de 6 digitos; arquivo que
      *>  ja tem o indice segue para a conversao do cod
      *>------------------------------------------------------------------------
       converte-cadaluno-v2 section.
           open input arqCadAlunoAnt2

           if ws-fs-arqCadAlunoAnt2 = 39 then
               perform converte-cadaluno-v3
           else
           if ws-fs-arqCadAlunoAnt2 <> 00 then
               display "Erro ao abrir arqCadAluno.dat: " ws-fs-arqCadAlunoAnt2
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqCadAlunoAnt2 next
               perform until ws-fs-arqCadAlunoAnt2 <> 00
                   move spaces             to fd-alunos
                   move fdan2-cod          to fd-cod
                   move fdan2-dados        to fd-alunos(7:103)

                   move spaces             to fd-linha-tmp
                   move fd-alunos          to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqCadAlunoAnt2 next
               end-perform

               if ws-fs-arqCadAlunoAnt2 <> 10 then
                   display "Erro ao ler arqCadAluno.dat: " ws-fs-arqCadAlunoAnt2
                   stop run
               end-if

               close arqCadAlunoAnt2
               close arqTmpConversao

               open output arqCadAluno
               if ws-fs-arqCadAluno <> 00 then
                   display "Erro ao recriar arqCadAluno.dat: " ws-fs-arqCadAluno
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-alunos
                   write fd-alunos

                   if ws-fs-arqCadAluno <> 00 then
                       display "Erro ao gravar arqCadAluno.dat: " ws-fs-arqCadAluno
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqCadAluno

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqCadAluno.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqCadAluno.dat       convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-cadaluno-v2-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqTurma.dat: vagas zeradas (sem limite), professor
      *>  e horario em branco; arquivo que nao abre no layout de 43
      *>  bytes segue para a conversao do layout de 76 bytes
      *>------------------------------------------------------------------------
       converte-turma section.
           open input arqTurmaAnt
               display "arqTurma.dat inexistente, nada a converter."
           else
           if ws-fs-arqTurmaAnt = 39 then
               perform converte-turma-v2
           else
           if ws-fs-arqTurmaAnt <> 00 then
               display "Erro ao abrir arqTurma.dat: " ws-fs-arqTurmaAnt
                   move zeros                 to fd-turma-vagas
                   move spaces                to fd-turma-professor
                   move spaces                to fd-turma-horario
                   move ws-ano-conversao      to fd-turma-ano
                   move zeros                 to fd-turma-serie
                   move "A"                   to fd-turma-situacao

                   move spaces   to fd-linha-tmp
                   move fd-turma to fd-linha-tmp
       converte-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqTurma.dat do layout de 76 bytes: a turma recebe o
      *>  ano letivo informado, sem seriacao e aberta
      *>------------------------------------------------------------------------
       converte-turma-v2 section.
           open input arqTurmaAnt2

           if ws-fs-arqTurmaAnt2 = 39 then
               display "arqTurma.dat ja no layout novo, pulado."
           else
           if ws-fs-arqTurmaAnt2 <> 00 then
               display "Erro ao abrir arqTurma.dat: " ws-fs-arqTurmaAnt2
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqTurmaAnt2 next
               perform until ws-fs-arqTurmaAnt2 <> 00
                   move spaces             to fd-turma
                   move fd-turma-ant2      to fd-turma(1:76)
                   move ws-ano-conversao   to fd-turma-ano
                   move zeros              to fd-turma-serie
                   move "A"                to fd-turma-situacao

                   move spaces   to fd-linha-tmp
                   move fd-turma to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqTurmaAnt2 next
               end-perform

               if ws-fs-arqTurmaAnt2 <> 10 then
                   display "Erro ao ler arqTurma.dat: " ws-fs-arqTurmaAnt2
                   stop run
               end-if

               close arqTurmaAnt2
               close arqTmpConversao

               open output arqTurma
               if ws-fs-arqTurma <> 00 then
                   display "Erro ao recriar arqTurma.dat: " ws-fs-arqTurma
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-turma
                   write fd-turma

                   if ws-fs-arqTurma <> 00 then
                       display "Erro ao gravar arqTurma.dat: " ws-fs-arqTurma
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqTurma

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqTurma.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqTurma.dat          convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-turma-v2-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqMatriculaTurma.dat: nota de recuperacao zerada e
      *>  sem marca de lancamento; arquivo que nao abre no layout de 42
      *>  bytes segue para a conversao do layout de 47 bytes
      *>------------------------------------------------------------------------
       converte-matricula section.
           open input arqMatriculaAnt
               display "arqMatriculaTurma.dat inexistente, nada a converter."
           else
           if ws-fs-arqMatriculaAnt = 39 then
               perform converte-matricula-v2
           else
           if ws-fs-arqMatriculaAnt <> 00 then
               display "Erro ao abrir arqMatriculaTurma.dat: " ws-fs-arqMatriculaAnt
                   move fdan-mat-notas       to fd-mat-notas
                   move zeros                to fd-mat-nota-rec
                   move space                to fd-mat-rec-lancada
                   move ws-ano-conversao     to fd-mat-ano
                   move "A"                  to fd-mat-situacao

                   move spaces             to fd-linha-tmp
                   move fd-matricula-turma to fd-linha-tmp
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqMatriculaTurma.dat do layout de 47 bytes: a
      *>  matricula recebe o ano letivo informado, cursando; arquivo
      *>  que nao abre nesse layout segue para a regravacao com os
      *>  indices
      *>------------------------------------------------------------------------
       converte-matricula-v2 section.
           open input arqMatriculaAnt2

           if ws-fs-arqMatriculaAnt2 = 39 then
               perform converte-matricula-v3
           else
           if ws-fs-arqMatriculaAnt2 <> 00 then
               display "Erro ao abrir arqMatriculaTurma.dat: " ws-fs-arqMatriculaAnt2
               stop run
           else
               open output arqTmpConversao

               move zeros to ws-total-lidos

               read arqMatriculaAnt2 next
               perform until ws-fs-arqMatriculaAnt2 <> 00
                   move spaces             to fd-matricula-turma
                   move fdan2-mat-cod-aluno to fd-mat-cod-aluno
                   move fdan2-mat-turma-cod to fd-mat-turma-cod
                   move fdan2-mat-dados    to fd-matricula-turma(10:41)
                   move ws-ano-conversao   to fd-mat-ano
                   move "A"                to fd-mat-situacao

                   move spaces             to fd-linha-tmp
                   move fd-matricula-turma to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                   end-if

                   add 1 to ws-total-lidos
                   read arqMatriculaAnt2 next
               end-perform

               if ws-fs-arqMatriculaAnt2 <> 10 then
                   display "Erro ao ler arqMatriculaTurma.dat: " ws-fs-arqMatriculaAnt2
                   stop run
               end-if

               close arqMatriculaAnt2
               close arqTmpConversao

               open output arqMatriculaTurma
               if ws-fs-arqMatriculaTurma <> 00 then
                   display "Erro ao recriar arqMatriculaTurma.dat: " ws-fs-arqMatriculaTurma
                   stop run
               end-if


               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-matricula-turma
                   write fd-matricula-turma

                   if ws-fs-arqMatriculaTurma <> 00 then
                       display "Erro ao gravar arqMatriculaTurma.dat: " ws-fs-arqMatriculaTurma
                       stop run
                   end-if

               end-perform

               close arqTmpConversao
               close arqMatriculaTurma

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqMatriculaTurma.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqMatriculaTurma.dat convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-matricula-v2-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava arqMatriculaTurma.dat do layout de 52 bytes sem o
      *>  indice alternativo por turma, ja com o cod de 6 digitos;
      *>  arquivo que ja tem o indice segue para a conversao do cod
      *>------------------------------------------------------------------------
       converte-matricula-v3 section.
           open input arqMatriculaAnt3

           if ws-fs-arqMatriculaAnt3 = 39 then
               perform converte-matricula-v4
           else
           if ws-fs-arqMatriculaAnt3 <> 00 then
               display "Erro ao abrir arqMatriculaTurma.dat: " ws-fs-arqMatriculaAnt3
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqMatriculaAnt3 next
               perform until ws-fs-arqMatriculaAnt3 <> 00
                   move spaces             to fd-matricula-turma
                   move fdan3-mat-cod-aluno to fd-mat-cod-aluno
                   move fdan3-mat-turma-cod to fd-mat-turma-cod
                   move fdan3-mat-dados    to fd-matricula-turma(10:46)

                   move spaces             to fd-linha-tmp
                   move fd-matricula-turma to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqMatriculaAnt3 next
               end-perform

               if ws-fs-arqMatriculaAnt3 <> 10 then
                   display "Erro ao ler arqMatriculaTurma.dat: " ws-fs-arqMatriculaAnt3
                   stop run
               end-if

               close arqMatriculaAnt3
               close arqTmpConversao

               open output arqMatriculaTurma
               if ws-fs-arqMatriculaTurma <> 00 then
                   display "Erro ao recriar arqMatriculaTurma.dat: " ws-fs-arqMatriculaTurma
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-matricula-turma
                   write fd-matricula-turma

                   if ws-fs-arqMatriculaTurma <> 00 then
                       display "Erro ao gravar arqMatriculaTurma.dat: " ws-fs-arqMatriculaTurma
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqMatriculaTurma

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqMatriculaTurma.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqMatriculaTurma.dat convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-matricula-v3-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava arqFrequencia.dat sem o indice alternativo por data,
      *>  ja com o cod de 6 digitos; arquivo que ja tem o indice segue
      *>  para a conversao do cod
      *>------------------------------------------------------------------------
       converte-frequencia section.
           open input arqFrequenciaAnt

           if ws-fs-arqFrequenciaAnt = 35 then
               display "arqFrequencia.dat inexistente, nada a converter."
           else
           if ws-fs-arqFrequenciaAnt = 39 then
               perform converte-frequencia-v2
           else
           if ws-fs-arqFrequenciaAnt <> 00 then
               display "Erro ao abrir arqFrequencia.dat: " ws-fs-arqFrequenciaAnt
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqFrequenciaAnt next
               perform until ws-fs-arqFrequenciaAnt <> 00
                   move fdan-freq-cod-aluno to fd-freq-cod-aluno
                   move fdan-freq-data     to fd-freq-data
                   move fdan-freq-presente to fd-freq-presente

                   move spaces             to fd-linha-tmp
                   move fd-frequencia      to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqFrequenciaAnt next
               end-perform

               if ws-fs-arqFrequenciaAnt <> 10 then
                   display "Erro ao ler arqFrequencia.dat: " ws-fs-arqFrequenciaAnt
                   stop run
               end-if

               close arqFrequenciaAnt
               close arqTmpConversao

               open output arqFrequencia
               if ws-fs-arqFrequencia <> 00 then
                   display "Erro ao recriar arqFrequencia.dat: " ws-fs-arqFrequencia
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-frequencia
                   write fd-frequencia

                   if ws-fs-arqFrequencia <> 00 then
                       display "Erro ao gravar arqFrequencia.dat: " ws-fs-arqFrequencia
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqFrequencia

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqFrequencia.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqFrequencia.dat     convertido: " ws-total-edt " registros"
           end-if
           end-if
           end-if
           .
       converte-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqCadAluno.dat do cod de 3 para 6 digitos: o numero do
      *>  aluno nao muda, ganha apenas os zeros a esquerda
      *>------------------------------------------------------------------------
       converte-cadaluno-v3 section.
           open input arqCadAlunoAnt3

           if ws-fs-arqCadAlunoAnt3 = 39 then
               display "arqCadAluno.dat ja no layout novo, pulado."
           else
           if ws-fs-arqCadAlunoAnt3 <> 00 then
               display "Erro ao abrir arqCadAluno.dat: " ws-fs-arqCadAlunoAnt3
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqCadAlunoAnt3 next
               perform until ws-fs-arqCadAlunoAnt3 <> 00
                   move spaces             to fd-alunos
                   move fdan3-cod          to fd-cod
                   move fdan3-aluno        to fd-aluno
                   move fdan3-resto        to fd-alunos(19:91)

                   move spaces             to fd-linha-tmp
                   move fd-alunos          to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqCadAlunoAnt3 next
               end-perform

               if ws-fs-arqCadAlunoAnt3 <> 10 then
                   display "Erro ao ler arqCadAluno.dat: " ws-fs-arqCadAlunoAnt3
                   stop run
               end-if

               close arqCadAlunoAnt3
               close arqTmpConversao

               open output arqCadAluno
               if ws-fs-arqCadAluno <> 00 then
                   display "Erro ao recriar arqCadAluno.dat: " ws-fs-arqCadAluno
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-alunos
                   write fd-alunos

                   if ws-fs-arqCadAluno <> 00 then
                       display "Erro ao gravar arqCadAluno.dat: " ws-fs-arqCadAluno
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqCadAluno

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqCadAluno.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqCadAluno.dat       convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-cadaluno-v3-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqMatriculaTurma.dat do cod de aluno de 3 para 6
      *>  digitos, mantendo turma, notas e situacao
      *>------------------------------------------------------------------------
       converte-matricula-v4 section.
           open input arqMatriculaAnt4

           if ws-fs-arqMatriculaAnt4 = 39 then
               display "arqMatriculaTurma.dat ja no layout novo, pulado."
           else
           if ws-fs-arqMatriculaAnt4 <> 00 then
               display "Erro ao abrir arqMatriculaTurma.dat: " ws-fs-arqMatriculaAnt4
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqMatriculaAnt4 next
               perform until ws-fs-arqMatriculaAnt4 <> 00
                   move spaces             to fd-matricula-turma
                   move fdan4-mat-cod-aluno to fd-mat-cod-aluno
                   move fdan4-mat-turma-cod to fd-mat-turma-cod
                   move fdan4-mat-dados    to fd-matricula-turma(10:46)

                   move spaces             to fd-linha-tmp
                   move fd-matricula-turma to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqMatriculaAnt4 next
               end-perform

               if ws-fs-arqMatriculaAnt4 <> 10 then
                   display "Erro ao ler arqMatriculaTurma.dat: " ws-fs-arqMatriculaAnt4
                   stop run
               end-if

               close arqMatriculaAnt4
               close arqTmpConversao

               open output arqMatriculaTurma
               if ws-fs-arqMatriculaTurma <> 00 then
                   display "Erro ao recriar arqMatriculaTurma.dat: " ws-fs-arqMatriculaTurma
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-matricula-turma
                   write fd-matricula-turma

                   if ws-fs-arqMatriculaTurma <> 00 then
                       display "Erro ao gravar arqMatriculaTurma.dat: " ws-fs-arqMatriculaTurma
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqMatriculaTurma

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqMatriculaTurma.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqMatriculaTurma.dat convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-matricula-v4-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqFrequencia.dat do cod de aluno de 3 para 6 digitos
      *>------------------------------------------------------------------------
       converte-frequencia-v2 section.
           open input arqFrequenciaAnt2

           if ws-fs-arqFrequenciaAnt2 = 39 then
               display "arqFrequencia.dat ja no layout novo, pulado."
           else
           if ws-fs-arqFrequenciaAnt2 <> 00 then
               display "Erro ao abrir arqFrequencia.dat: " ws-fs-arqFrequenciaAnt2
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqFrequenciaAnt2 next
               perform until ws-fs-arqFrequenciaAnt2 <> 00
                   move fdan2-freq-cod-aluno to fd-freq-cod-aluno
                   move fdan2-freq-data    to fd-freq-data
                   move fdan2-freq-presente to fd-freq-presente

                   move spaces             to fd-linha-tmp
                   move fd-frequencia      to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqFrequenciaAnt2 next
               end-perform

               if ws-fs-arqFrequenciaAnt2 <> 10 then
                   display "Erro ao ler arqFrequencia.dat: " ws-fs-arqFrequenciaAnt2
                   stop run
               end-if

               close arqFrequenciaAnt2
               close arqTmpConversao

               open output arqFrequencia
               if ws-fs-arqFrequencia <> 00 then
                   display "Erro ao recriar arqFrequencia.dat: " ws-fs-arqFrequencia
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-frequencia
                   write fd-frequencia

                   if ws-fs-arqFrequencia <> 00 then
                       display "Erro ao gravar arqFrequencia.dat: " ws-fs-arqFrequencia
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqFrequencia

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqFrequencia.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqFrequencia.dat     convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-frequencia-v2-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqJustificativa.dat do cod de aluno de 3 para 6
      *>  digitos, mantendo os periodos abonados
      *>------------------------------------------------------------------------
       converte-justificativa section.
           open input arqJustificativaAnt

           if ws-fs-arqJustificativaAnt = 35 then
               display "arqJustificativa.dat inexistente, nada a converter."
           else
           if ws-fs-arqJustificativaAnt = 39 then
               display "arqJustificativa.dat ja no layout novo, pulado."
           else
           if ws-fs-arqJustificativaAnt <> 00 then
               display "Erro ao abrir arqJustificativa.dat: " ws-fs-arqJustificativaAnt
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqJustificativaAnt next
               perform until ws-fs-arqJustificativaAnt <> 00
                   move spaces             to fd-justificativa
                   move fdan-jus-cod-aluno to fd-jus-cod-aluno
                   move fdan-jus-data-inicial to fd-jus-data-inicial
                   move fdan-jus-dados     to fd-justificativa(15:42)

                   move spaces             to fd-linha-tmp
                   move fd-justificativa   to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqJustificativaAnt next
               end-perform

               if ws-fs-arqJustificativaAnt <> 10 then
                   display "Erro ao ler arqJustificativa.dat: " ws-fs-arqJustificativaAnt
                   stop run
               end-if

               close arqJustificativaAnt
               close arqTmpConversao

               open output arqJustificativa
               if ws-fs-arqJustificativa <> 00 then
                   display "Erro ao recriar arqJustificativa.dat: " ws-fs-arqJustificativa
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-justificativa
                   write fd-justificativa

                   if ws-fs-arqJustificativa <> 00 then
                       display "Erro ao gravar arqJustificativa.dat: " ws-fs-arqJustificativa
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqJustificativa

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqJustificativa.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqJustificativa.dat  convertido: " ws-total-edt " registros"
           end-if
           end-if
           end-if
           .
       converte-justificativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqControle.dat: o ultimo cod utilizado passa a ter 6
      *>  digitos (o registro do bimestre aberto vem junto, sem mudanca)
      *>------------------------------------------------------------------------
       converte-controle section.
           open input arqControleAnt

           if ws-fs-arqControleAnt = 35 then
               display "arqControle.dat inexistente, nada a converter."
           else
           if ws-fs-arqControleAnt = 39 then
               display "arqControle.dat ja no layout novo, pulado."
           else
           if ws-fs-arqControleAnt <> 00 then
               display "Erro ao abrir arqControle.dat: " ws-fs-arqControleAnt
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqControleAnt next
               perform until ws-fs-arqControleAnt <> 00
                   move fdan-ctl-chave      to fd-ctl-chave
                   move fdan-ctl-ultimo-cod to fd-ctl-ultimo-cod

                   move spaces             to fd-linha-tmp
                   move fd-controle        to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqControleAnt next
               end-perform

               if ws-fs-arqControleAnt <> 10 then
                   display "Erro ao ler arqControle.dat: " ws-fs-arqControleAnt
                   stop run
               end-if

               close arqControleAnt
               close arqTmpConversao

               open output arqControle
               if ws-fs-arqControle <> 00 then
                   display "Erro ao recriar arqControle.dat: " ws-fs-arqControle
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-controle
                   write fd-controle

                   if ws-fs-arqControle <> 00 then
                       display "Erro ao gravar arqControle.dat: " ws-fs-arqControle
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqControle

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqControle.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqControle.dat       convertido: " ws-total-edt " registros"
           end-if
           end-if
           end-if
           .
       converte-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte arqAvisoEmitido.dat do cod de aluno de 3 para 6
      *>  digitos, para os avisos ja emitidos nao sairem de novo
      *>------------------------------------------------------------------------
       converte-aviso-emitido section.
           open input arqAvisoEmitidoAnt

           if ws-fs-arqAvisoEmitidoAnt = 35 then
               display "arqAvisoEmitido.dat inexistente, nada a converter."
           else
           if ws-fs-arqAvisoEmitidoAnt = 39 then
               display "arqAvisoEmitido.dat ja no layout novo, pulado."
           else
           if ws-fs-arqAvisoEmitidoAnt <> 00 then
               display "Erro ao abrir arqAvisoEmitido.dat: " ws-fs-arqAvisoEmitidoAnt
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqAvisoEmitidoAnt next
               perform until ws-fs-arqAvisoEmitidoAnt <> 00
                   move fdan-avi-cod-aluno  to fd-avi-cod-aluno
                   move fdan-avi-tipo       to fd-avi-tipo
                   move fdan-avi-data       to fd-avi-data

                   move spaces             to fd-linha-tmp
                   move fd-aviso-emitido   to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqAvisoEmitidoAnt next
               end-perform

               if ws-fs-arqAvisoEmitidoAnt <> 10 then
                   display "Erro ao ler arqAvisoEmitido.dat: " ws-fs-arqAvisoEmitidoAnt
                   stop run
               end-if

               close arqAvisoEmitidoAnt
               close arqTmpConversao

               open output arqAvisoEmitido
               if ws-fs-arqAvisoEmitido <> 00 then
                   display "Erro ao recriar arqAvisoEmitido.dat: " ws-fs-arqAvisoEmitido
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-aviso-emitido
                   write fd-aviso-emitido

                   if ws-fs-arqAvisoEmitido <> 00 then
                       display "Erro ao gravar arqAvisoEmitido.dat: " ws-fs-arqAvisoEmitido
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqAvisoEmitido

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em arqAvisoEmitido.dat!"
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display "arqAvisoEmitido.dat   convertido: " ws-total-edt " registros"
           end-if
           end-if
           end-if
           .
       converte-aviso-emitido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte a auditoria de nome ws-nome-auditoria (a viva ou um
      *>  historico anual): as imagens antes/depois cresceram no meio
      *>  do registro, entao cada linha antiga (ate 252 bytes) e
      *>  remontada campo a campo no layout novo; linha ja no layout
      *>  novo passa sem alteracao - os tamanhos podem conviver
      *>------------------------------------------------------------------------
       converte-auditoria section.
           open input arqAuditoriaAnt

           if ws-fs-arqAuditoriaAnt = 35 or ws-fs-arqAuditoriaAnt = 05 then
               display ws-nome-auditoria " inexistente, nada a converter."
               close arqAuditoriaAnt
           else
           if ws-fs-arqAuditoriaAnt <> 00 then
               display "Erro ao abrir " ws-nome-auditoria ": " ws-fs-arqAuditoriaAnt
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos

               read arqAuditoriaAnt
               perform until ws-fs-arqAuditoriaAnt <> 00
                   perform remonta-linha-auditoria

                   move fd-reg-auditoria to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqAuditoriaAnt
               end-perform

               if ws-fs-arqAuditoriaAnt <> 10 then
                   display "Erro ao ler " ws-nome-auditoria ": " ws-fs-arqAuditoriaAnt
                   stop run
               end-if

               close arqAuditoriaAnt
               close arqTmpConversao

               open output arqAuditoria
               if ws-fs-arqAuditoria <> 00 then
                   display "Erro ao recriar " ws-nome-auditoria ": " ws-fs-arqAuditoria
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-reg-auditoria
                   write fd-reg-auditoria

                   if ws-fs-arqAuditoria <> 00 then
                       display "Erro ao gravar " ws-nome-auditoria ": " ws-fs-arqAuditoria
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqAuditoria

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em " ws-nome-auditoria
                   stop run
               end-if

               move ws-total-gravados to ws-total-edt
               display ws-nome-auditoria " convertido: " ws-total-edt " registros"
           end-if
           end-if
           .
       converte-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  remonta em fd-reg-auditoria a linha de auditoria corrente:
      *>  linha antiga (ate 184 bytes) tem as imagens de 77 bytes nos
      *>  deslocamentos antigos e passa primeiro para o layout de 252
      *>  bytes; linha de ate 252 bytes tem o cod de 3 digitos, no
      *>  registro e no inicio das imagens; linha maior ja esta no
      *>  layout novo
      *>------------------------------------------------------------------------
       remonta-linha-auditoria section.
           if ws-aud-tamanho <= 184 then
               move fd-linha-aud-ant(1:184) to ws-aud-antiga

               move spaces          to ws-aud-3dig
               move wsaa-data-hora  to wsa3-data-hora
               move wsaa-operacao   to wsa3-operacao
               move wsaa-cod        to wsa3-cod
               move wsaa-antes      to wsa3-antes
               move wsaa-depois     to wsa3-depois
               move spaces          to wsa3-operador
           else
           if ws-aud-tamanho <= 252 then
               move fd-linha-aud-ant(1:252) to ws-aud-3dig
           end-if
           end-if

           if ws-aud-tamanho <= 252 then
               move spaces          to fd-reg-auditoria
               move wsa3-data-hora  to fda-data-hora
               move wsa3-operacao   to fda-operacao
               if wsa3-cod is numeric then
                   move wsa3-cod    to fda-cod
               else
                   move zeros       to fda-cod
               end-if

               move wsa3-antes      to ws-img-antiga
               perform converte-imagem-auditoria
               move ws-img-nova     to fda-antes

               move wsa3-depois     to ws-img-antiga
               perform converte-imagem-auditoria
               move ws-img-nova     to fda-depois

               move wsa3-operador   to fda-operador
           else
               move fd-linha-aud-ant to fd-reg-auditoria
           end-if
           .
       remonta-linha-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  passa a imagem antes/depois do cod de 3 para 6 digitos; a
      *>  imagem vazia (inclusao/exclusao) continua vazia
      *>------------------------------------------------------------------------
       converte-imagem-auditoria section.
           move spaces to ws-img-nova

           if ws-img-antiga = spaces then
               continue
           else
           if wsia-cod is numeric then
               move wsia-cod        to wsin-cod
               move wsia-resto      to wsin-resto
           else
               move ws-img-antiga   to ws-img-nova
           end-if
           end-if
           .
       converte-imagem-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte os sequenciais vivos que guardam o cod do aluno,
      *>  informando a posicao do cod e o trecho que identifica a linha
      *>  ja convertida (digito onde a linha antiga ja tem texto)
      *>------------------------------------------------------------------------
       converte-sequenciais section.
      *>   cod, media, %presenca e situacao
           move "resultadoFinal.dat"     to ws-nome-sequencial
           move 1                        to ws-seq-pos-cod
           move 13                       to ws-seq-pos-teste
           move 1                        to ws-seq-tam-teste
           perform converte-sequencial

      *>   cod, periodo inicial e final, media, %presenca e situacao
           move "historicoResultado.dat" to ws-nome-sequencial
           move 1                        to ws-seq-pos-cod
           move 29                       to ws-seq-pos-teste
           move 1                        to ws-seq-tam-teste
           perform converte-sequencial

      *>   data/hora da exclusao, cod e o resto do cadastro excluido
           move "arqRecuperacao.dat"     to ws-nome-sequencial
           move 21                       to ws-seq-pos-cod
           move 24                       to ws-seq-pos-teste
           move 3                        to ws-seq-tam-teste
           perform converte-sequencial

      *>   data/hora da quarentena e a matricula orfa: na linha antiga
      *>   a disciplina vem logo apos o cod e a turma, na nova a turma
           move "quarentenaMatricula.dat"  to ws-nome-sequencial
           move 18                       to ws-seq-pos-cod
           move 24                       to ws-seq-pos-teste
           move 3                        to ws-seq-tam-teste
           perform converte-sequencial

      *>   data/hora da quarentena e a frequencia orfa: na linha antiga
      *>   a marca de presenca vem logo apos a data, na nova a data
           move "quarentenaFrequencia.dat" to ws-nome-sequencial
           move 18                       to ws-seq-pos-cod
           move 29                       to ws-seq-pos-teste
           move 1                        to ws-seq-tam-teste
           perform converte-sequencial
           .
       converte-sequenciais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte os historicos anuais de frequencia, auditoria e
      *>  recuperacao de cada ano da faixa informada; ano sem o
      *>  historico e apenas informado
      *>------------------------------------------------------------------------
       converte-historicos-anuais section.
           if ws-ano-hist-inicial = zeros then
               display "Historicos anuais nao informados, pulados."
           else
               move ws-ano-hist-inicial to ws-ano-hist
               perform until ws-ano-hist > ws-ano-hist-final
                   move spaces to ws-nome-sequencial
                   string "historicoFrequencia" ws-ano-hist ".dat"
                       delimited by size into ws-nome-sequencial
                   move 1      to ws-seq-pos-cod
                   move 12     to ws-seq-pos-teste
                   move 1      to ws-seq-tam-teste
                   perform converte-sequencial

                   move spaces to ws-nome-sequencial
                   string "historicoRecuperacao" ws-ano-hist ".dat"
                       delimited by size into ws-nome-sequencial
                   move 21     to ws-seq-pos-cod
                   move 24     to ws-seq-pos-teste
                   move 3      to ws-seq-tam-teste
                   perform converte-sequencial

                   move spaces to ws-nome-auditoria
                   string "historicoAuditoria" ws-ano-hist ".dat"
                       delimited by size into ws-nome-auditoria
                   perform converte-auditoria

                   add 1 to ws-ano-hist
               end-perform
           end-if
           .
       converte-historicos-anuais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o sequencial de nome ws-nome-sequencial, linha a
      *>  linha, para o temporario e regrava o arquivo por cima
      *>------------------------------------------------------------------------
       converte-sequencial section.
           open input arqSequencial

           if ws-fs-arqSequencial = 35 or ws-fs-arqSequencial = 05 then
               display ws-nome-sequencial " inexistente, nada a converter."
               close arqSequencial
           else
           if ws-fs-arqSequencial <> 00 then
               display "Erro ao abrir " ws-nome-sequencial ": " ws-fs-arqSequencial
               stop run
           else
               open output arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao abrir converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-lidos
               move zeros to ws-total-alterados

               read arqSequencial
               perform until ws-fs-arqSequencial <> 00
                   perform remonta-linha-sequencial

                   move ws-seq-nova to fd-linha-tmp
                   write fd-linha-tmp

                   if ws-fs-arqTmpConversao <> 00 then
                       display "Erro ao gravar converteLayout.tmp: " ws-fs-arqTmpConversao
                       stop run
                   end-if

                   add 1 to ws-total-lidos
                   read arqSequencial
               end-perform

               if ws-fs-arqSequencial <> 10 then
                   display "Erro ao ler " ws-nome-sequencial ": " ws-fs-arqSequencial
                   stop run
               end-if

               close arqSequencial
               close arqTmpConversao

               open output arqSequencial
               if ws-fs-arqSequencial <> 00 then
                   display "Erro ao recriar " ws-nome-sequencial ": " ws-fs-arqSequencial
                   stop run
               end-if

               open input arqTmpConversao
               if ws-fs-arqTmpConversao <> 00 then
                   display "Erro ao reler converteLayout.tmp: " ws-fs-arqTmpConversao
                   stop run
               end-if

               move zeros to ws-total-gravados

               read arqTmpConversao
               perform until ws-fs-arqTmpConversao <> 00
                   move fd-linha-tmp to fd-linha-seq
                   move 261          to ws-seq-tamanho
                   write fd-linha-seq

                   if ws-fs-arqSequencial <> 00 then
                       display "Erro ao gravar " ws-nome-sequencial ": " ws-fs-arqSequencial
                       stop run
                   end-if

                   add 1 to ws-total-gravados
                   read arqTmpConversao
               end-perform

               close arqTmpConversao
               close arqSequencial

               if ws-total-gravados <> ws-total-lidos then
                   display "Contagem divergente em " ws-nome-sequencial
                   stop run
               end-if

               move ws-total-alterados to ws-total-edt
               display ws-nome-sequencial " convertido: " ws-total-edt " linhas alteradas"
           end-if
           end-if
           .
       converte-sequencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta em ws-seq-nova a linha corrente: com texto logo apos o
      *>  cod de 3 digitos, a linha e antiga e o cod ganha os zeros a
      *>  esquerda; com digitos nesse trecho ela ja esta convertida
      *>------------------------------------------------------------------------
       remonta-linha-sequencial section.
           move spaces to ws-seq-antiga
           move spaces to ws-seq-nova

           if ws-seq-tamanho > 0 then
               move fd-linha-seq(1:ws-seq-tamanho) to ws-seq-antiga
           end-if

           if ws-seq-antiga = spaces
           or ws-seq-antiga(ws-seq-pos-teste:ws-seq-tam-teste) is numeric then
               move ws-seq-antiga to ws-seq-nova
           else
               if ws-seq-pos-cod > 1 then
                   move ws-seq-antiga(1:ws-seq-pos-cod - 1)
                     to ws-seq-nova(1:ws-seq-pos-cod - 1)
               end-if
               move "000" to ws-seq-nova(ws-seq-pos-cod:3)
               move ws-seq-antiga(ws-seq-pos-cod:)
                 to ws-seq-nova(ws-seq-pos-cod + 3:)
               add 1 to ws-total-alterados
           end-if
           .
       remonta-linha-sequencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
