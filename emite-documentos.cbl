      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "emite-documentos".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *>
      *> Emissao de documentos da secretaria, com protocolo numerado:
      *>   M - declaracao de matricula: turmas em curso do aluno;
      *>   F - declaracao de frequencia: percentual de presenca no
      *>       periodo informado, sobre os dias letivos do calendario;
      *>   T - guia de transferencia: aluno transferido, historico
      *>       completo e notas parciais do ano da transferencia;
      *>   C - consulta de um protocolo ja emitido, para confirmar a
      *>       autenticidade de um documento apresentado.
      *> O operador se identifica com login e senha; cada documento
      *> recebe o proximo numero do contador "DOC" de arqControle.dat
      *> e fica registrado em arqDocumento.dat (protocolo, aluno, tipo,
      *> data e operador). O documento sai em documentoEmitido.txt.
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

           select optional arqMatriculaTurma assign to "arqMatriculaTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select optional arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

           select optional arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is ws-fs-arqCalendario.

      *>----Justificativas de faltas (abono) registradas na secretaria
           select optional arqJustificativa assign to "arqJustificativa.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-jus-chave
           file status is ws-fs-arqJustificativa.

           select optional arqHistorico assign to "historicoResultado.dat"
           organization is line sequential
           file status is ws-fs-arqHistorico.

           select optional arqOperador assign to "arqOperador.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-op-login
           file status is ws-fs-arqOperador.

           select optional arqControle assign to "arqControle.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ctl-chave
           file status is ws-fs-arqControle.

           select optional arqDocumento assign to "arqDocumento.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-doc-protocolo
           file status is ws-fs-arqDocumento.

           select arqDocumentoEmitido assign to "documentoEmitido.txt"
           organization is line sequential
           file status is ws-fs-arqDocumentoEmitido.

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

      *>----Frequencia diaria (presenca/falta) de um aluno
       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10 fd-freq-cod-aluno                 pic 9(06).
               10 fd-freq-data                       pic 9(08).
           05  fd-freq-presente                     pic x(01).

      *>----Calendario escolar: tipo de cada dia do ano letivo
      *>----(L = letivo, F = feriado, R = recesso)
       fd arqCalendario.
       01  fd-calendario.
           05  fd-cal-data                          pic 9(08).
           05  fd-cal-tipo                          pic x(01).

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

      *>----Operadores do sistema, com nivel de permissao
       fd arqOperador.
       01  fd-operador.
           05  fd-op-login                          pic x(10).
           05  fd-op-nome                           pic x(20).
           05  fd-op-senha                          pic x(10).
           05  fd-op-nivel                          pic x(01).

      *>----Contadores do sistema; "DOC" guarda o ultimo protocolo de
      *>----documento emitido
       fd arqControle.
       01  fd-controle.
           05  fd-ctl-chave                        pic x(03).
           05  fd-ctl-ultimo-cod                    pic 9(06).

      *>----Documento emitido pela secretaria: protocolo, aluno, tipo
      *>----(M = declaracao de matricula, F = declaracao de frequencia,
      *>----T = guia de transferencia), data, operador e, na
      *>----declaracao de frequencia, o periodo e o percentual
       fd arqDocumento.
       01  fd-documento.
           05  fd-doc-protocolo                     pic 9(06).
           05  fd-doc-cod-aluno                     pic 9(06).
           05  fd-doc-tipo                          pic x(01).
           05  fd-doc-data-emissao                  pic 9(08).
           05  fd-doc-operador                      pic x(10).
           05  fd-doc-data-inicial                  pic 9(08).
           05  fd-doc-data-final                    pic 9(08).
           05  fd-doc-perc-presenca                 pic 9(03)v99.

       fd arqDocumentoEmitido.
       01  fd-linha-documento                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic 9(02).
       77  ws-fs-arqTurma                          pic 9(02).
       77  ws-fs-arqMatriculaTurma                 pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqCalendario                     pic 9(02).
       77  ws-fs-arqJustificativa                  pic 9(02).
       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqOperador                       pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqDocumento                      pic 9(02).
       77  ws-fs-arqDocumentoEmitido               pic 9(02).

      *>----Parametros de entrada
       77  ws-login                                pic x(10).
       77  ws-senha                                pic x(10).
       77  ws-operador                             pic x(10).
       77  ws-tipo-documento                       pic x(01).
       77  ws-cod-aluno                            pic 9(06).
       77  ws-protocolo-consulta                   pic 9(06).
       77  ws-data-inicial                         pic 9(08).
       77  ws-data-final                           pic 9(08).

       77  ws-data-hoje                            pic 9(08).
       77  ws-protocolo                            pic 9(06).
       77  ws-max-protocolo                        pic 9(06).

      *>----"S" quando o aluno atende as exigencias do documento
       77  ws-doc-valido                           pic x(01).
       77  ws-doc-motivo                           pic x(60).

       77  ws-ano-letivo                           pic 9(04).
       77  ws-total-turmas                         pic 9(03).
       77  ws-total-registros                      pic 9(05).

      *>----Apuracao da frequencia no periodo da declaracao
       77  ws-total-presencas                      pic 9(05).
       77  ws-total-faltas                         pic 9(05).
       77  ws-total-abonadas                       pic 9(05).
       77  ws-total-suspensoes                     pic 9(05).
       77  ws-dias-letivos                         pic 9(05).
       77  ws-dias-base                            pic 9(05).
       77  ws-perc-presenca                        pic 9(03)v99.
       77  ws-nota-rec-edt                         pic z9,99.

      *>----Periodos de faltas justificadas (abonadas) do aluno
       77  ws-jus-qtd                              pic 9(03).
       77  ws-jus-idx                              pic 9(03).
       77  ws-falta-abonada                        pic x(01).
       01  ws-tabela-justificativa.
           05  ws-jus-item                          occurs 50.
               10  ws-jus-ini                       pic 9(08).
               10  ws-jus-fim                       pic 9(08).

       01  ws-cab-escola                           pic x(80)
           value "                      SECRETARIA ESCOLAR".

       01  ws-cab-matricula                        pic x(80)
           value "                      DECLARACAO DE MATRICULA".
       01  ws-cab-frequencia                       pic x(80)
           value "                      DECLARACAO DE FREQUENCIA".
       01  ws-cab-transferencia                    pic x(80)
           value "                      GUIA DE TRANSFERENCIA".

       01  ws-linha-protocolo.
           05  filler                               pic x(13) value "Protocolo  : ".
           05  wsp-protocolo                        pic 9(06).
           05  filler                               pic x(16) value "    Emitido em: ".
           05  wsp-data                             pic 9(08).
           05  filler                               pic x(09) value "   Oper.:".
           05  wsp-operador                         pic x(10).

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

       01  ws-linha-endereco.
           05  filler                               pic x(13) value "Endereco   : ".
           05  wsa-endereco                         pic x(14).

       01  ws-texto-declaramos                     pic x(80)
           value "Declaramos, para os devidos fins, que o aluno acima identificado".

       01  ws-linha-matricula-ano.
           05  filler                               pic x(47)
               value "esta regularmente matriculado no ano letivo de ".
           05  wsm-ano                              pic 9(04).
           05  filler                               pic x(01) value ",".

       01  ws-texto-turmas                         pic x(80)
           value "cursando as turmas abaixo:".

       01  ws-cab-turmas                           pic x(80)
           value " TURMA NOME                 DISCIPLINA           SERIE HORARIO".

       01  ws-linha-turma.
           05  filler                               pic x(01) value spaces.
           05  wst-turma-cod                        pic zz9.
           05  filler                               pic x(03) value spaces.
           05  wst-turma-nome                       pic x(20).
           05  filler                               pic x(01) value spaces.
           05  wst-disciplina                       pic x(20).
           05  filler                               pic x(02) value spaces.
           05  wst-serie                            pic z9.
           05  filler                               pic x(03) value spaces.
           05  wst-horario                          pic x(10).

       01  ws-linha-frequencia-periodo.
           05  filler                               pic x(29)
               value "frequentou esta escola entre ".
           05  wsf-data-inicial                     pic 9(08).
           05  filler                               pic x(03) value " e ".
           05  wsf-data-final                       pic 9(08).
           05  filler                               pic x(01) value ",".

       01  ws-linha-frequencia-perc.
           05  filler                               pic x(15)
               value "com presenca em".
           05  wsf-perc                             pic zz9,99.
           05  filler                               pic x(31)
               value "% dos dias letivos do periodo.".

       01  ws-linha-frequencia-dias.
           05  filler                               pic x(21) value "Dias letivos       : ".
           05  wsf-dias                             pic zzzz9.

       01  ws-linha-frequencia-pres.
           05  filler                               pic x(21) value "Presencas          : ".
           05  wsf-presencas                        pic zzzz9.

       01  ws-linha-frequencia-falt.
           05  filler                               pic x(21) value "Faltas             : ".
           05  wsf-faltas                           pic zzzz9.

       01  ws-linha-frequencia-abon.
           05  filler                               pic x(21) value "Faltas abonadas    : ".
           05  wsf-abonadas                         pic zzzz9.

       01  ws-linha-frequencia-susp.
           05  filler                               pic x(21) value "Dias de suspensao  : ".
           05  wsf-suspensoes                       pic zzzz9.

       01  ws-linha-transferencia.
           05  filler                               pic x(18) value "Transferido em  : ".
           05  wsx-data                             pic 9(08).
           05  filler                               pic x(13) value "    Motivo : ".
           05  wsx-motivo                           pic x(20).

       01  ws-cab-historico                        pic x(80)
           value "HISTORICO ESCOLAR".
       01  ws-cab-historico2                       pic x(80)
           value " PERIODO                MEDIA   FREQ. SITUACAO".

       01  ws-linha-historico.
           05  filler                               pic x(01) value spaces.
           05  wsh-data-inicial                     pic 9(08).
           05  filler                               pic x(03) value " a ".
           05  wsh-data-final                       pic 9(08).
           05  filler                               pic x(04) value spaces.
           05  wsh-media                            pic z9,99.
           05  filler                               pic x(02) value spaces.
           05  wsh-perc                             pic zz9,99.
           05  filler                               pic x(01) value spaces.
           05  wsh-situacao                         pic x(16).

       01  ws-linha-sem-historico                  pic x(80)
           value " (sem resultados de fechamento registrados)".

       01  ws-linha-notas-ano.
           05  filler                               pic x(30)
               value "NOTAS PARCIAIS DO ANO LETIVO ".
           05  wsn-ano                              pic 9(04).

       01  ws-cab-notas                            pic x(80)
           value " TURMA DISCIPLINA            NOTA1 NOTA2 NOTA3 NOTA4  REC.".

       01  ws-linha-notas.
           05  filler                               pic x(01) value spaces.
           05  wsn-turma-cod                        pic zz9.
           05  filler                               pic x(03) value spaces.
           05  wsn-disciplina                       pic x(20).
           05  filler                               pic x(01) value spaces.
           05  wsn-nota1                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsn-nota2                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsn-nota3                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsn-nota4                            pic z9,99.
           05  filler                               pic x(01) value spaces.
           05  wsn-rec                              pic x(05).

       01  ws-linha-sem-notas                      pic x(80)
           value " (sem matricula em turma no ano)".

       01  ws-linha-assinatura                     pic x(80)
           value "                         ______________________________".
       01  ws-linha-assinatura2                    pic x(80)
           value "                                   Secretaria".

       01  ws-texto-autenticidade                  pic x(80)
           value "A autenticidade pode ser confirmada na secretaria pelo protocolo.".

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização: abre os arquivos e identifica
      *>  o operador pelo login e senha do sistema
      *>------------------------------------------------------------------------
       inicializa section.
           accept ws-data-hoje from date yyyymmdd

           open input arqOperador
           if ws-fs-arqOperador <> 00 and ws-fs-arqOperador <> 05 then
               display "Erro ao abrir arqOperador: " ws-fs-arqOperador
               stop run
           end-if

           display "Operador: "
           accept ws-login

           display "Senha   : "
           accept ws-senha

           move ws-login to fd-op-login
           read arqOperador

           if ws-fs-arqOperador <> 00
           or fd-op-senha <> ws-senha
           or ws-senha = spaces then
               display "Login ou senha invalidos!"
               close arqOperador
               stop run
           end-if

           move fd-op-login to ws-operador

           display "Documento (M=matricula F=frequencia T=transferencia"
           display "           C=consulta de protocolo): "
           accept ws-tipo-documento

           evaluate ws-tipo-documento
               when "m"  move "M" to ws-tipo-documento
               when "f"  move "F" to ws-tipo-documento
               when "t"  move "T" to ws-tipo-documento
               when "c"  move "C" to ws-tipo-documento
           end-evaluate

           if ws-tipo-documento <> "M" and ws-tipo-documento <> "F"
           and ws-tipo-documento <> "T" and ws-tipo-documento <> "C" then
               display "Tipo de documento invalido!"
               close arqOperador
               stop run
           end-if

      *>   operador so de consulta apenas confere protocolos
           if ws-tipo-documento <> "C"
           and fd-op-nivel <> "A" and fd-op-nivel <> "L" then
               display "Operador sem permissao para emitir documentos!"
               close arqOperador
               stop run
           end-if

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

           open input arqMatriculaTurma
           if ws-fs-arqMatriculaTurma <> 00 and ws-fs-arqMatriculaTurma <> 05 then
               display "Erro ao abrir arqMatriculaTurma: " ws-fs-arqMatriculaTurma
               stop run
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia <> 00 and ws-fs-arqFrequencia <> 05 then
               display "Erro ao abrir arqFrequencia: " ws-fs-arqFrequencia
               stop run
           end-if

           open input arqCalendario
           if ws-fs-arqCalendario <> 00 and ws-fs-arqCalendario <> 05 then
               display "Erro ao abrir arqCalendario: " ws-fs-arqCalendario
               stop run
           end-if

      *>   justificativas de faltas: arquivo opcional, sem ele nenhuma
      *>   falta e abonada
           open input arqJustificativa
           if ws-fs-arqJustificativa <> 00 and ws-fs-arqJustificativa <> 05 then
               display "Erro ao abrir arqJustificativa: " ws-fs-arqJustificativa
               stop run
           end-if

           open i-o arqControle
           if ws-fs-arqControle <> 00 and ws-fs-arqControle <> 05 then
               display "Erro ao abrir arqControle.dat: " ws-fs-arqControle
               stop run
           end-if

           open i-o arqDocumento
           if ws-fs-arqDocumento <> 00 and ws-fs-arqDocumento <> 05 then
               display "Erro ao abrir arqDocumento.dat: " ws-fs-arqDocumento
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - confere as exigencias do documento
      *>  pedido e, se atendidas, numera, imprime e registra
      *>------------------------------------------------------------------------
       processamento section.

           if ws-tipo-documento = "C" then
               perform consulta-protocolo
           else
               display "Codigo do aluno: "
               accept ws-cod-aluno

               if ws-tipo-documento = "F" then
                   display "Data inicial do periodo (AAAAMMDD): "
                   accept ws-data-inicial

                   display "Data final do periodo   (AAAAMMDD): "
                   accept ws-data-final
               else
                   move zeros to ws-data-inicial
                   move zeros to ws-data-final
               end-if

               perform valida-documento

               if ws-doc-valido = "S" then
                   perform proximo-protocolo
                   perform imprime-documento
                   perform registra-documento

                   display "Documento emitido, protocolo: " ws-protocolo
               else
                   display ws-doc-motivo
               end-if
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra o registro de um protocolo ja emitido, para confirmar
      *>  um documento apresentado por outra escola
      *>------------------------------------------------------------------------
       consulta-protocolo section.
           display "Protocolo: "
           accept ws-protocolo-consulta

           move ws-protocolo-consulta to fd-doc-protocolo
           read arqDocumento

           if ws-fs-arqDocumento <> 00 then
               display "Protocolo nao encontrado!"
           else
               move fd-doc-cod-aluno to fd-cod
               read arqCadAluno
               if ws-fs-arqCadAluno <> 00 then
                   move "(excluido)" to fd-aluno
               end-if

               display "Protocolo  : " fd-doc-protocolo
               display "Aluno      : " fd-doc-cod-aluno " " fd-aluno
               evaluate fd-doc-tipo
                   when "M"
                       display "Documento  : declaracao de matricula"
                   when "F"
                       display "Documento  : declaracao de frequencia"
                       display "Periodo    : " fd-doc-data-inicial " a "
                                               fd-doc-data-final
                       move fd-doc-perc-presenca to wsf-perc
                       display "Presenca   : " wsf-perc " %"
                   when "T"
                       display "Documento  : guia de transferencia"
               end-evaluate
               display "Emitido em : " fd-doc-data-emissao
               display "Operador   : " fd-doc-operador
           end-if
           .
       consulta-protocolo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o aluno e as exigencias de cada documento; o motivo
      *>  da recusa fica em ws-doc-motivo
      *>------------------------------------------------------------------------
       valida-documento section.
           move "S"    to ws-doc-valido
           move spaces to ws-doc-motivo

           move ws-cod-aluno to fd-cod
           read arqCadAluno

           if ws-fs-arqCadAluno <> 00 then
               move "N" to ws-doc-valido
               move "Aluno nao cadastrado!" to ws-doc-motivo
           else
           if ws-tipo-documento = "M"
           and (fd-situacao = "T" or fd-situacao = "t"
                or fd-situacao = "R" or fd-situacao = "r") then
               move "N" to ws-doc-valido
               move "Aluno transferido ou trancado nao recebe declaracao de matricula!"
                 to ws-doc-motivo
           else
           if ws-tipo-documento = "T"
           and fd-situacao <> "T" and fd-situacao <> "t" then
               move "N" to ws-doc-valido
               move "Guia so para aluno com situacao T (transferido)!" to ws-doc-motivo
           else
           if ws-tipo-documento = "F"
           and (ws-data-inicial = zeros
                or ws-data-final < ws-data-inicial
                or ws-data-final > ws-data-hoje) then
               move "N" to ws-doc-valido
               move "Periodo invalido!" to ws-doc-motivo
           else
           if ws-tipo-documento = "M" then
               perform conta-turmas-em-curso
               if ws-total-turmas = zeros then
                   move "N" to ws-doc-valido
                   move "Aluno sem matricula em turma em curso!" to ws-doc-motivo
               end-if
           else
           if ws-tipo-documento = "F" then
               perform apura-frequencia
               if ws-dias-base = zeros then
                   move "N" to ws-doc-valido
                   move "Periodo sem dias letivos nem frequencia registrada!"
                     to ws-doc-motivo
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           .
       valida-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as matriculas em curso (nao encerradas na virada) do
      *>  aluno e guarda o ano letivo delas
      *>------------------------------------------------------------------------
       conta-turmas-em-curso section.
           move zeros to ws-total-turmas
           move zeros to ws-ano-letivo

           move ws-cod-aluno to fd-mat-cod-aluno
           move zeros        to fd-mat-turma-cod
           start arqMatriculaTurma key is not less than fd-mat-chave

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> ws-cod-aluno
                   if fd-mat-situacao <> "E" then
                       add 1 to ws-total-turmas
                       if fd-mat-ano > ws-ano-letivo then
                           move fd-mat-ano to ws-ano-letivo
                       end-if
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if
           .
       conta-turmas-em-curso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  apura a frequencia do aluno no periodo da declaracao: dias
      *>  letivos do calendario, presencas, faltas, abonadas e dias de
      *>  suspensao; falta abonada conta como dia frequentado e o dia
      *>  de suspensao como ausencia, como no fechamento
      *>------------------------------------------------------------------------
       apura-frequencia section.
           move zeros to ws-dias-letivos
           move zeros to ws-total-presencas
           move zeros to ws-total-faltas
           move zeros to ws-total-abonadas
           move zeros to ws-total-suspensoes

           move ws-data-inicial to fd-cal-data
           start arqCalendario key is not less than fd-cal-data

           if ws-fs-arqCalendario = 00 then
               read arqCalendario next
               perform until ws-fs-arqCalendario <> 00
                          or fd-cal-data > ws-data-final
                   if fd-cal-tipo = "L" or fd-cal-tipo = "l" then
                       add 1 to ws-dias-letivos
                   end-if
                   read arqCalendario next
               end-perform
           end-if

           perform carrega-justificativas-aluno

           move ws-cod-aluno    to fd-freq-cod-aluno
           move ws-data-inicial to fd-freq-data
           start arqFrequencia key is not less than fd-freq-chave

           if ws-fs-arqFrequencia = 00 then
               read arqFrequencia next
               perform until ws-fs-arqFrequencia <> 00
                          or fd-freq-cod-aluno <> ws-cod-aluno
                          or fd-freq-data > ws-data-final
                   if fd-freq-presente = "U" or fd-freq-presente = "u" then
                       add 1 to ws-total-suspensoes
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

      *>   percentual sobre os dias letivos; sem calendario carregado,
      *>   usa a frequencia registrada do aluno, como o fechamento
           if ws-dias-letivos > 0 then
               move ws-dias-letivos to ws-dias-base
           else
               compute ws-dias-base = ws-total-presencas + ws-total-faltas
                                    + ws-total-abonadas + ws-total-suspensoes
           end-if

           if ws-dias-base > 0 then
               compute ws-perc-presenca rounded =
                   ((ws-total-presencas + ws-total-abonadas) * 100) / ws-dias-base
           else
               move zeros to ws-perc-presenca
           end-if
           .
       apura-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega os periodos de faltas justificadas do aluno; a chave
      *>  comeca pelo cod do aluno: basta posicionar nele e ler
      *>  enquanto o cod nao mudar
      *>------------------------------------------------------------------------
       carrega-justificativas-aluno section.
           move zeros to ws-jus-qtd

           move ws-cod-aluno to fd-jus-cod-aluno
           move zeros        to fd-jus-data-inicial
           start arqJustificativa key is not less than fd-jus-chave

           if ws-fs-arqJustificativa = 00 then
               read arqJustificativa next
               perform until ws-fs-arqJustificativa <> 00
                          or fd-jus-cod-aluno <> ws-cod-aluno
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
      *>  reserva o proximo protocolo no contador "DOC" de arqControle;
      *>  sem o registro, parte do maior protocolo ja gravado em
      *>  arqDocumento, como o contador de codigos de aluno
      *>------------------------------------------------------------------------
       proximo-protocolo section.
           move "DOC" to fd-ctl-chave
           read arqControle

           if ws-fs-arqControle = 23 then
               move zeros to ws-max-protocolo
               move zeros to fd-doc-protocolo
               start arqDocumento key is not less than fd-doc-protocolo

               if ws-fs-arqDocumento = 00 then
                   read arqDocumento next
                   perform until ws-fs-arqDocumento <> 00
                       move fd-doc-protocolo to ws-max-protocolo
                       read arqDocumento next
                   end-perform
               end-if

               move ws-max-protocolo to ws-protocolo
               add 1                 to ws-protocolo
               move "DOC"            to fd-ctl-chave
               move ws-protocolo     to fd-ctl-ultimo-cod
               write fd-controle
           else
               move fd-ctl-ultimo-cod to ws-protocolo
               add 1                  to ws-protocolo
               move ws-protocolo      to fd-ctl-ultimo-cod
               rewrite fd-controle
           end-if

           if ws-fs-arqControle <> 00 and ws-fs-arqControle <> 23 then
               display "Erro ao atualizar arqControle.dat: " ws-fs-arqControle
               stop run
           end-if
           .
       proximo-protocolo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o cabecalho comum, o corpo do documento pedido e o
      *>  rodape com a assinatura
      *>------------------------------------------------------------------------
       imprime-documento section.
           open output arqDocumentoEmitido
           if ws-fs-arqDocumentoEmitido <> 00 then
               display "Erro ao abrir documentoEmitido.txt: " ws-fs-arqDocumentoEmitido
               stop run
           end-if

           move ws-cab-escola to fd-linha-documento
           write fd-linha-documento

           evaluate ws-tipo-documento
               when "M"
                   move ws-cab-matricula     to fd-linha-documento
               when "F"
                   move ws-cab-frequencia    to fd-linha-documento
               when "T"
                   move ws-cab-transferencia to fd-linha-documento
           end-evaluate
           write fd-linha-documento

           move spaces to fd-linha-documento
           write fd-linha-documento

           move ws-protocolo       to wsp-protocolo
           move ws-data-hoje       to wsp-data
           move ws-operador        to wsp-operador
           move ws-linha-protocolo to fd-linha-documento
           write fd-linha-documento

           move spaces to fd-linha-documento
           write fd-linha-documento

           move fd-cod             to wsa-cod
           move fd-aluno           to wsa-aluno
           move ws-linha-aluno     to fd-linha-documento
           write fd-linha-documento

           move fd-mae             to wsa-mae
           move ws-linha-mae       to fd-linha-documento
           write fd-linha-documento

           move fd-pai             to wsa-pai
           move ws-linha-pai       to fd-linha-documento
           write fd-linha-documento

           move spaces to fd-linha-documento
           write fd-linha-documento

           evaluate ws-tipo-documento
               when "M"
                   perform imprime-matricula
               when "F"
                   perform imprime-frequencia
               when "T"
                   perform imprime-transferencia
           end-evaluate

           move spaces to fd-linha-documento
           write fd-linha-documento
           write fd-linha-documento

           move ws-linha-assinatura  to fd-linha-documento
           write fd-linha-documento

           move ws-linha-assinatura2 to fd-linha-documento
           write fd-linha-documento

           move spaces to fd-linha-documento
           write fd-linha-documento

           move ws-texto-autenticidade to fd-linha-documento
           write fd-linha-documento

           close arqDocumentoEmitido
           .
       imprime-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  corpo da declaracao de matricula: turmas em curso do aluno
      *>------------------------------------------------------------------------
       imprime-matricula section.
           move ws-texto-declaramos to fd-linha-documento
           write fd-linha-documento

           move ws-ano-letivo          to wsm-ano
           move ws-linha-matricula-ano to fd-linha-documento
           write fd-linha-documento

           move ws-texto-turmas to fd-linha-documento
           write fd-linha-documento

           move spaces to fd-linha-documento
           write fd-linha-documento

           move ws-cab-turmas to fd-linha-documento
           write fd-linha-documento

           move ws-cod-aluno to fd-mat-cod-aluno
           move zeros        to fd-mat-turma-cod
           start arqMatriculaTurma key is not less than fd-mat-chave

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> ws-cod-aluno
                   if fd-mat-situacao <> "E" then
                       perform imprime-linha-turma
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if
           .
       imprime-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha de uma turma em curso da declaracao de matricula
      *>------------------------------------------------------------------------
       imprime-linha-turma section.
           move fd-mat-turma-cod to fd-turma-cod
           read arqTurma

           if ws-fs-arqTurma <> 00 then
               move "(turma excluida)" to fd-turma-nome
               move fd-mat-disciplina  to fd-turma-disciplina
               move zeros              to fd-turma-serie
               move spaces             to fd-turma-horario
           end-if

           move fd-mat-turma-cod    to wst-turma-cod
           move fd-turma-nome       to wst-turma-nome
           move fd-turma-disciplina to wst-disciplina
           move fd-turma-serie      to wst-serie
           move fd-turma-horario    to wst-horario
           move ws-linha-turma      to fd-linha-documento
           write fd-linha-documento
           .
       imprime-linha-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  corpo da declaracao de frequencia: percentual e contagens do
      *>  periodo apurados em apura-frequencia
      *>------------------------------------------------------------------------
       imprime-frequencia section.
           move ws-texto-declaramos to fd-linha-documento
           write fd-linha-documento

           move ws-data-inicial to wsf-data-inicial
           move ws-data-final   to wsf-data-final
           move ws-linha-frequencia-periodo to fd-linha-documento
           write fd-linha-documento

           move ws-perc-presenca to wsf-perc
           move ws-linha-frequencia-perc to fd-linha-documento
           write fd-linha-documento

           move spaces to fd-linha-documento
           write fd-linha-documento

           move ws-dias-base to wsf-dias
           move ws-linha-frequencia-dias to fd-linha-documento
           write fd-linha-documento

           move ws-total-presencas to wsf-presencas
           move ws-linha-frequencia-pres to fd-linha-documento
           write fd-linha-documento

           move ws-total-faltas to wsf-faltas
           move ws-linha-frequencia-falt to fd-linha-documento
           write fd-linha-documento

           move ws-total-abonadas to wsf-abonadas
           move ws-linha-frequencia-abon to fd-linha-documento
           write fd-linha-documento

           if ws-total-suspensoes > 0 then
               move ws-total-suspensoes to wsf-suspensoes
               move ws-linha-frequencia-susp to fd-linha-documento
               write fd-linha-documento
           end-if
           .
       imprime-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  corpo da guia de transferencia: dados da transferencia,
      *>  historico completo e notas parciais do ano da transferencia
      *>------------------------------------------------------------------------
       imprime-transferencia section.
           move fd-endereco        to wsa-endereco
           move ws-linha-endereco  to fd-linha-documento
           write fd-linha-documento

           move fd-sit-data            to wsx-data
           move fd-sit-motivo          to wsx-motivo
           move ws-linha-transferencia to fd-linha-documento
           write fd-linha-documento

           move spaces to fd-linha-documento
           write fd-linha-documento

           move ws-cab-historico to fd-linha-documento
           write fd-linha-documento

           move ws-cab-historico2 to fd-linha-documento
           write fd-linha-documento

           move zeros to ws-total-registros

           open input arqHistorico
           if ws-fs-arqHistorico <> 00 and ws-fs-arqHistorico <> 05 then
               display "Erro ao abrir historicoResultado.dat: " ws-fs-arqHistorico
               stop run
           end-if

           read arqHistorico
           perform until ws-fs-arqHistorico <> 00
               if fdh-cod = ws-cod-aluno then
                   add 1 to ws-total-registros
                   move fdh-data-inicial  to wsh-data-inicial
                   move fdh-data-final    to wsh-data-final
                   move fdh-media         to wsh-media
                   move fdh-perc-presenca to wsh-perc
                   move fdh-situacao      to wsh-situacao
                   move ws-linha-historico to fd-linha-documento
                   write fd-linha-documento
               end-if
               read arqHistorico
           end-perform

           close arqHistorico

           if ws-total-registros = zeros then
               move ws-linha-sem-historico to fd-linha-documento
               write fd-linha-documento
           end-if

      *>   notas do ano da transferencia (ano da data da situacao);
      *>   aluno sem data de situacao usa o ano corrente
           if fd-sit-data > zeros then
               move fd-sit-data(1:4)  to ws-ano-letivo
           else
               move ws-data-hoje(1:4) to ws-ano-letivo
           end-if

           move spaces to fd-linha-documento
           write fd-linha-documento

           move ws-ano-letivo      to wsn-ano
           move ws-linha-notas-ano to fd-linha-documento
           write fd-linha-documento

           move ws-cab-notas to fd-linha-documento
           write fd-linha-documento

           move zeros to ws-total-registros

           move ws-cod-aluno to fd-mat-cod-aluno
           move zeros        to fd-mat-turma-cod
           start arqMatriculaTurma key is not less than fd-mat-chave

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> ws-cod-aluno
                   if fd-mat-ano = ws-ano-letivo then
                       add 1 to ws-total-registros
                       move fd-mat-turma-cod  to wsn-turma-cod
                       move fd-mat-disciplina to wsn-disciplina
                       move fd-mat-nota1      to wsn-nota1
                       move fd-mat-nota2      to wsn-nota2
                       move fd-mat-nota3      to wsn-nota3
                       move fd-mat-nota4      to wsn-nota4
                       if fd-mat-rec-lancada = "S" then
                           move fd-mat-nota-rec to ws-nota-rec-edt
                           move ws-nota-rec-edt to wsn-rec
                       else
                           move "  -  "         to wsn-rec
                       end-if
                       move ws-linha-notas to fd-linha-documento
                       write fd-linha-documento
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if

           if ws-total-registros = zeros then
               move ws-linha-sem-notas to fd-linha-documento
               write fd-linha-documento
           end-if
           .
       imprime-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra o documento emitido em arqDocumento
      *>------------------------------------------------------------------------
       registra-documento section.
           move ws-protocolo      to fd-doc-protocolo
           move ws-cod-aluno      to fd-doc-cod-aluno
           move ws-tipo-documento to fd-doc-tipo
           move ws-data-hoje      to fd-doc-data-emissao
           move ws-operador       to fd-doc-operador
           move ws-data-inicial   to fd-doc-data-inicial
           move ws-data-final     to fd-doc-data-final

           if ws-tipo-documento = "F" then
               move ws-perc-presenca to fd-doc-perc-presenca
           else
               move zeros            to fd-doc-perc-presenca
           end-if

           write fd-documento

           if ws-fs-arqDocumento <> 00 then
               display "Erro ao gravar arqDocumento.dat: " ws-fs-arqDocumento
               stop run
           end-if
           .
       registra-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqOperador
           close arqCadAluno
           close arqTurma
           close arqMatriculaTurma
           close arqFrequencia
           close arqCalendario
           close arqJustificativa
           close arqControle
           close arqDocumento
           stop run
           .
       finaliza-exit.
           exit.
