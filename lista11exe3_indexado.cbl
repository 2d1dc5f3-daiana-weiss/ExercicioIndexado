           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select optional arqControle assign to "arqControle.dat"
           access mode is dynamic
           lock mode is automatic
           record key is fd-mat-chave
           alternate record key is fd-mat-turma-cod with duplicates
           file status is ws-fs-arqMatriculaTurma.

           select optional arqErroLog assign to "arqErroLog.dat"
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

           select optional arqJustificativa assign to "arqJustificativa.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-jus-chave
           file status is ws-fs-arqJustificativa.

           select optional arqCriterio assign to "arqCriterio.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cri-disciplina
           file status is ws-fs-arqCriterio.

           select optional arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-men-chave
           file status is ws-fs-arqMensalidade.

           select optional arqDeliberacao assign to "arqDeliberacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-del-chave
           file status is ws-fs-arqDeliberacao.

           select optional arqHistorico assign to "historicoResultado.dat"
           organization is line sequential
           file status is ws-fs-arqHistorico.

           select optional arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select optional arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           organization is line sequential
           file status is ws-fs-arqResultado.

           select optional arqResultadoDisciplina assign to "resultadoDisciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fdd-chave
           file status is ws-fs-arqResultadoDisciplina.

           select optional arqOperador assign to "arqOperador.dat"
           organization is indexed
           access mode is dynamic
       file section.
       fd arqCadAluno.
       01  fd-alunos.
           05  fd-cod                              pic 9(06).
           05  fd-aluno                            pic x(12).
           05  fd-endereco                         pic x(14).
           05  fd-mae                              pic x(12).
       fd arqControle.
       01  fd-controle.
           05  fd-ctl-chave                        pic x(03).
           05  fd-ctl-ultimo-cod                    pic 9(06).

      *>----Copia dos cadastros excluidos, para eventual recuperacao
       fd arqRecuperacao.
       01  fd-reg-recuperacao.
           05  fdr-data-hora                        pic x(20).
           05  fdr-cod                              pic 9(06).
           05  fdr-aluno                            pic x(12).
           05  fdr-endereco                         pic x(14).
           05  fdr-mae                              pic x(12).
       01  fd-reg-auditoria.
           05  fda-data-hora                        pic x(17).
           05  fda-operacao                         pic x(10).
           05  fda-cod                              pic 9(06).
           05  fda-antes                            pic x(109).
           05  fda-depois                           pic x(109).
           05  fda-operador                         pic x(10).

      *>----Cadastro de turmas/disciplinas
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

      *>----Log persistente das finalizacoes anormais
       fd arqErroLog.
       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10 fd-freq-cod-aluno                 pic 9(06).
               10 fd-freq-data                       pic 9(08).
           05  fd-freq-presente                     pic x(01).

      *>----Justificativa de faltas (abono): periodo coberto por um
      *>----documento apresentado pelo aluno; as faltas do periodo
      *>----continuam registradas em arqFrequencia e sao abonadas
      *>----pelos batches de frequencia
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
           05  fdh-perc-presenca                    pic 9(03)v99.
           05  fdh-situacao                         pic x(16).

      *>----Ocorrencia disciplinar do aluno na data: tipo, dias de
      *>----suspensao, turma, operador e descricao; a data da
      *>----notificacao ao responsavel e preenchida pelo batch noturno
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

      *>----Calendario escolar: tipo de cada dia do ano letivo
      *>----(L = letivo, F = feriado, R = recesso)
       fd arqCalendario.
      *>----aqui apenas para conferir quem esta em recuperacao
       fd arqResultado.
       01  fd-reg-resultado.
           05  fdres-cod                            pic 9(06).
           05  fdres-media                          pic 9(02)v99.
           05  fdres-perc-presenca                  pic 9(03)v99.
           05  fdres-situacao                       pic x(16).

      *>----Resultado de cada disciplina do aluno no ultimo fechamento,
      *>----lido (como o resultado final) so durante a consulta
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

      *>----Operadores do sistema, com nivel de permissao
      *>----(C = consulta, L = lancamento, A = administracao)
       fd arqOperador.
       working-storage section.

       01  alunos.
           05  cod                                 pic 9(06).
           05  aluno                               pic x(12).
           05  endereco                            pic x(14).
           05  mae                                 pic x(12).
           05  turma-vagas                         pic 9(03).
           05  turma-professor                     pic x(20).
           05  turma-horario                       pic x(10).
           05  turma-ano                           pic 9(04).
           05  turma-serie                         pic 9(02).

       77  ws-turma-cod                             pic 9(03).
       77  ws-max-cod                               pic 9(06).

      *>----Apoio da validacao de vaga e de horario na matricula
       77  ws-mat-ocupadas                          pic 9(03).
          05  ws-cadastro-operador                 pic  x(01).
          05  ws-fechar-bimestre                   pic  x(01).
          05  ws-consulta-unificada                pic  x(01).
          05  ws-abono-faltas                      pic  x(01).
          05  ws-criterio-avaliacao                pic  x(01).
          05  ws-baixa-mensalidade                 pic  x(01).
          05  ws-conselho-classe                   pic  x(01).
          05  ws-ocorrencia-disciplinar            pic  x(01).
          05  ws-sair                              pic  x(01).

       77 ws-msn                                   pic  x(50).
       77 ws-fs-arqCalendario                      pic 9(02).
       77 ws-fs-arqResultado                        pic 9(02).
       77 ws-fs-arqOperador                         pic 9(02).
       77 ws-fs-arqJustificativa                    pic 9(02).
       77 ws-fs-arqCriterio                         pic 9(02).
       77 ws-fs-arqResultadoDisciplina              pic 9(02).
       77 ws-fs-arqMensalidade                      pic 9(02).
       77 ws-fs-arqDeliberacao                      pic 9(02).
       77 ws-fs-arqHistorico                        pic 9(02).
       77 ws-fs-arqOcorrencia                       pic 9(02).
       77 ws-operador-aberto                        pic x(01) value "N".
       77 ws-cadaluno-aberto                       pic x(01) value "N".
       77 ws-controle-aberto                       pic x(01) value "N".
       77 ws-recuperacao-aberto                    pic x(01) value "N".
       77 ws-auditoria-aberto                      pic x(01) value "N".
       77 ws-calendario-aberto                     pic x(01) value "N".
       77 ws-justificativa-aberto                  pic x(01) value "N".
       77 ws-criterio-aberto                       pic x(01) value "N".
       77 ws-mensalidade-aberto                    pic x(01) value "N".
       77 ws-deliberacao-aberto                    pic x(01) value "N".
       77 ws-ocorrencia-aberto                     pic x(01) value "N".
       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

       77 ws-nome-busca                             pic x(12).
       77 ws-tam-busca                               pic 9(02).

       77 ws-audit-operacao                          pic x(10).
       77 ws-audit-antes                             pic x(109).
       77 ws-audit-depois                            pic x(109).
       77 ws-aud-data                                 pic 9(08).
       77 ws-aud-hora                                 pic 9(08).

       77 ws-con-mat-qtd                              pic 9(03).
       77 ws-con-situacao-fecha                       pic x(16).
       77 ws-con-pausa                                pic x(01).
       77 ws-con-soma-notas                           pic 9(05)v99.
       77 ws-con-media                                pic 9(02)v99.

       01 ws-con-linhas.
          05  ws-con-linha1                        pic x(62).
          05  ws-con-linha2                        pic x(62).
          05  ws-con-linha3                        pic x(62).
          05  ws-con-linha4                        pic x(62).
          05  ws-con-linha5                        pic x(62).

       01 ws-con-tabela redefines ws-con-linhas.
          05  ws-con-linha                         occurs 5
                                                   pic x(62).

       01 ws-con-linha-det.
          05  wscon-disciplina                     pic x(20).
          05  wscon-rec                            pic z9,99.
          05  filler                               pic x(01).
          05  wscon-media                          pic z9,99.
          05  filler                               pic x(01).
          05  wscon-minima                         pic z9,99.

      *>----Apoio do lancamento da nota de recuperacao
       77 ws-rec-nota                                 pic 9(02)v99.
       77 ws-rec-situacao-aluno                       pic x(16).
       77 ws-rec-achou                                pic x(01).
       77 ws-rec-situacao-disc                        pic x(16).
       77 ws-freq-presente                             pic x(01).

       77 ws-cal-data                                  pic 9(08).
      *>----e gravadas em arqFrequencia numa unica confirmacao
       01  ws-chamada-tabela.
           05  ws-chamada-item                          occurs 200.
               10  ws-cha-cod                           pic 9(06).
               10  ws-cha-presente                      pic x(01).

       77 ws-cha-total                                  pic 9(03).
       77 ws-cha-idx                                    pic 9(03).
       77 ws-cha-cod-atual                              pic 9(06).
       77 ws-cha-nome-atual                             pic x(12).
       77 ws-cha-presente-atual                         pic x(01).
       77 ws-cha-truncada                               pic x(01).
       77 ws-confirma-chamada                           pic x(01).

      *>----Abono de faltas: periodo, tipo e documento da justificativa
       77 ws-jus-data-inicial                           pic 9(08).
       77 ws-jus-data-final                             pic 9(08).
       77 ws-jus-tipo                                   pic x(01).
       77 ws-jus-documento                              pic x(15).
       77 ws-jus-excluir                                pic x(01).

      *>----Criterio de avaliacao por disciplina: valores da tela de
      *>----manutencao e do criterio lido para o calculo da media
       77 ws-cri-disciplina                             pic x(20).
       77 ws-cri-disciplina-ant                         pic x(20).
       77 ws-cri-peso1                                  pic 9(02).
       77 ws-cri-peso2                                  pic 9(02).
       77 ws-cri-peso3                                  pic 9(02).
       77 ws-cri-peso4                                  pic 9(02).
       77 ws-cri-media-aprovacao                        pic 9(02)v99.
       77 ws-cri-rec-inicial                            pic 9(02)v99.
       77 ws-cri-rec-aprovacao                          pic 9(02)v99.
       77 ws-cri-freq-minima                            pic 9(03)v99.
       77 ws-cri-soma-pesos                             pic 9(03).
       77 ws-cri-excluir                                pic x(01).

      *>----Baixa de mensalidade: competencia pedida, valor e data do
      *>----pagamento e o saldo que falta pagar
       77 ws-men-competencia                            pic 9(06).
       77 ws-men-chave-ant                              pic 9(12).
       77 ws-men-valor-pagamento                        pic 9(05)v99.
       77 ws-men-data-pagamento                         pic 9(08).
       77 ws-men-saldo                                  pic 9(05)v99.

      *>----Mensalidades em atraso do aluno (consulta unificada)
       77 ws-fin-parcelas                               pic 9(03).
       77 ws-fin-saldo                                  pic 9(07)v99.
       77 ws-fin-parcelas-edt                           pic zz9.
       77 ws-fin-saldo-edt                              pic z.zzz.zz9,99.
       77 ws-con-financeiro                             pic x(50).

      *>----Deliberacao do conselho de classe: ultimo fechamento do
      *>----aluno no historico, decisao tomada na reuniao e o
      *>----resultadoFinal.dat carregado para ser regravado
       77 ws-dlb-cod-ant                                pic 9(06).
       77 ws-dlb-achou                                  pic x(01).
       77 ws-dlb-data-inicial                           pic 9(08).
       77 ws-dlb-data-final                             pic 9(08).
       77 ws-dlb-media                                  pic 9(02)v99.
       77 ws-dlb-perc                                   pic 9(03)v99.
       77 ws-dlb-situacao-sistema                       pic x(16).
       77 ws-dlb-situacao-atual                         pic x(16).
       77 ws-dlb-situacao-nova                          pic x(16).
       77 ws-dlb-decisao                                pic x(01).
       77 ws-dlb-justificativa                          pic x(40).
       77 ws-dlb-data-reuniao                           pic 9(08).
       77 ws-dlb-res-total                              pic 9(05).
       77 ws-dlb-res-idx                                pic 9(05).
       01 ws-dlb-tabela-resultado.
          05  ws-dlb-res-item                      occurs 9999.
              10  ws-dlb-res-cod                   pic 9(06).
              10  ws-dlb-res-media                 pic 9(02)v99.
              10  ws-dlb-res-perc                  pic 9(03)v99.
              10  ws-dlb-res-situacao              pic x(16).

      *>----Ocorrencias disciplinares: ocorrencia em edicao na tela,
      *>----dias letivos cobertos por uma suspensao e a lista das
      *>----ultimas ocorrencias do aluno mostrada na propria tela
       77 ws-oco-chave-ant                              pic 9(14).
       77 ws-oco-data                                   pic 9(08).
       77 ws-oco-tipo                                   pic x(01).
       77 ws-oco-dias                                   pic 9(02).
       77 ws-oco-turma-cod                              pic 9(03).
       77 ws-oco-descricao                              pic x(50).
       77 ws-oco-operador                               pic x(10).
       77 ws-oco-total                                  pic 9(05).
       77 ws-oco-idx                                    pic 9(02).
       77 ws-oco-prox                                   pic 9(02).
       77 ws-oco-qtd-susp                               pic 9(02).
       01 ws-oco-tabela-suspensao.
          05  ws-oco-susp-data                     pic 9(08) occurs 30.
       01 ws-oco-lista.
          05  ws-oco-lin                           pic x(66) occurs 6.
       01 ws-oco-linha-lista.
          05  wso-data                             pic 9(08).
          05  filler                               pic x(02) value spaces.
          05  wso-tipo                             pic x(13).
          05  filler                               pic x(01) value spaces.
          05  wso-dias                             pic z9.
          05  filler                               pic x(02) value spaces.
          05  wso-turma                            pic zz9.
          05  filler                               pic x(02) value spaces.
          05  wso-descricao                        pic x(33).


      *>----Variaveis para comunicação entre programas
       linkage section.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Alunos                               ".
           05 line 03 col 01 value "      MENU                                                                       ".
           05 line 04 col 01 value "        [ ]Cadastro de Alunos               [ ]Abono de Faltas                   ".
           05 line 05 col 01 value "        [ ]Cadastro de Notas                [ ]Criterios de Avaliacao            ".
           05 line 06 col 01 value "        [ ]Consulta Cadastro                [ ]Baixa de Mensalidade              ".
           05 line 07 col 01 value "        [ ]Consulta Cadastro Sequencial     [ ]Conselho de Classe                ".
           05 line 08 col 01 value "        [ ]Alterar Cadastro                 [ ]Ocorrencias Disciplinares         ".
           05 line 09 col 01 value "        [ ]Apagar Cadastro                                                       ".
           05 line 10 col 01 value "        [ ]Busca por Nome                                                        ".
           05 line 11 col 01 value "        [ ]Cadastro de Turma                                                     ".
           05 sc-cadastro-operador    line 19  col 10 pic x(01) using ws-cadastro-operador  foreground-color 15.
           05 sc-fechar-bimestre      line 20  col 10 pic x(01) using ws-fechar-bimestre    foreground-color 15.
           05 sc-consulta-unificada   line 21  col 10 pic x(01) using ws-consulta-unificada foreground-color 15.
           05 sc-abono-faltas         line 04  col 46 pic x(01) using ws-abono-faltas       foreground-color 15.
           05 sc-criterio-avaliacao   line 05  col 46 pic x(01) using ws-criterio-avaliacao foreground-color 15.
           05 sc-baixa-mensalidade    line 06  col 46 pic x(01) using ws-baixa-mensalidade  foreground-color 15.
           05 sc-conselho-classe      line 07  col 46 pic x(01) using ws-conselho-classe    foreground-color 15.
           05 sc-ocorrencia           line 08  col 46 pic x(01) using ws-ocorrencia-disciplinar foreground-color 15.


      *>-----------------------------------------------------------------------------------------------------------------------
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-cad-not-alu     line 01  col 71 pic x(01)     using ws-sair foreground-color 12.
           05 sc-cod-cad-not-alu      line 03  col 19 pic 9(06)     using cod     foreground-color 15.
           05 sc-turma-cad-not-alu    line 04  col 19 pic 9(03)     using ws-turma-cod foreground-color 15.
           05 sc-msn-cad-not-alu      line 22  col 16 pic x(50)     using ws-msn  foreground-color 15.



           05 sc-sair-cad-not         line 01  col 71 pic x(01)     using ws-sair foreground-color 12.
           05 sc-cod-aluno            line 03  col 19 pic 9(06)     from  cod     foreground-color 15.
           05 sc-nota                 line 04  col 19 pic z9,99     from  nota1   foreground-color 15.
           05 sc-nota                 line 05  col 19 pic z9,99     from  nota2   foreground-color 15.
           05 sc-nota                 line 06  col 19 pic z9,99     from  nota3   foreground-color 15.
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-uni-pede        line 01  col 71 pic x(01) using ws-sair          foreground-color 12.
           05 sc-cod-uni-pede         line 03  col 31 pic 9(06) using cod              foreground-color 15.
           05 sc-ini-uni-pede         line 04  col 31 pic 9(08) using ws-con-data-ini  foreground-color 15.
           05 sc-fim-uni-pede         line 05  col 31 pic 9(08) using ws-con-data-fim  foreground-color 15.
           05 sc-msn-uni-pede         line 22  col 16 pic x(50) using ws-msn           foreground-color 15.
           05 line 04 col 01 value "       Situacao :      desde            Telefone:                                ".
           05 line 05 col 01 value "       Mae      :                       Pai     :                                ".
           05 line 06 col 01 value "       Endereco :                                                                ".
           05 line 08 col 01 value "       DISCIPLINA           NOTA1 NOTA2 NOTA3 NOTA4 REC   MEDIA MINIMA           ".
           05 line 15 col 01 value "       Faltas no periodo    :        em       dias letivos                       ".
           05 line 16 col 01 value "       Situacao do fechamento:                                                   ".
           05 line 17 col 01 value "       Financeiro           :                                                    ".
           05 line 18 col 01 value "       Pressione ENTER para voltar:                                              ".

           05 sc-sair-unificada       line 01  col 71 pic x(01) from ws-sair              foreground-color 12.
           05 sc-cod-unificada        line 03  col 18 pic 9(06) from cod                  foreground-color 15.
           05 sc-nome-unificada       line 03  col 26 pic x(12) from aluno                foreground-color 15.
           05 sc-sit-unificada        line 04  col 18 pic x(01) from situacao             foreground-color 15.
           05 sc-sitdt-unificada      line 04  col 30 pic 9(08) from sit-data             foreground-color 15.
           05 sc-tel-unificada        line 04  col 51 pic x(08) from telefone             foreground-color 15.
           05 sc-mae-unificada        line 05  col 18 pic x(12) from mae                  foreground-color 15.
           05 sc-pai-unificada        line 05  col 51 pic x(12) from pai                  foreground-color 15.
           05 sc-ende-unificada       line 06  col 18 pic x(14) from endereco             foreground-color 15.
           05 sc-mat1-unificada       line 09  col 08 pic x(62) from ws-con-linha1        foreground-color 15.
           05 sc-mat2-unificada       line 10  col 08 pic x(62) from ws-con-linha2        foreground-color 15.
           05 sc-mat3-unificada       line 11  col 08 pic x(62) from ws-con-linha3        foreground-color 15.
           05 sc-mat4-unificada       line 12  col 08 pic x(62) from ws-con-linha4        foreground-color 15.
           05 sc-mat5-unificada       line 13  col 08 pic x(62) from ws-con-linha5        foreground-color 15.
           05 sc-falt-unificada       line 15  col 31 pic zzzz9 from ws-con-faltas        foreground-color 15.
           05 sc-dias-unificada       line 15  col 41 pic zzzz9 from ws-con-dias-letivos  foreground-color 15.
           05 sc-fech-unificada       line 16  col 31 pic x(16) from ws-con-situacao-fecha foreground-color 15.
           05 sc-fin-unificada        line 17  col 31 pic x(45) from ws-con-financeiro    foreground-color 15.
           05 sc-pausa-unificada      line 18  col 44 pic x(01) using ws-con-pausa        foreground-color 15.
           05 sc-msn-unificada        line 22  col 16 pic x(50) using ws-msn              foreground-color 15.
      *>-----------------------------------------------------------------------------------------------------------------------
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Consulta de Cadastro                             ".
           05 line 03 col 01 value " Cod     Aluno      Endereco       Mae         Pai        Tel          Notas     ".

           05 sc-sair-cad-not         line 01  col 71 pic x(01)     using ws-sair foreground-color 12.
           05 sc-cadastro             line 04  col 02 pic x(78)     from  alunos  foreground-color 12.


       01  tela-pede-cod-consulta.
           05 line 03 col 01 value "       Cod. Aluno:                                                               ".

           05 sc-sair-cad-not         line 01  col 71 pic x(01)     using ws-sair foreground-color 12.
           05 sc-cod-aluno            line 03  col 19 pic 9(06)     using cod     foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
       01  tela-confirma-exclusao.
           05 line 09 col 01 value "       Confirma a exclusao deste cadastro? (S/N):                                ".

           05 sc-sair-conf-excl       line 01  col 71 pic x(01) using ws-sair              foreground-color 12.
           05 sc-cod-conf-excl        line 03  col 21 pic 9(06) from  cod                  foreground-color 15.
           05 sc-nome-conf-excl       line 04  col 21 pic x(25) from  aluno                foreground-color 15.
           05 sc-endr-conf-excl       line 05  col 21 pic x(35) from  endereco             foreground-color 15.
           05 sc-mae-conf-excl        line 06  col 21 pic x(25) from  mae                  foreground-color 15.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                             Busca de Cadastro por Nome                          ".
           05 line 03 col 01 value "       Inicio do nome  :                                                         ".

           05 sc-sair-busca-nome      line 01  col 71 pic x(01) using ws-sair        foreground-color 12.
           05 sc-nome-busca           line 03  col 26 pic x(12) using ws-nome-busca  foreground-color 15.
           05 line 06 col 01 value "       Vagas        :      (0 = sem limite)                                      ".
           05 line 07 col 01 value "       Professor    :                                                            ".
           05 line 08 col 01 value "       Horario      :      (ex.: SEG-08H)                                        ".
           05 line 09 col 01 value "       Ano letivo   :                                                            ".
           05 line 10 col 01 value "       Serie        :      (0 = sem seriacao)                                    ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-cad-turma       line 01  col 71 pic x(01) using ws-sair           foreground-color 12.
           05 sc-cod-turma            line 03  col 22 pic 9(03) using ws-turma-cod      foreground-color 15.
           05 sc-vagas-turma          line 06  col 22 pic 9(03) using turma-vagas       foreground-color 15.
           05 sc-professor-turma      line 07  col 22 pic x(20) using turma-professor   foreground-color 15.
           05 sc-horario-turma        line 08  col 22 pic x(10) using turma-horario     foreground-color 15.
           05 sc-ano-turma            line 09  col 22 pic 9(04) using turma-ano         foreground-color 15.
           05 sc-serie-turma          line 10  col 22 pic 9(02) using turma-serie       foreground-color 15.
           05 sc-msn-cad-turma        line 22  col 16 pic x(50) using ws-msn            foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
       01  tela-matricula-turma.
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-matricula       line 01  col 71 pic x(01) using ws-sair           foreground-color 12.
           05 sc-cod-aluno-matricula  line 03  col 22 pic 9(06) using cod               foreground-color 15.
           05 sc-cod-turma-matricula  line 04  col 22 pic 9(03) using ws-turma-cod      foreground-color 15.
           05 sc-disciplina-matricula line 06  col 22 pic x(20) using turma-disciplina  foreground-color 15.
           05 sc-msn-matricula        line 22  col 16 pic x(50) using ws-msn            foreground-color 15.
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-frequencia      line 01  col 71 pic x(01) using ws-sair            foreground-color 12.
           05 sc-cod-aluno-freq       line 03  col 22 pic 9(06) using cod                foreground-color 15.
           05 sc-data-freq            line 04  col 24 pic 9(08) using ws-freq-data       foreground-color 15.
           05 sc-presente-freq        line 05  col 25 pic x(01) using ws-freq-presente   foreground-color 15.
           05 sc-msn-frequencia       line 22  col 16 pic x(50) using ws-msn             foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
       01  tela-justificativa.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                        Abono de Faltas (Justificativa)                          ".
           05 line 03 col 01 value "       Cod. Aluno       :                                                        ".
           05 line 05 col 01 value "       Data inicial     :            (AAAAMMDD)                                  ".
           05 line 06 col 01 value "       Data final       :            (AAAAMMDD)                                  ".
           05 line 07 col 01 value "       Tipo             :    (A=atestado L=luto C=convocacao)                    ".
           05 line 08 col 01 value "       Documento        :                                                        ".
           05 line 10 col 01 value "       Excluir (S/N)    :                                                        ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-justificativa   line 01  col 71 pic x(01) using ws-sair              foreground-color 12.
           05 sc-cod-justificativa    line 03  col 26 pic 9(06) using cod                  foreground-color 15.
           05 sc-ini-justificativa    line 05  col 26 pic 9(08) using ws-jus-data-inicial  foreground-color 15.
           05 sc-fim-justificativa    line 06  col 26 pic 9(08) using ws-jus-data-final    foreground-color 15.
           05 sc-tipo-justificativa   line 07  col 26 pic x(01) using ws-jus-tipo          foreground-color 15.
           05 sc-doc-justificativa    line 08  col 26 pic x(15) using ws-jus-documento     foreground-color 15.
           05 sc-exc-justificativa    line 10  col 26 pic x(01) using ws-jus-excluir       foreground-color 15.
           05 sc-msn-justificativa    line 22  col 16 pic x(50) using ws-msn               foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
      *>----criterio de avaliacao de uma disciplina: a primeira
      *>----confirmacao traz o criterio gravado (ou o padrao), a
      *>----segunda grava ou exclui
       01  tela-criterio.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                         Criterios de Avaliacao                                  ".
           05 line 03 col 01 value "       Disciplina       :                                                        ".
           05 line 05 col 01 value "       Peso 1o bimestre :                                                        ".
           05 line 06 col 01 value "       Peso 2o bimestre :                                                        ".
           05 line 07 col 01 value "       Peso 3o bimestre :                                                        ".
           05 line 08 col 01 value "       Peso 4o bimestre :                                                        ".
           05 line 10 col 01 value "       Media aprovacao  :                                                        ".
           05 line 11 col 01 value "       Recuperacao de   :          (ate abaixo da media de aprovacao)            ".
           05 line 12 col 01 value "       Media apos rec.  :                                                        ".
           05 line 13 col 01 value "       Freq. minima (%) :                                                        ".
           05 line 15 col 01 value "       Excluir (S/N)    :                                                        ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-criterio        line 01  col 71 pic x(01)     using ws-sair                foreground-color 12.
           05 sc-disc-criterio        line 03  col 26 pic x(20)     using ws-cri-disciplina      foreground-color 15.
           05 sc-peso1-criterio       line 05  col 26 pic 9(02)     using ws-cri-peso1           foreground-color 15.
           05 sc-peso2-criterio       line 06  col 26 pic 9(02)     using ws-cri-peso2           foreground-color 15.
           05 sc-peso3-criterio       line 07  col 26 pic 9(02)     using ws-cri-peso3           foreground-color 15.
           05 sc-peso4-criterio       line 08  col 26 pic 9(02)     using ws-cri-peso4           foreground-color 15.
           05 sc-media-criterio       line 10  col 26 pic 9(02)v99  using ws-cri-media-aprovacao foreground-color 15.
           05 sc-recini-criterio      line 11  col 26 pic 9(02)v99  using ws-cri-rec-inicial     foreground-color 15.
           05 sc-recapr-criterio      line 12  col 26 pic 9(02)v99  using ws-cri-rec-aprovacao   foreground-color 15.
           05 sc-freq-criterio        line 13  col 26 pic 9(03)v99  using ws-cri-freq-minima     foreground-color 15.
           05 sc-exc-criterio         line 15  col 26 pic x(01)     using ws-cri-excluir         foreground-color 15.
           05 sc-msn-criterio         line 22  col 16 pic x(50)     using ws-msn                 foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
      *>----baixa de mensalidade: a primeira confirmacao traz a
      *>----mensalidade do aluno na competencia, a segunda registra o
      *>----pagamento (parcial ou do saldo todo)
       01  tela-mensalidade.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Baixa de Mensalidade                                   ".
           05 line 03 col 01 value "       Cod. Aluno       :                                                        ".
           05 line 04 col 01 value "       Competencia      :          (AAAAMM)                                      ".
           05 line 06 col 01 value "       Valor            :                                                        ".
           05 line 07 col 01 value "       Vencimento       :                                                        ".
           05 line 08 col 01 value "       Situacao         :    (A=em aberto P=paga)                                ".
           05 line 09 col 01 value "       Ja pago          :                                                        ".
           05 line 11 col 01 value "       Valor pago agora :                                                        ".
           05 line 12 col 01 value "       Data do pagamento:            (AAAAMMDD)                                  ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-mensalidade     line 01  col 71 pic x(01)      using ws-sair                foreground-color 12.
           05 sc-cod-mensalidade      line 03  col 26 pic 9(06)      using cod                    foreground-color 15.
           05 sc-comp-mensalidade     line 04  col 26 pic 9(06)      using ws-men-competencia     foreground-color 15.
           05 sc-valor-mensalidade    line 06  col 26 pic zz.zz9,99  from  fd-men-valor           foreground-color 15.
           05 sc-venc-mensalidade     line 07  col 26 pic 9(08)      from  fd-men-vencimento      foreground-color 15.
           05 sc-sit-mensalidade      line 08  col 26 pic x(01)      from  fd-men-situacao        foreground-color 15.
           05 sc-pago-mensalidade     line 09  col 26 pic zz.zz9,99  from  fd-men-valor-pago      foreground-color 15.
           05 sc-pgto-mensalidade     line 11  col 26 pic 9(05)v99   using ws-men-valor-pagamento foreground-color 15.
           05 sc-data-mensalidade     line 12  col 26 pic 9(08)      using ws-men-data-pagamento  foreground-color 15.
           05 sc-msn-mensalidade      line 22  col 16 pic x(50)      using ws-msn                 foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
      *>----deliberacao do conselho de classe: a primeira confirmacao
      *>----traz o ultimo fechamento do aluno (e a deliberacao ja
      *>----registrada, se houver), a segunda grava a decisao
       01  tela-deliberacao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                      Deliberacao do Conselho de Classe                          ".
           05 line 03 col 01 value "       Cod. Aluno       :                                                        ".
           05 line 05 col 01 value "       Periodo          :          a                                             ".
           05 line 06 col 01 value "       Media / Freq.    :         /       %                                      ".
           05 line 07 col 01 value "       Situacao sistema :                                                        ".
           05 line 08 col 01 value "       Situacao atual   :                                                        ".
           05 line 10 col 01 value "       Decisao          :    (A=aprovado R=reprovado pelo conselho)              ".
           05 line 11 col 01 value "       Justificativa    :                                                        ".
           05 line 12 col 01 value "       Data da reuniao  :            (AAAAMMDD)                                  ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-deliberacao     line 01  col 71 pic x(01)      using ws-sair                 foreground-color 12.
           05 sc-cod-deliberacao      line 03  col 26 pic 9(06)      using cod                     foreground-color 15.
           05 sc-nome-deliberacao     line 03  col 34 pic x(12)      from  aluno                   foreground-color 15.
           05 sc-ini-deliberacao      line 05  col 26 pic 9(08)      from  ws-dlb-data-inicial     foreground-color 15.
           05 sc-fim-deliberacao      line 05  col 37 pic 9(08)      from  ws-dlb-data-final       foreground-color 15.
           05 sc-media-deliberacao    line 06  col 26 pic z9,99      from  ws-dlb-media            foreground-color 15.
           05 sc-freq-deliberacao     line 06  col 35 pic zz9,99     from  ws-dlb-perc             foreground-color 15.
           05 sc-sist-deliberacao     line 07  col 26 pic x(16)      from  ws-dlb-situacao-sistema foreground-color 15.
           05 sc-atual-deliberacao    line 08  col 26 pic x(16)      from  ws-dlb-situacao-atual   foreground-color 15.
           05 sc-dec-deliberacao      line 10  col 26 pic x(01)      using ws-dlb-decisao          foreground-color 15.
           05 sc-just-deliberacao     line 11  col 26 pic x(40)      using ws-dlb-justificativa    foreground-color 15.
           05 sc-data-deliberacao     line 12  col 26 pic 9(08)      using ws-dlb-data-reuniao     foreground-color 15.
           05 sc-msn-deliberacao      line 22  col 16 pic x(50)      using ws-msn                  foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
      *>----ocorrencias disciplinares: a primeira confirmacao traz as
      *>----ultimas ocorrencias do aluno (e a ocorrencia da data, se ja
      *>----registrada), a segunda grava a ocorrencia nova
       01  tela-ocorrencia.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Ocorrencias Disciplinares                              ".
           05 line 03 col 01 value "       Cod. Aluno       :                                                        ".
           05 line 04 col 01 value "       Data             :            (AAAAMMDD)                                  ".
           05 line 06 col 01 value "       Tipo             :    (V=adv. verbal E=adv. escrita S=suspensao)          ".
           05 line 07 col 01 value "       Dias suspensao   :                                                        ".
           05 line 08 col 01 value "       Turma            :                                                        ".
           05 line 09 col 01 value "       Descricao        :                                                        ".
           05 line 10 col 01 value "       Operador         :                                                        ".
           05 line 12 col 01 value "       Ocorrencias do aluno:                                                     ".
           05 line 13 col 01 value "       DATA      TIPO          DIAS TURMA DESCRICAO                              ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-ocorrencia      line 01  col 71 pic x(01)      using ws-sair                 foreground-color 12.
           05 sc-cod-ocorrencia       line 03  col 26 pic 9(06)      using cod                     foreground-color 15.
           05 sc-nome-ocorrencia      line 03  col 34 pic x(12)      from  aluno                   foreground-color 15.
           05 sc-data-ocorrencia      line 04  col 26 pic 9(08)      using ws-oco-data             foreground-color 15.
           05 sc-tipo-ocorrencia      line 06  col 26 pic x(01)      using ws-oco-tipo             foreground-color 15.
           05 sc-dias-ocorrencia      line 07  col 26 pic 9(02)      using ws-oco-dias             foreground-color 15.
           05 sc-turma-ocorrencia     line 08  col 26 pic 9(03)      using ws-oco-turma-cod        foreground-color 15.
           05 sc-desc-ocorrencia      line 09  col 26 pic x(50)      using ws-oco-descricao        foreground-color 15.
           05 sc-oper-ocorrencia      line 10  col 26 pic x(10)      from  ws-oco-operador         foreground-color 15.
           05 sc-total-ocorrencia     line 12  col 30 pic zzzz9      from  ws-oco-total            foreground-color 15.
           05 sc-lin1-ocorrencia      line 14  col 08 pic x(66)      from  ws-oco-lin(1)           foreground-color 15.
           05 sc-lin2-ocorrencia      line 15  col 08 pic x(66)      from  ws-oco-lin(2)           foreground-color 15.
           05 sc-lin3-ocorrencia      line 16  col 08 pic x(66)      from  ws-oco-lin(3)           foreground-color 15.
           05 sc-lin4-ocorrencia      line 17  col 08 pic x(66)      from  ws-oco-lin(4)           foreground-color 15.
           05 sc-lin5-ocorrencia      line 18  col 08 pic x(66)      from  ws-oco-lin(5)           foreground-color 15.
           05 sc-lin6-ocorrencia      line 19  col 08 pic x(66)      from  ws-oco-lin(6)           foreground-color 15.
           05 sc-msn-ocorrencia       line 22  col 16 pic x(50)      using ws-msn                  foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------
       01  tela-calendario.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
           05 sc-turma-cha-alu        line 03  col 24 pic x(20) from  turma-nome           foreground-color 15.
           05 sc-prof-cha-alu         line 04  col 24 pic x(20) from  turma-professor      foreground-color 15.
           05 sc-data-cha-alu         line 05  col 24 pic 9(08) from  ws-freq-data         foreground-color 15.
           05 sc-cod-cha-alu          line 06  col 24 pic 9(06) from  ws-cha-cod-atual     foreground-color 15.
           05 sc-nome-cha-alu         line 06  col 32 pic x(12) from  ws-cha-nome-atual    foreground-color 15.
           05 sc-presente-cha-alu     line 08  col 24 pic x(01) using ws-cha-presente-atual foreground-color 15.

      *>----------------------------------------------------------------------------------------------------------------

           05 sc-sair-recupera        line 01  col 71 pic x(01) using ws-sair              foreground-color 12.
           05 sc-dh-recupera          line 03  col 21 pic x(20) from  ws-rec-data-hora     foreground-color 15.
           05 sc-cod-recupera         line 04  col 21 pic 9(06) from  cod                  foreground-color 15.
           05 sc-nome-recupera        line 05  col 21 pic x(25) from  aluno                foreground-color 15.
           05 sc-endr-recupera        line 06  col 21 pic x(35) from  endereco             foreground-color 15.
           05 sc-mae-recupera         line 07  col 21 pic x(25) from  mae                  foreground-color 15.
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-situacao        line 01  col 71 pic x(01) using ws-sair              foreground-color 12.
           05 sc-cod-situacao         line 03  col 26 pic 9(06) from  cod                  foreground-color 15.
           05 sc-nome-situacao        line 04  col 26 pic x(12) from  aluno                foreground-color 15.
           05 sc-atual-situacao       line 05  col 26 pic x(01) from  situacao             foreground-color 15.
           05 sc-data-situacao        line 05  col 38 pic 9(08) from  sit-data             foreground-color 15.
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-lanca-rec       line 01  col 71 pic x(01)     using ws-sair       foreground-color 12.
           05 sc-cod-lanca-rec        line 03  col 22 pic 9(06)     using cod           foreground-color 15.
           05 sc-turma-lanca-rec      line 04  col 22 pic 9(03)     using ws-turma-cod  foreground-color 15.
           05 sc-nota-lanca-rec       line 06  col 22 pic 9(02)v99  using ws-rec-nota   foreground-color 15.
           05 sc-msn-lanca-rec        line 22  col 16 pic x(50)     using ws-msn        foreground-color 15.

           move "S" to ws-frequencia-aberto

      *>   abrindo o arquivo de justificativas de faltas (abono)
           open i-o arqJustificativa

      *>   tratamento de file status
           if ws-fs-arqJustificativa  <> 00
           and ws-fs-arqJustificativa <> 05 then
               move 47                                    to ws-msn-erro-ofsset
               move ws-fs-arqJustificativa                to ws-msn-erro-cod
               move "Erro ao abrir arq. de justificativas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-justificativa-aberto

      *>   abrindo o arquivo de criterios de avaliacao por disciplina
           open i-o arqCriterio

      *>   tratamento de file status
           if ws-fs-arqCriterio  <> 00
           and ws-fs-arqCriterio <> 05 then
               move 51                                    to ws-msn-erro-ofsset
               move ws-fs-arqCriterio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. de criterios"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-criterio-aberto

      *>   abrindo o arquivo de mensalidades dos alunos
           open i-o arqMensalidade

      *>   tratamento de file status
           if ws-fs-arqMensalidade  <> 00
           and ws-fs-arqMensalidade <> 05 then
               move 56                                    to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                  to ws-msn-erro-cod
               move "Erro ao abrir arq. de mensalidades"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-mensalidade-aberto

      *>   abrindo o arquivo de deliberacoes do conselho de classe
           open i-o arqDeliberacao

      *>   tratamento de file status
           if ws-fs-arqDeliberacao  <> 00
           and ws-fs-arqDeliberacao <> 05 then
               move 59                                    to ws-msn-erro-ofsset
               move ws-fs-arqDeliberacao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. de deliberacoes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-deliberacao-aberto

      *>   abrindo o arquivo de ocorrencias disciplinares
           open i-o arqOcorrencia

      *>   tratamento de file status
           if ws-fs-arqOcorrencia  <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 66                                    to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                   to ws-msn-erro-cod
               move "Erro ao abrir arq. de ocorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-ocorrencia-aberto

      *>   abrindo o arquivo de calendario escolar (dias letivos)
           open i-o arqCalendario

                move   space  to  ws-cadastro-operador
                move   space  to  ws-fechar-bimestre
                move   space  to  ws-consulta-unificada
                move   space  to  ws-abono-faltas
                move   space  to  ws-criterio-avaliacao
                move   space  to  ws-baixa-mensalidade
                move   space  to  ws-conselho-classe
                move   space  to  ws-ocorrencia-disciplinar
                move   space  to  ws-sair

                display tela-menu
                       end-if
                end-if

                if ws-abono-faltas = "X"
                or ws-abono-faltas = "x" then
                       move "L" to ws-nivel-exigido
                       perform verifica-permissao
                       if ws-permitido = "S" then
                           perform abonar-faltas
                       end-if
                end-if

                if ws-criterio-avaliacao = "X"
                or ws-criterio-avaliacao = "x" then
                       move "A" to ws-nivel-exigido
                       perform verifica-permissao
                       if ws-permitido = "S" then
                           perform criterio-avaliacao
                       end-if
                end-if

                if ws-baixa-mensalidade = "X"
                or ws-baixa-mensalidade = "x" then
                       move "A" to ws-nivel-exigido
                       perform verifica-permissao
                       if ws-permitido = "S" then
                           perform baixa-mensalidade
                       end-if
                end-if

                if ws-conselho-classe = "X"
                or ws-conselho-classe = "x" then
                       move "A" to ws-nivel-exigido
                       perform verifica-permissao
                       if ws-permitido = "S" then
                           perform deliberar-conselho
                       end-if
                end-if

                if ws-ocorrencia-disciplinar = "X"
                or ws-ocorrencia-disciplinar = "x" then
                       move "L" to ws-nivel-exigido
                       perform verifica-permissao
                       if ws-permitido = "S" then
                           perform ocorrencias-disciplinares
                       end-if
                end-if


           end-perform
           .
                               move ws-turma-cod to fd-mat-turma-cod
                               read arqMatriculaTurma

                               if ws-fs-arqMatriculaTurma = 00
                               and fd-mat-situacao = "E" then
                                   move "Matricula de ano letivo encerrado!" to ws-msn
                               else
                               if ws-fs-arqMatriculaTurma = 00 then
                                   evaluate ws-bim-aberto
                                       when 1    move ws-nota-aberta to fd-mat-nota1
                               else
                                   move "Aluno nao matriculado na turma!" to ws-msn
                               end-if
                               end-if
                           else
                               move "Nota registrada com sucesso!" to ws-msn
                           end-if
                       perform conta-faltas-unificada
                       perform conta-dias-letivos-unificada
                       perform busca-situacao-fechamento
                       perform conta-atraso-unificada

                       if ws-rec-achou = "S" then
                           move ws-rec-situacao-aluno to ws-con-situacao-fecha
               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-cod-aluno <> cod
      *>           mais matriculas que a tela comporta saem avisadas
      *>           na linha de mensagem; as de ano letivo encerrado
      *>           ficam de fora da consulta
                   if fd-mat-situacao = "E" then
                       continue
                   else
                   if ws-con-mat-qtd < 5 then
                       perform monta-uma-matricula
                   else
                       move "Aluno com mais matriculas que a tela mostra!"
                         to ws-msn
                   end-if
                   end-if
                   read arqMatriculaTurma next
               end-perform
           end-if
       monta-uma-matricula section.
           add 1 to ws-con-mat-qtd

      *>   media ponderada pelos pesos do criterio da disciplina
           move fd-mat-disciplina to ws-cri-disciplina
           perform le-criterio-disciplina

           compute ws-con-soma-notas = fd-mat-nota1 * ws-cri-peso1
                                     + fd-mat-nota2 * ws-cri-peso2
                                     + fd-mat-nota3 * ws-cri-peso3
                                     + fd-mat-nota4 * ws-cri-peso4
           compute ws-con-media rounded = ws-con-soma-notas / ws-cri-soma-pesos

           move fd-mat-disciplina to wscon-disciplina
           move fd-mat-nota1      to wscon-n1
           move fd-mat-nota4      to wscon-n4
           move fd-mat-nota-rec   to wscon-rec
           move ws-con-media      to wscon-media
           move ws-cri-media-aprovacao to wscon-minima

           move ws-con-linha-det to ws-con-linha(ws-con-mat-qtd)
           .

      *>------------------------------------------------------------------------
      *>  conta as faltas registradas do aluno dentro do periodo
      *>  pedido na consulta unificada; dia de suspensao conta como falta
      *>------------------------------------------------------------------------
       conta-faltas-unificada section.
           move zeros to ws-con-faltas
               perform until ws-fs-arqFrequencia <> 00
                          or fd-freq-cod-aluno <> cod
                          or fd-freq-data > ws-con-data-fim
                   if fd-freq-presente = "N" or fd-freq-presente = "n"
                   or fd-freq-presente = "U" or fd-freq-presente = "u" then
                       add 1 to ws-con-faltas
                   end-if
                   read arqFrequencia next
       conta-dias-letivos-unificada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma as mensalidades em aberto do aluno ja vencidas; havendo
      *>  saldo em atraso, a consulta unificada mostra o aviso
      *>------------------------------------------------------------------------
       conta-atraso-unificada section.
           move zeros to ws-fin-parcelas
           move zeros to ws-fin-saldo
           accept ws-sit-data-hoje from date yyyymmdd

           move cod   to fd-men-cod-aluno
           move zeros to fd-men-competencia
           start arqMensalidade key is not less than fd-men-chave

           if ws-fs-arqMensalidade = 00 then
               read arqMensalidade next
               perform until ws-fs-arqMensalidade <> 00
                          or fd-men-cod-aluno <> cod
                   if fd-men-situacao = "A"
                   and fd-men-vencimento < ws-sit-data-hoje then
                       add 1 to ws-fin-parcelas
                       compute ws-fin-saldo = ws-fin-saldo
                                            + fd-men-valor - fd-men-valor-pago
                   end-if
                   read arqMensalidade next
               end-perform
           end-if

           move spaces to ws-con-financeiro
           if ws-fin-parcelas > zeros then
               move ws-fin-parcelas to ws-fin-parcelas-edt
               move ws-fin-saldo    to ws-fin-saldo-edt
               string "EM ATRASO: " ws-fin-parcelas-edt " parc. saldo "
                      ws-fin-saldo-edt
                   delimited by size into ws-con-financeiro
           else
               move "em dia" to ws-con-financeiro
           end-if
           .
       conta-atraso-unificada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consultar cadastro
      *>------------------------------------------------------------------------
           exit.

      *>------------------------------------------------------------------------
      *>  consultar cadastro pelo inicio do nome, na ordem alfabetica
      *>------------------------------------------------------------------------
       consultar-cadastro-nome section.
      *>   pedindo o nome (ou o inicio dele) para o usuario
           move spaces to ws-nome-busca
           display tela-pede-nome-consulta
           accept tela-pede-nome-consulta
           end-perform

           if ws-tam-busca = 0 then
               move "Informe o inicio do nome para buscar!" to ws-msn
               display tela-pede-nome-consulta
           else
      *>       posicionando pela chave alternativa do nome no primeiro
      *>       aluno que comeca pelo trecho digitado e lendo enquanto o
      *>       inicio do nome continuar igual
               move spaces        to fd-aluno
               move ws-nome-busca to fd-aluno
               start arqCadAluno key is not less than fd-aluno

               if ws-fs-arqCadAluno = 00 then
                   read arqCadAluno next

                   perform until ws-fs-arqCadAluno <> 00
                              or fd-aluno(1:ws-tam-busca) <> ws-nome-busca(1:ws-tam-busca)

                       move fd-alunos to alunos
                       display tela-consulta-cad
                       accept tela-consulta-cad

                       read arqCadAluno next
                   end-perform
       consultar-cadastro-nome-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadastro de turma/disciplina
      *>------------------------------------------------------------------------
           move zeros  to turma-vagas
           move spaces to turma-professor
           move spaces to turma-horario
           move zeros  to turma-ano
           move zeros  to turma-serie
           move space  to ws-msn

           display tela-cad-turma
           accept tela-cad-turma
           read arqTurma

           if ws-fs-arqTurma = 00 then
      *>       turma de ano letivo ja encerrado fica so para consulta
               if fd-turma-situacao = "E" then
                   move "Turma de ano letivo encerrado!" to ws-msn
               else
      *>           turma ja existe: atualiza nome, disciplina e os dados
      *>           de capacidade, professor, horario, ano e serie
                   move turma-nome       to fd-turma-nome
                   move turma-disciplina to fd-turma-disciplina
                   move turma-vagas      to fd-turma-vagas
                   move turma-professor  to fd-turma-professor
                   move turma-horario    to fd-turma-horario
                   move turma-ano        to fd-turma-ano
                   move turma-serie      to fd-turma-serie
                   move "A"              to fd-turma-situacao
                   rewrite fd-turma
                   move "Turma atualizada com sucesso!" to ws-msn
               end-if
           else
      *>       turma nova
               move ws-turma-cod     to fd-turma-cod
               move turma-vagas      to fd-turma-vagas
               move turma-professor  to fd-turma-professor
               move turma-horario    to fd-turma-horario
               move turma-ano        to fd-turma-ano
               move turma-serie      to fd-turma-serie
               move "A"              to fd-turma-situacao
               write fd-turma
               move "Turma cadastrada com sucesso!" to ws-msn
           end-if

      *>   tratamento de file status
               perform finaliza-anormal
           end-if

           display tela-cad-turma
           accept tela-cad-turma
           .
       cadastrar-turma-exit.
           exit.
                   move fd-turma-disciplina to turma-disciplina
                   move fd-turma-vagas      to turma-vagas
                   move fd-turma-horario    to turma-horario
                   move fd-turma-ano        to turma-ano

      *>           turma de ano letivo encerrado nao aceita matricula
                   if fd-turma-situacao = "E" then
                       move "Turma de ano letivo encerrado!" to ws-msn
                   end-if

      *>           verificando se o aluno ja esta matriculado nesta turma
                   move cod          to fd-mat-cod-aluno
                   move ws-turma-cod to fd-mat-turma-cod
                   read arqMatriculaTurma

                   if ws-msn <> space then
                       continue
                   else
                   if ws-fs-arqMatriculaTurma = 23 then
                       perform verifica-vaga-turma

                           move zeros             to fd-mat-notas
                           move zeros             to fd-mat-nota-rec
                           move space             to fd-mat-rec-lancada
                           move turma-ano         to fd-mat-ano
                           move "A"               to fd-mat-situacao
                           write fd-matricula-turma

      *>                   tratamento de file status
                   else
                       move "Aluno ja matriculado nesta turma!" to ws-msn
                   end-if
                   end-if
               end-if
           end-if

           else
               move zeros to ws-mat-ocupadas

      *>       posicionando pela chave alternativa da turma e lendo
      *>       enquanto a turma nao mudar
               move ws-turma-cod to fd-mat-turma-cod
               start arqMatriculaTurma key is = fd-mat-turma-cod

               if ws-fs-arqMatriculaTurma = 00 then
                   read arqMatriculaTurma next
                   perform until ws-fs-arqMatriculaTurma <> 00
                              or fd-mat-turma-cod <> ws-turma-cod
                       add 1 to ws-mat-ocupadas
                       read arqMatriculaTurma next
                   end-perform
               end-if
           move ws-mat-turma-lida to fd-turma-cod
           read arqTurma

      *>   turma de ano letivo encerrado nao ocupa mais o horario
           if ws-fs-arqTurma = 00 and fd-turma-situacao <> "E" then
               if fd-turma-horario <> spaces
               and fd-turma-horario = turma-horario then
                   move "S" to ws-mat-conflito
                       move ws-freq-data to fd-freq-data
                       read arqFrequencia

      *>               dia de suspensao e lancado pela ocorrencia
      *>               disciplinar e nao e trocado por presenca/falta
                       if ws-fs-arqFrequencia = 00
                       and (fd-freq-presente = "U" or fd-freq-presente = "u") then
                           move "Dia de suspensao do aluno, nada alterado!" to ws-msn
                       else
                           if ws-fs-arqFrequencia = 23 then
                               move ws-freq-presente to fd-freq-presente
                               write fd-frequencia
                           else
                               move ws-freq-presente to fd-freq-presente
                               rewrite fd-frequencia
                           end-if

      *>                   tratamento de file status
                           if ws-fs-arqFrequencia <> 00 and ws-fs-arqFrequencia <> 23 then
                               move 24                                   to ws-msn-erro-ofsset
                               move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                               move "Erro ao gravar arq. de frequencia"  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           move "Frequencia registrada com sucesso!" to ws-msn
                       end-if
                   end-if
               end-if

           exit.

      *>------------------------------------------------------------------------
      *>  abono de faltas: registra, altera ou exclui a justificativa
      *>  de um periodo de faltas do aluno; a falta continua gravada
      *>  em arqFrequencia e os batches a tratam como abonada
      *>------------------------------------------------------------------------
       abonar-faltas section.

           perform until ws-sair = "V"
                      or ws-sair = "v"
      *>       inicializando variaveis
               move zeros  to cod
               move zeros  to ws-jus-data-inicial
               move zeros  to ws-jus-data-final
               move space  to ws-jus-tipo
               move spaces to ws-jus-documento
               move space  to ws-jus-excluir
               move space  to ws-msn

               display tela-justificativa
               accept tela-justificativa

               if ws-sair = "V" or ws-sair = "v" then
                   continue
               else
      *>           validando se o aluno existe no cadastro
                   move cod to fd-cod
                   read arqCadAluno

                   if ws-fs-arqCadAluno <> 00 then
                       move "Aluno nao cadastrado!" to ws-msn
                   else
                   if ws-jus-data-inicial = zeros
                   or ws-jus-data-final < ws-jus-data-inicial then
                       move "Periodo invalido!" to ws-msn
                   else
                       move cod                 to fd-jus-cod-aluno
                       move ws-jus-data-inicial to fd-jus-data-inicial
                       read arqJustificativa

                       if ws-jus-excluir = "S" or ws-jus-excluir = "s" then
                           perform exclui-justificativa
                       else
                           perform grava-justificativa
                       end-if
                   end-if
                   end-if

                   display tela-justificativa
                   accept tela-justificativa
               end-if
           end-perform
           .
       abonar-faltas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui ou altera a justificativa lida em abonar-faltas e
      *>  registra a imagem antes/depois no arquivo de auditoria
      *>------------------------------------------------------------------------
       grava-justificativa section.
           if ws-jus-tipo = "a" then
               move "A" to ws-jus-tipo
           end-if
           if ws-jus-tipo = "l" then
               move "L" to ws-jus-tipo
           end-if
           if ws-jus-tipo = "c" then
               move "C" to ws-jus-tipo
           end-if

           if ws-jus-tipo <> "A" and ws-jus-tipo <> "L" and ws-jus-tipo <> "C" then
               move "Tipo invalido! Use A, L ou C." to ws-msn
           else
           if ws-jus-documento = spaces then
               move "Informe o numero do documento!" to ws-msn
           else
               accept ws-sit-data-hoje from date yyyymmdd

               if ws-fs-arqJustificativa = 00 then
      *>           justificativa ja existe para o aluno e a data
      *>           inicial: atualiza o restante do periodo
                   move fd-justificativa    to ws-audit-antes
                   move ws-jus-data-final   to fd-jus-data-final
                   move ws-jus-tipo         to fd-jus-tipo
                   move ws-jus-documento    to fd-jus-documento
                   move ws-operador         to fd-jus-operador
                   move ws-sit-data-hoje    to fd-jus-data-registro
                   rewrite fd-justificativa
                   move "ABONO-ALT"         to ws-audit-operacao
               else
                   move spaces              to ws-audit-antes
                   move cod                 to fd-jus-cod-aluno
                   move ws-jus-data-inicial to fd-jus-data-inicial
                   move ws-jus-data-final   to fd-jus-data-final
                   move ws-jus-tipo         to fd-jus-tipo
                   move ws-jus-documento    to fd-jus-documento
                   move ws-operador         to fd-jus-operador
                   move ws-sit-data-hoje    to fd-jus-data-registro
                   write fd-justificativa
                   move "ABONO"             to ws-audit-operacao
               end-if

      *>       tratamento de file status
               if ws-fs-arqJustificativa <> 00 then
                   move 49                                      to ws-msn-erro-ofsset
                   move ws-fs-arqJustificativa                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. de justificativas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       registrando o abono no arquivo de auditoria
               move fd-justificativa to ws-audit-depois
               perform grava-auditoria

               move "Justificativa registrada com sucesso!" to ws-msn
           end-if
           end-if
           .
       grava-justificativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui a justificativa lida em abonar-faltas, registrando a
      *>  imagem excluida no arquivo de auditoria
      *>------------------------------------------------------------------------
       exclui-justificativa section.
           if ws-fs-arqJustificativa <> 00 then
               move "Justificativa nao encontrada!" to ws-msn
           else
               move fd-justificativa to ws-audit-antes
               delete arqJustificativa

      *>       tratamento de file status
               if ws-fs-arqJustificativa <> 00 then
                   move 50                                       to ws-msn-erro-ofsset
                   move ws-fs-arqJustificativa                   to ws-msn-erro-cod
                   move "Erro ao excluir arq. de justificativas" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       registrando a exclusao no arquivo de auditoria
               move "ABONO-EXC" to ws-audit-operacao
               move spaces      to ws-audit-depois
               perform grava-auditoria

               move "Justificativa excluida!" to ws-msn
           end-if
           .
       exclui-justificativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutencao dos criterios de avaliacao por disciplina: pesos
      *>  dos bimestres, media de aprovacao, faixa de recuperacao e
      *>  frequencia minima usados pelo fechamento e pelos relatorios
      *>------------------------------------------------------------------------
       criterio-avaliacao section.
           move spaces to ws-cri-disciplina-ant
           move space  to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"
      *>       inicializando variaveis quando nao ha disciplina em
      *>       edicao na tela
               if ws-cri-disciplina-ant = spaces then
                   move spaces to ws-cri-disciplina
                   move zeros  to ws-cri-peso1
                   move zeros  to ws-cri-peso2
                   move zeros  to ws-cri-peso3
                   move zeros  to ws-cri-peso4
                   move zeros  to ws-cri-media-aprovacao
                   move zeros  to ws-cri-rec-inicial
                   move zeros  to ws-cri-rec-aprovacao
                   move zeros  to ws-cri-freq-minima
               end-if
               move space to ws-cri-excluir

               display tela-criterio
               accept tela-criterio

               move space to ws-msn

               if ws-sair = "V" or ws-sair = "v" then
                   continue
               else
               if ws-cri-disciplina = spaces then
                   move "Informe a disciplina!" to ws-msn
               else
               if ws-cri-disciplina <> ws-cri-disciplina-ant then
      *>           disciplina nova na tela: traz o criterio gravado,
      *>           ou o padrao, para conferir antes de confirmar
                   perform le-criterio-disciplina
                   move ws-cri-disciplina to ws-cri-disciplina-ant

                   if ws-fs-arqCriterio = 00 then
                       move "Criterio atual. Altere e confirme." to ws-msn
                   else
                       move "Sem criterio: valores padrao. Confirme." to ws-msn
                   end-if
               else
                   move ws-cri-disciplina to fd-cri-disciplina
                   read arqCriterio

                   if ws-cri-excluir = "S" or ws-cri-excluir = "s" then
                       perform exclui-criterio
                   else
                       perform grava-criterio
                   end-if
               end-if
               end-if
               end-if
           end-perform
           .
       criterio-avaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o criterio da disciplina em ws-cri-disciplina; sem
      *>  registro vale o criterio padrao (pesos iguais, media 7,00,
      *>  recuperacao a partir de 5,00 com aprovacao em 5,00 e 75% de
      *>  presenca); soma de pesos zerada vira media simples
      *>------------------------------------------------------------------------
       le-criterio-disciplina section.
           move ws-cri-disciplina to fd-cri-disciplina
           read arqCriterio

           if ws-fs-arqCriterio = 00 then
               move fd-cri-peso1           to ws-cri-peso1
               move fd-cri-peso2           to ws-cri-peso2
               move fd-cri-peso3           to ws-cri-peso3
               move fd-cri-peso4           to ws-cri-peso4
               move fd-cri-media-aprovacao to ws-cri-media-aprovacao
               move fd-cri-rec-inicial     to ws-cri-rec-inicial
               move fd-cri-rec-aprovacao   to ws-cri-rec-aprovacao
               move fd-cri-freq-minima     to ws-cri-freq-minima
           else
               move 1     to ws-cri-peso1
               move 1     to ws-cri-peso2
               move 1     to ws-cri-peso3
               move 1     to ws-cri-peso4
               move 7,00  to ws-cri-media-aprovacao
               move 5,00  to ws-cri-rec-inicial
               move 5,00  to ws-cri-rec-aprovacao
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
      *>  inclui ou altera o criterio lido em criterio-avaliacao e
      *>  registra a imagem antes/depois no arquivo de auditoria
      *>------------------------------------------------------------------------
       grava-criterio section.
           compute ws-cri-soma-pesos = ws-cri-peso1 + ws-cri-peso2
                                     + ws-cri-peso3 + ws-cri-peso4

           if ws-cri-soma-pesos = zeros then
               move "Informe ao menos um peso!" to ws-msn
           else
           if ws-cri-media-aprovacao = zeros
           or ws-cri-media-aprovacao > 10,00 then
               move "Media de aprovacao invalida!" to ws-msn
           else
           if ws-cri-rec-inicial > ws-cri-media-aprovacao then
               move "Recuperacao deve comecar abaixo da media!" to ws-msn
           else
           if ws-cri-rec-aprovacao > 10,00 then
               move "Media apos recuperacao invalida!" to ws-msn
           else
           if ws-cri-freq-minima > 100,00 then
               move "Frequencia minima invalida!" to ws-msn
           else
               accept ws-sit-data-hoje from date yyyymmdd

               if ws-fs-arqCriterio = 00 then
                   move fd-criterio to ws-audit-antes
                   move "CRIT-ALT"  to ws-audit-operacao
               else
                   move spaces      to ws-audit-antes
                   move "CRITERIO"  to ws-audit-operacao
               end-if

               move ws-cri-disciplina      to fd-cri-disciplina
               move ws-cri-peso1           to fd-cri-peso1
               move ws-cri-peso2           to fd-cri-peso2
               move ws-cri-peso3           to fd-cri-peso3
               move ws-cri-peso4           to fd-cri-peso4
               move ws-cri-media-aprovacao to fd-cri-media-aprovacao
               move ws-cri-rec-inicial     to fd-cri-rec-inicial
               move ws-cri-rec-aprovacao   to fd-cri-rec-aprovacao
               move ws-cri-freq-minima     to fd-cri-freq-minima
               move ws-operador            to fd-cri-operador
               move ws-sit-data-hoje       to fd-cri-data-alteracao

               if ws-fs-arqCriterio = 00 then
                   rewrite fd-criterio
               else
                   write fd-criterio
               end-if

      *>       tratamento de file status
               if ws-fs-arqCriterio <> 00 then
                   move 53                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCriterio                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. de criterios"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       registrando o criterio no arquivo de auditoria; o
      *>       criterio nao e de um aluno, vai com o cod zerado
               move fd-criterio to ws-audit-depois
               move zeros       to cod
               perform grava-auditoria

               move spaces to ws-cri-disciplina-ant
               move "Criterio gravado com sucesso!" to ws-msn
           end-if
           end-if
           end-if
           end-if
           end-if
           .
       grava-criterio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui o criterio lido em criterio-avaliacao; a disciplina
      *>  volta a seguir o criterio padrao
      *>------------------------------------------------------------------------
       exclui-criterio section.
           if ws-fs-arqCriterio <> 00 then
               move "Disciplina sem criterio gravado!" to ws-msn
           else
               move fd-criterio to ws-audit-antes
               delete arqCriterio

      *>       tratamento de file status
               if ws-fs-arqCriterio <> 00 then
                   move 54                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCriterio                     to ws-msn-erro-cod
                   move "Erro ao excluir arq. de criterios"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       registrando a exclusao no arquivo de auditoria
               move "CRIT-EXC" to ws-audit-operacao
               move spaces     to ws-audit-depois
               move zeros      to cod
               perform grava-auditoria

               move spaces to ws-cri-disciplina-ant
               move "Criterio excluido! Vale o padrao." to ws-msn
           end-if
           .
       exclui-criterio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  baixa de mensalidade: registra o pagamento da mensalidade do
      *>  aluno na competencia; pagamento menor que o saldo fica como
      *>  parcial e a mensalidade continua em aberto
      *>------------------------------------------------------------------------
       baixa-mensalidade section.
           move zeros to ws-men-chave-ant
           move space to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"
      *>       inicializando variaveis quando nao ha mensalidade em
      *>       edicao na tela
               if ws-men-chave-ant = zeros then
                   move zeros  to cod
                   move zeros  to ws-men-competencia
                   move zeros  to fd-men-valor
                   move zeros  to fd-men-vencimento
                   move space  to fd-men-situacao
                   move zeros  to fd-men-valor-pago
                   move zeros  to ws-men-valor-pagamento
                   move zeros  to ws-men-data-pagamento
               end-if

               display tela-mensalidade
               accept tela-mensalidade

               move space to ws-msn
               divide ws-men-competencia by 100
                   giving ws-div-quoc remainder ws-cal-mes

               if ws-sair = "V" or ws-sair = "v" then
                   continue
               else
               if cod = zeros
               or ws-cal-mes < 01 or ws-cal-mes > 12 then
                   move "Informe o aluno e a competencia AAAAMM!" to ws-msn
                   move zeros to ws-men-chave-ant
               else
               if cod * 1000000 + ws-men-competencia <> ws-men-chave-ant then
      *>           mensalidade nova na tela: traz valor, vencimento e o
      *>           que ja foi pago, sugerindo o saldo e a data de hoje
                   move cod                to fd-men-cod-aluno
                   move ws-men-competencia to fd-men-competencia
                   read arqMensalidade

                   if ws-fs-arqMensalidade <> 00 then
                       move "Mensalidade nao gerada nessa competencia!" to ws-msn
                       move zeros to ws-men-chave-ant
                   else
                       compute ws-men-chave-ant = cod * 1000000
                                                + ws-men-competencia
                       compute ws-men-valor-pagamento = fd-men-valor
                                                      - fd-men-valor-pago
                       accept ws-men-data-pagamento from date yyyymmdd

                       if fd-men-situacao = "P" then
                           move "Mensalidade ja paga!" to ws-msn
                       else
                           move "Confira o valor pago e confirme." to ws-msn
                       end-if
                   end-if
               else
                   move cod                to fd-men-cod-aluno
                   move ws-men-competencia to fd-men-competencia
                   read arqMensalidade

                   perform grava-pagamento
               end-if
               end-if
               end-if
           end-perform
           .
       baixa-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma o pagamento informado na mensalidade lida em
      *>  baixa-mensalidade e registra antes/depois na auditoria
      *>------------------------------------------------------------------------
       grava-pagamento section.
           accept ws-sit-data-hoje from date yyyymmdd

           if ws-fs-arqMensalidade <> 00 then
               move "Mensalidade nao gerada nessa competencia!" to ws-msn
               move zeros to ws-men-chave-ant
           else
           if fd-men-situacao = "P" then
               move "Mensalidade ja paga!" to ws-msn
               move zeros to ws-men-chave-ant
           else
           if ws-men-valor-pagamento = zeros then
               move "Informe o valor pago!" to ws-msn
           else
           if ws-men-valor-pagamento > fd-men-valor - fd-men-valor-pago then
               move "Valor maior que o saldo da mensalidade!" to ws-msn
           else
           if ws-men-data-pagamento = zeros
           or ws-men-data-pagamento > ws-sit-data-hoje then
               move "Data do pagamento invalida!" to ws-msn
           else
               move fd-mensalidade to ws-audit-antes

               add  ws-men-valor-pagamento to fd-men-valor-pago
               move ws-men-data-pagamento  to fd-men-data-pagamento
               move ws-operador            to fd-men-operador

               if fd-men-valor-pago >= fd-men-valor then
                   move "P" to fd-men-situacao
               end-if

               rewrite fd-mensalidade

      *>       tratamento de file status
               if ws-fs-arqMensalidade <> 00 then
                   move 58                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidade                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. de mensalidades" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       registrando o pagamento no arquivo de auditoria
               move "PAGAMENTO"    to ws-audit-operacao
               move fd-mensalidade to ws-audit-depois
               perform grava-auditoria

               move zeros to ws-men-chave-ant
               if fd-men-situacao = "P" then
                   move "Pagamento registrado! Mensalidade paga." to ws-msn
               else
                   move "Pagamento parcial registrado!" to ws-msn
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           .
       grava-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  deliberacao do conselho de classe: mantem ou altera a
      *>  situacao do aluno no ultimo fechamento, com justificativa e
      *>  data da reuniao; a decisao vale para resultadoFinal.dat e
      *>  entra no historico, e o reprocessamento da recuperacao nao
      *>  mexe mais no resultado deliberado
      *>------------------------------------------------------------------------
       deliberar-conselho section.
           move zeros to ws-dlb-cod-ant
           move space to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"
      *>       inicializando variaveis quando nao ha aluno em
      *>       edicao na tela
               if ws-dlb-cod-ant = zeros then
                   move zeros  to cod
                   move space  to aluno
                   move zeros  to ws-dlb-data-inicial
                   move zeros  to ws-dlb-data-final
                   move zeros  to ws-dlb-media
                   move zeros  to ws-dlb-perc
                   move space  to ws-dlb-situacao-sistema
                   move space  to ws-dlb-situacao-atual
                   move space  to ws-dlb-decisao
                   move space  to ws-dlb-justificativa
                   move zeros  to ws-dlb-data-reuniao
               end-if

               display tela-deliberacao
               accept tela-deliberacao

               move space to ws-msn

               if ws-sair = "V" or ws-sair = "v" then
                   continue
               else
               if cod = zeros then
                   move "Informe o codigo do aluno!" to ws-msn
                   move zeros to ws-dlb-cod-ant
               else
               if cod <> ws-dlb-cod-ant then
      *>           aluno novo na tela: traz o ultimo fechamento e a
      *>           deliberacao ja registrada, se houver
                   move zeros to ws-dlb-cod-ant
                   move cod   to fd-cod
                   read arqCadAluno into alunos

                   if ws-fs-arqCadAluno <> 00 then
                       move space to aluno
                       move "Aluno nao cadastrado!" to ws-msn
                   else
                       perform carrega-deliberacao-aluno

                       if ws-dlb-achou = "N" then
                           move "Aluno sem fechamento gerado!" to ws-msn
                       else
                           move cod to ws-dlb-cod-ant
                       end-if
                   end-if
               else
                   perform grava-deliberacao
               end-if
               end-if
               end-if
           end-perform
           .
       deliberar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  localiza no historico o ultimo fechamento do aluno corrente
      *>  (periodo, media e frequencia), a situacao atual em
      *>  resultadoFinal.dat e a deliberacao ja registrada no periodo
      *>------------------------------------------------------------------------
       carrega-deliberacao-aluno section.
           move "N" to ws-dlb-achou

           open input arqHistorico

           if ws-fs-arqHistorico <> 00 and ws-fs-arqHistorico <> 05 then
               move 62                                   to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao abrir arq. de historico"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           read arqHistorico
           perform until ws-fs-arqHistorico <> 00
               if fdh-cod = cod then
                   move "S"               to ws-dlb-achou
                   move fdh-data-inicial  to ws-dlb-data-inicial
                   move fdh-data-final    to ws-dlb-data-final
                   move fdh-media         to ws-dlb-media
                   move fdh-perc-presenca to ws-dlb-perc
                   move fdh-situacao      to ws-dlb-situacao-sistema
               end-if
               read arqHistorico
           end-perform

           close arqHistorico

      *>   o aluno precisa estar tambem no resultado do ultimo
      *>   fechamento, que e o que a deliberacao altera
           if ws-dlb-achou = "S" then
               perform busca-situacao-fechamento

               if ws-rec-achou = "N" then
                   move "N" to ws-dlb-achou
               else
                   move ws-rec-situacao-aluno to ws-dlb-situacao-atual
               end-if
           end-if

           if ws-dlb-achou = "S" then
               move cod               to fd-del-cod
               move ws-dlb-data-final to fd-del-data-final
               read arqDeliberacao

               if ws-fs-arqDeliberacao = 00 then
      *>           ja deliberado: a situacao do sistema e a anterior a
      *>           deliberacao, e a decisao vem preenchida para alterar
                   move fd-del-situacao-anterior to ws-dlb-situacao-sistema
                   move fd-del-justificativa     to ws-dlb-justificativa
                   move fd-del-data-reuniao      to ws-dlb-data-reuniao
                   if fd-del-situacao-nova(1:8) = "Aprovado" then
                       move "A" to ws-dlb-decisao
                   else
                       move "R" to ws-dlb-decisao
                   end-if
                   move "Ja deliberado. Altere e confirme." to ws-msn
               else
                   move space to ws-dlb-decisao
                   move space to ws-dlb-justificativa
                   accept ws-dlb-data-reuniao from date yyyymmdd
                   move "Informe a decisao do conselho e confirme." to ws-msn
               end-if
           end-if
           .
       carrega-deliberacao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a deliberacao do aluno carregado em deliberar-conselho,
      *>  atualiza resultadoFinal.dat, acrescenta o resultado ao
      *>  historico e registra antes/depois na auditoria
      *>------------------------------------------------------------------------
       grava-deliberacao section.
           accept ws-sit-data-hoje from date yyyymmdd

           if ws-dlb-decisao <> "A" and ws-dlb-decisao <> "a"
           and ws-dlb-decisao <> "R" and ws-dlb-decisao <> "r" then
               move "Decisao invalida! Use A ou R." to ws-msn
           else
           if ws-dlb-justificativa = spaces then
               move "Informe a justificativa da decisao!" to ws-msn
           else
           if ws-dlb-data-reuniao = zeros
           or ws-dlb-data-reuniao > ws-sit-data-hoje then
               move "Data da reuniao invalida!" to ws-msn
           else
               if ws-dlb-decisao = "A" or ws-dlb-decisao = "a" then
                   move "Aprovado cons."  to ws-dlb-situacao-nova
               else
                   move "Reprovado cons." to ws-dlb-situacao-nova
               end-if

               move cod               to fd-del-cod
               move ws-dlb-data-final to fd-del-data-final
               read arqDeliberacao

               if ws-fs-arqDeliberacao = 00 then
      *>           alteracao: mantem a situacao calculada pelo sistema
                   move fd-deliberacao       to ws-audit-antes
                   move "CONS-ALT"           to ws-audit-operacao
                   move ws-dlb-situacao-nova to fd-del-situacao-nova
                   move ws-dlb-justificativa to fd-del-justificativa
                   move ws-dlb-data-reuniao  to fd-del-data-reuniao
                   move ws-operador          to fd-del-operador
                   rewrite fd-deliberacao
               else
                   move spaces                  to ws-audit-antes
                   move "CONSELHO"              to ws-audit-operacao
                   move cod                     to fd-del-cod
                   move ws-dlb-data-final       to fd-del-data-final
                   move ws-dlb-situacao-sistema to fd-del-situacao-anterior
                   move ws-dlb-situacao-nova    to fd-del-situacao-nova
                   move ws-dlb-justificativa    to fd-del-justificativa
                   move ws-dlb-data-reuniao     to fd-del-data-reuniao
                   move ws-operador             to fd-del-operador
                   write fd-deliberacao
               end-if

      *>       tratamento de file status
               if ws-fs-arqDeliberacao <> 00 then
                   move 61                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDeliberacao                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. de deliberacoes"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform regrava-resultado-conselho
               perform grava-historico-conselho

      *>       registrando a deliberacao no arquivo de auditoria
               move fd-deliberacao to ws-audit-depois
               perform grava-auditoria

               move ws-dlb-situacao-nova to ws-dlb-situacao-atual
               move zeros to ws-dlb-cod-ant
               move "Deliberacao registrada!" to ws-msn
           end-if
           end-if
           end-if
           .
       grava-deliberacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava resultadoFinal.dat com a situacao deliberada para o
      *>  aluno corrente; o arquivo e sequencial, entao e carregado em
      *>  memoria, alterado e gravado de novo
      *>------------------------------------------------------------------------
       regrava-resultado-conselho section.
           move zeros to ws-dlb-res-total

           open input arqResultado

           if ws-fs-arqResultado <> 00 and ws-fs-arqResultado <> 05 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqResultado                   to ws-msn-erro-cod
               move "Erro ao abrir arq. de resultado"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           read arqResultado
           perform until ws-fs-arqResultado <> 00
      *>       sem espaco na tabela o arquivo nao pode ser regravado
               if ws-dlb-res-total >= 9999 then
                   close arqResultado
                   move 70                                   to ws-msn-erro-ofsset
                   move ws-fs-arqResultado                   to ws-msn-erro-cod
                   move "Tabela de resultados cheia"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-dlb-res-total
               move fdres-cod           to ws-dlb-res-cod(ws-dlb-res-total)
               move fdres-media         to ws-dlb-res-media(ws-dlb-res-total)
               move fdres-perc-presenca to ws-dlb-res-perc(ws-dlb-res-total)
               if fdres-cod = cod then
                   move ws-dlb-situacao-nova to ws-dlb-res-situacao(ws-dlb-res-total)
               else
                   move fdres-situacao       to ws-dlb-res-situacao(ws-dlb-res-total)
               end-if
               read arqResultado
           end-perform

           close arqResultado

           open output arqResultado

           if ws-fs-arqResultado <> 00 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqResultado                   to ws-msn-erro-cod
               move "Erro ao abrir arq. de resultado"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-dlb-res-idx
           perform until ws-dlb-res-idx > ws-dlb-res-total
               move ws-dlb-res-cod(ws-dlb-res-idx)      to fdres-cod
               move ws-dlb-res-media(ws-dlb-res-idx)    to fdres-media
               move ws-dlb-res-perc(ws-dlb-res-idx)     to fdres-perc-presenca
               move ws-dlb-res-situacao(ws-dlb-res-idx) to fdres-situacao
               write fd-reg-resultado

               if ws-fs-arqResultado <> 00 then
                   move 65                                   to ws-msn-erro-ofsset
                   move ws-fs-arqResultado                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. de resultado"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-dlb-res-idx
           end-perform

           close arqResultado
           .
       regrava-resultado-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acrescenta ao historico o resultado deliberado, no mesmo
      *>  periodo, media e frequencia do ultimo fechamento do aluno
      *>------------------------------------------------------------------------
       grava-historico-conselho section.
           open extend arqHistorico

           if ws-fs-arqHistorico <> 00 and ws-fs-arqHistorico <> 05 then
               move 63                                   to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao abrir arq. de historico"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move cod                  to fdh-cod
           move ws-dlb-data-inicial  to fdh-data-inicial
           move ws-dlb-data-final    to fdh-data-final
           move ws-dlb-media         to fdh-media
           move ws-dlb-perc          to fdh-perc-presenca
           move ws-dlb-situacao-nova to fdh-situacao
           write fd-reg-historico

           if ws-fs-arqHistorico <> 00 then
               move 63                                   to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao gravar arq. de historico"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistorico
           .
       grava-historico-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ocorrencias disciplinares: registra advertencias e
      *>  suspensoes do aluno e mostra as ultimas ocorrencias dele;
      *>  a suspensao lanca os dias letivos seguintes em arqFrequencia
      *>  com o codigo proprio de suspensao (U)
      *>------------------------------------------------------------------------
       ocorrencias-disciplinares section.
           move zeros  to ws-oco-chave-ant
           move zeros  to cod
           move space  to aluno
           move zeros  to ws-oco-total
           move spaces to ws-oco-lista
           move space  to ws-msn

           perform until ws-sair = "V"
                      or ws-sair = "v"
      *>       inicializando variaveis quando nao ha ocorrencia em
      *>       edicao na tela; o aluno e a lista ficam para conferencia
               if ws-oco-chave-ant = zeros then
                   move zeros  to ws-oco-data
                   move space  to ws-oco-tipo
                   move zeros  to ws-oco-dias
                   move zeros  to ws-oco-turma-cod
                   move spaces to ws-oco-descricao
                   move spaces to ws-oco-operador
               end-if

               display tela-ocorrencia
               accept tela-ocorrencia

               move space to ws-msn

               if ws-sair = "V" or ws-sair = "v" then
                   continue
               else
               if cod = zeros or ws-oco-data = zeros then
                   move "Informe o aluno e a data da ocorrencia!" to ws-msn
                   move zeros to ws-oco-chave-ant
               else
               if cod * 100000000 + ws-oco-data <> ws-oco-chave-ant then
      *>           aluno ou data nova na tela: traz as ocorrencias do
      *>           aluno e a da data informada, se ja registrada
                   move zeros to ws-oco-chave-ant
                   move cod   to fd-cod
                   read arqCadAluno into alunos

                   if ws-fs-arqCadAluno <> 00 then
                       move space  to aluno
                       move zeros  to ws-oco-total
                       move spaces to ws-oco-lista
                       move "Aluno nao cadastrado!" to ws-msn
                   else
                       perform carrega-ocorrencias-aluno

                       move cod         to fd-oco-cod-aluno
                       move ws-oco-data to fd-oco-data
                       read arqOcorrencia

                       if ws-fs-arqOcorrencia = 00 then
                           move fd-oco-tipo      to ws-oco-tipo
                           move fd-oco-dias      to ws-oco-dias
                           move fd-oco-turma-cod to ws-oco-turma-cod
                           move fd-oco-descricao to ws-oco-descricao
                           move fd-oco-operador  to ws-oco-operador
                           move "Ocorrencia ja registrada nessa data." to ws-msn
                       else
                           move "Informe a ocorrencia e confirme." to ws-msn
                       end-if

                       compute ws-oco-chave-ant = cod * 100000000
                                                + ws-oco-data
                   end-if
               else
                   perform grava-ocorrencia
               end-if
               end-if
               end-if
           end-perform
           .
       ocorrencias-disciplinares-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta a lista das ultimas ocorrencias do aluno corrente para
      *>  a tela; a chave comeca pelo cod do aluno: basta posicionar
      *>  nele e ler enquanto o cod nao mudar, ficando com as 6 mais
      *>  recentes
      *>------------------------------------------------------------------------
       carrega-ocorrencias-aluno section.
           move zeros  to ws-oco-total
           move zeros  to ws-oco-idx
           move spaces to ws-oco-lista

           move cod   to fd-oco-cod-aluno
           move zeros to fd-oco-data
           start arqOcorrencia key is not less than fd-oco-chave

           if ws-fs-arqOcorrencia = 00 then
               read arqOcorrencia next
               perform until ws-fs-arqOcorrencia <> 00
                          or fd-oco-cod-aluno <> cod
                   add 1 to ws-oco-total

      *>           lista cheia: sobe as linhas e a mais recente entra
      *>           na ultima posicao
                   if ws-oco-idx < 6 then
                       add 1 to ws-oco-idx
                   else
                       move 1 to ws-oco-idx
                       move 2 to ws-oco-prox
                       perform until ws-oco-idx = 6
                           move ws-oco-lin(ws-oco-prox) to ws-oco-lin(ws-oco-idx)
                           add 1 to ws-oco-idx
                           add 1 to ws-oco-prox
                       end-perform
                   end-if

                   move fd-oco-data      to wso-data
                   evaluate fd-oco-tipo
                       when "V"
                           move "Adv. verbal"  to wso-tipo
                       when "E"
                           move "Adv. escrita" to wso-tipo
                       when "S"
                           move "Suspensao"    to wso-tipo
                       when other
                           move fd-oco-tipo    to wso-tipo
                   end-evaluate
                   move fd-oco-dias      to wso-dias
                   move fd-oco-turma-cod to wso-turma
                   move fd-oco-descricao to wso-descricao
                   move ws-oco-linha-lista to ws-oco-lin(ws-oco-idx)

                   read arqOcorrencia next
               end-perform
           end-if
           .
       carrega-ocorrencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida e grava a ocorrencia informada em
      *>  ocorrencias-disciplinares; ocorrencia ja registrada nao e
      *>  alterada, porque a suspensao ja foi lancada na frequencia
      *>------------------------------------------------------------------------
       grava-ocorrencia section.
           accept ws-sit-data-hoje from date yyyymmdd

           if ws-oco-tipo = "v" then
               move "V" to ws-oco-tipo
           end-if
           if ws-oco-tipo = "e" then
               move "E" to ws-oco-tipo
           end-if
           if ws-oco-tipo = "s" then
               move "S" to ws-oco-tipo
           end-if

           move cod         to fd-oco-cod-aluno
           move ws-oco-data to fd-oco-data
           read arqOcorrencia

           if ws-fs-arqOcorrencia = 00 then
               move "Ocorrencia ja registrada, nao pode ser alterada!" to ws-msn
               move zeros to ws-oco-chave-ant
           else
           if ws-oco-data > ws-sit-data-hoje then
               move "Data da ocorrencia invalida!" to ws-msn
           else
           if ws-oco-tipo <> "V" and ws-oco-tipo <> "E" and ws-oco-tipo <> "S" then
               move "Tipo invalido! Use V, E ou S." to ws-msn
           else
           if ws-oco-tipo = "S"
           and (ws-oco-dias = zeros or ws-oco-dias > 30) then
               move "Informe os dias de suspensao (1 a 30)!" to ws-msn
           else
           if ws-oco-tipo <> "S" and ws-oco-dias <> zeros then
               move "Dias de suspensao so para suspensao!" to ws-msn
           else
           if ws-oco-descricao = spaces then
               move "Informe a descricao da ocorrencia!" to ws-msn
           else
      *>       a ocorrencia acontece em dia letivo, na turma em que o
      *>       aluno esta matriculado
               move ws-oco-data to ws-freq-data
               perform verifica-dia-letivo

               if ws-msn = space then
                   perform valida-turma-ocorrencia
               end-if

               if ws-msn = space
               and ws-oco-tipo = "S" then
                   perform monta-dias-suspensao
               end-if

               if ws-msn = space then
                   perform registra-ocorrencia
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           .
       grava-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere se a turma da ocorrencia existe e esta aberta, e se o
      *>  aluno corrente tem matricula em curso nela
      *>------------------------------------------------------------------------
       valida-turma-ocorrencia section.
           move ws-oco-turma-cod to fd-turma-cod
           read arqTurma

           if ws-oco-turma-cod = zeros
           or ws-fs-arqTurma <> 00 then
               move "Turma nao cadastrada!" to ws-msn
           else
               if fd-turma-situacao = "E" then
                   move "Turma de ano letivo encerrado!" to ws-msn
               else
                   move cod              to fd-mat-cod-aluno
                   move ws-oco-turma-cod to fd-mat-turma-cod
                   read arqMatriculaTurma

                   if ws-fs-arqMatriculaTurma <> 00 then
                       move "Aluno nao matriculado na turma!" to ws-msn
                   else
                       if fd-mat-situacao = "E" then
                           move "Matricula de ano letivo encerrado!" to ws-msn
                       end-if
                   end-if
               end-if
           end-if
           .
       valida-turma-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  separa no calendario escolar os dias letivos cobertos pela
      *>  suspensao, a partir do dia letivo seguinte a ocorrencia; sem
      *>  dias letivos suficientes no calendario nada e gravado
      *>------------------------------------------------------------------------
       monta-dias-suspensao section.
           move zeros to ws-oco-qtd-susp

           move ws-oco-data to fd-cal-data
           start arqCalendario key is greater than fd-cal-data

           if ws-fs-arqCalendario = 00 then
               read arqCalendario next
               perform until ws-fs-arqCalendario <> 00
                          or ws-oco-qtd-susp = ws-oco-dias
                   if fd-cal-tipo = "L" or fd-cal-tipo = "l" then
                       add 1 to ws-oco-qtd-susp
                       move fd-cal-data to ws-oco-susp-data(ws-oco-qtd-susp)
                   end-if
                   read arqCalendario next
               end-perform
           end-if

           if ws-oco-qtd-susp < ws-oco-dias then
               move "Calendario sem dias letivos para a suspensao!" to ws-msn
           end-if
           .
       monta-dias-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a ocorrencia validada, lanca os dias da suspensao na
      *>  frequencia e registra a ocorrencia no arquivo de auditoria
      *>------------------------------------------------------------------------
       registra-ocorrencia section.
           move cod              to fd-oco-cod-aluno
           move ws-oco-data      to fd-oco-data
           move ws-oco-tipo      to fd-oco-tipo
           move ws-oco-dias      to fd-oco-dias
           move ws-oco-turma-cod to fd-oco-turma-cod
           move ws-operador      to fd-oco-operador
           move ws-oco-descricao to fd-oco-descricao
           move zeros            to fd-oco-data-notificacao
           write fd-ocorrencia

      *>   tratamento de file status
           if ws-fs-arqOcorrencia <> 00 then
               move 68                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                    to ws-msn-erro-cod
               move "Erro ao gravar arq. de ocorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   registrando a ocorrencia no arquivo de auditoria
           move "OCORRENCIA"  to ws-audit-operacao
           move spaces        to ws-audit-antes
           move fd-ocorrencia to ws-audit-depois
           perform grava-auditoria

           if ws-oco-tipo = "S" then
               move 1 to ws-oco-idx
               perform until ws-oco-idx > ws-oco-qtd-susp
                   perform marca-dia-suspensao
                   add 1 to ws-oco-idx
               end-perform
               move "Ocorrencia registrada! Suspensao na frequencia." to ws-msn
           else
               move "Ocorrencia registrada!" to ws-msn
           end-if

           move zeros to ws-oco-chave-ant
           perform carrega-ocorrencias-aluno
           .
       registra-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava ou regrava em arqFrequencia o dia de suspensao corrente
      *>  da tabela, com o codigo U no lugar da presenca/falta
      *>------------------------------------------------------------------------
       marca-dia-suspensao section.
           move cod                          to fd-freq-cod-aluno
           move ws-oco-susp-data(ws-oco-idx) to fd-freq-data
           read arqFrequencia

           if ws-fs-arqFrequencia = 23 then
               move "U" to fd-freq-presente
               write fd-frequencia
           else
               move "U" to fd-freq-presente
               rewrite fd-frequencia
           end-if

      *>   tratamento de file status
           if ws-fs-arqFrequencia <> 00 and ws-fs-arqFrequencia <> 23 then
               move 69                                   to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                  to ws-msn-erro-cod
               move "Erro ao gravar arq. de frequencia"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       marca-dia-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verifica no calendario escolar se a data informada em
      *>  ws-freq-data e um dia letivo; quando nao for, deixa o motivo
      *>  em ws-msn para a tela exibir
      *>------------------------------------------------------------------------
       verifica-dia-letivo section.
           move ws-freq-data to fd-cal-data
           read arqCalendario

           if ws-fs-arqCalendario = 00 then
               if fd-cal-tipo <> "L" and fd-cal-tipo <> "l" then
                   move "Data nao e dia letivo!" to ws-msn
               end-if
           else
               if ws-fs-arqCalendario = 23 then
                   move "Data fora do calendario escolar!" to ws-msn
               else
                   move 35                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao ler arq. de calendario"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       verifica-dia-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutencao do calendario escolar: inclui ou atualiza o tipo
      *>  de um dia do ano letivo (letivo, feriado ou recesso)
      *>------------------------------------------------------------------------
       cadastrar-calendario section.

           perform until ws-sair = "V"
                      or ws-sair = "v"
      *>       inicializando variaveis
               move zeros  to ws-cal-data
               move space  to ws-cal-tipo
               move space  to ws-msn

               display tela-calendario
               accept tela-calendario

               if ws-sair = "V" or ws-sair = "v" then
                   continue
               else
      *>           validando mes e dia da data informada, para nao
      *>           deixar entrar no calendario uma data impossivel
                   move ws-cal-data(1:4) to ws-cal-ano
                   move ws-cal-data(5:2) to ws-cal-mes
                   move ws-cal-data(7:2) to ws-cal-dia
                   perform verifica-dias-do-mes

                   if ws-cal-dia < 01 or ws-cal-dia > ws-cal-dia-max then
                       move "Data invalida! Use AAAAMMDD." to ws-msn
                   else
                   if ws-cal-tipo <> "L" and ws-cal-tipo <> "l"
                   and ws-cal-tipo <> "F" and ws-cal-tipo <> "f"
                   and ws-cal-tipo <> "R" and ws-cal-tipo <> "r" then
                       move "Tipo invalido! Use L, F ou R." to ws-msn
                   else
      *>               grava ou atualiza o tipo do dia informado
                       move ws-cal-data to fd-cal-data
                       read arqCalendario

                       if ws-fs-arqCalendario = 23 then

                   if ws-fs-arqTurma <> 00 then
                       move "Turma nao cadastrada!" to ws-msn
                   else
                   if fd-turma-situacao = "E" then
                       move "Turma de ano letivo encerrado!" to ws-msn
                   else
                       move fd-turma-nome      to turma-nome
                       move fd-turma-professor to turma-professor
                           end-if
                       end-if
                   end-if
                   end-if

                   if ws-msn <> space then
                       display tela-chamada-inicio
           move zeros to ws-cha-total
           move "N"   to ws-cha-truncada

      *>   posicionando pela chave alternativa da turma e lendo
      *>   enquanto a turma nao mudar
           move ws-turma-cod to fd-mat-turma-cod
           start arqMatriculaTurma key is = fd-mat-turma-cod

           if ws-fs-arqMatriculaTurma = 00 then
               read arqMatriculaTurma next

               perform until ws-fs-arqMatriculaTurma <> 00
                          or fd-mat-turma-cod <> ws-turma-cod
                          or ws-cha-truncada = "S"
                          or ws-sair = "V"
                          or ws-sair = "v"

      *>           a tabela da chamada cheia nao pode descartar
      *>           aluno em silencio: marca para avisar o professor
                   if ws-cha-total < 200 then
                       perform chamada-marca-um-aluno
                   else
                       move "S" to ws-cha-truncada
                   end-if

                   read arqMatriculaTurma next

      *>------------------------------------------------------------------------
      *>  grava ou regrava em arqFrequencia a marcacao de um aluno da
      *>  tabela da chamada; dia de suspensao do aluno e mantido
      *>------------------------------------------------------------------------
       chamada-grava-um-aluno section.
           move ws-cha-cod(ws-cha-idx) to fd-freq-cod-aluno
           move ws-freq-data           to fd-freq-data
           read arqFrequencia

           if ws-fs-arqFrequencia = 00
           and (fd-freq-presente = "U" or fd-freq-presente = "u") then
               continue
           else
           if ws-fs-arqFrequencia = 23 then
               move ws-cha-presente(ws-cha-idx) to fd-freq-presente
               write fd-frequencia
               move ws-cha-presente(ws-cha-idx) to fd-freq-presente
               rewrite fd-frequencia
           end-if
           end-if

      *>   tratamento de file status
           if ws-fs-arqFrequencia <> 00 and ws-fs-arqFrequencia <> 23 then
               perform grava-auditoria

               move fd-alunos to alunos
               if fd-situacao = "T" then
                   move "Transferido! Emita a guia de transferencia." to ws-msn
               else
                   move "Situacao atualizada com sucesso!" to ws-msn
               end-if
           else
               move "Situacao invalida! Use A, T ou R." to ws-msn
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  lancamento da nota do exame de recuperacao: so aceita a
      *>  disciplina marcada "Recuperacao" no ultimo fechamento, e
      *>  grava a nota na matricula dela; o batch de reprocessamento e
      *>  que recalcula a situacao final depois
      *>------------------------------------------------------------------------
       lancar-recuperacao section.

                       move "Aluno nao cadastrado!" to ws-msn
                   else
      *>               conferindo no ultimo fechamento se o aluno
      *>               realmente esta em recuperacao na disciplina
                       perform busca-resultado-disciplina

                       if ws-rec-achou = "N" then
                           move "Disciplina sem fechamento gerado!" to ws-msn
                       else
                       if ws-rec-situacao-disc <> "Recuperacao" then
                           move "Aluno nao esta em recuperacao na disciplina!" to ws-msn
                       else
                       if ws-rec-nota > 10 then
                           move "Nota Invalida!" to ws-msn
                           move ws-turma-cod to fd-mat-turma-cod
                           read arqMatriculaTurma

                           if ws-fs-arqMatriculaTurma = 00
                           and fd-mat-situacao = "E" then
                               move "Matricula de ano letivo encerrado!" to ws-msn
                           else
                           if ws-fs-arqMatriculaTurma = 00 then
      *>                       a marca de lancamento permite registrar
      *>                       nota zero (inclusive falta na prova)
                           else
                               move "Aluno nao matriculado na turma!" to ws-msn
                           end-if
                           end-if
                       end-if
                       end-if
                       end-if
       lancar-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le em resultadoDisciplina.dat a situacao do aluno corrente na
      *>  turma informada, no ultimo fechamento; o arquivo e aberto so
      *>  durante a busca, para nao segurar o resultado gerado pelo batch
      *>------------------------------------------------------------------------
       busca-resultado-disciplina section.
           move "N"    to ws-rec-achou
           move spaces to ws-rec-situacao-disc

           open input arqResultadoDisciplina

           if ws-fs-arqResultadoDisciplina <> 00
           and ws-fs-arqResultadoDisciplina <> 05 then
               move 55                                    to ws-msn-erro-ofsset
               move ws-fs-arqResultadoDisciplina          to ws-msn-erro-cod
               move "Erro ao abrir arq. resultado disciplina" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move cod          to fdd-cod
           move ws-turma-cod to fdd-turma-cod
           read arqResultadoDisciplina

           if ws-fs-arqResultadoDisciplina = 00 then
               move "S"          to ws-rec-achou
               move fdd-situacao to ws-rec-situacao-disc
           end-if

           close arqResultadoDisciplina
           .
       busca-resultado-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  varre resultadoFinal.dat atras da situacao do aluno corrente
      *>  no ultimo fechamento; o arquivo e aberto so durante a busca,
               move "N" to ws-calendario-aberto
           end-if

           if ws-justificativa-aberto = "S" then
               close arqJustificativa
               move "N" to ws-justificativa-aberto
           end-if

           if ws-criterio-aberto = "S" then
               close arqCriterio
               move "N" to ws-criterio-aberto
           end-if

           if ws-mensalidade-aberto = "S" then
               close arqMensalidade
               move "N" to ws-mensalidade-aberto
           end-if

           if ws-deliberacao-aberto = "S" then
               close arqDeliberacao
               move "N" to ws-deliberacao-aberto
           end-if

           if ws-ocorrencia-aberto = "S" then
               close arqOcorrencia
               move "N" to ws-ocorrencia-aberto
           end-if

      *>   os dois arquivos abaixo sao line sequential (sem lock de
      *>   registro), mas tambem sao fechados aqui para nao perder
      *>   gravacoes em buffer se a finalizacao anormal ocorrer logo

           move "N" to ws-calendario-aberto

           close arqJustificativa

           if ws-fs-arqJustificativa  <> 00 then
               move 48                                      to ws-msn-erro-ofsset
               move ws-fs-arqJustificativa                  to ws-msn-erro-cod
               move "Erro ao fechar arq. de justificativas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-justificativa-aberto

           close arqCriterio

           if ws-fs-arqCriterio  <> 00 then
               move 52                                      to ws-msn-erro-ofsset
               move ws-fs-arqCriterio                       to ws-msn-erro-cod
               move "Erro ao fechar arq. de criterios"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-criterio-aberto

           close arqMensalidade

           if ws-fs-arqMensalidade  <> 00 then
               move 57                                      to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                    to ws-msn-erro-cod
               move "Erro ao fechar arq. de mensalidades"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-mensalidade-aberto

           close arqDeliberacao

           if ws-fs-arqDeliberacao  <> 00 then
               move 60                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeliberacao                    to ws-msn-erro-cod
               move "Erro ao fechar arq. de deliberacoes"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-deliberacao-aberto

           close arqOcorrencia

           if ws-fs-arqOcorrencia  <> 00 then
               move 67                                      to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
               move "Erro ao fechar arq. de ocorrencias"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-ocorrencia-aberto

           close arqOperador

           if ws-fs-arqOperador  <> 00 then
