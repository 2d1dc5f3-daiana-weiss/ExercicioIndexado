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

      *>----Controle dos avisos ja emitidos: enquanto o registro
      *>----existir, o mesmo aviso nao volta a ser emitido; quando a
      *>----condicao some, o registro e retirado e uma nova ocorrencia
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
       fd arqAvisoEmitido.
       01  fd-aviso-emitido.
           05  fd-avi-chave.
               10 fd-avi-cod-aluno                  pic 9(06).
               10 fd-avi-tipo                       pic x(01).
           05  fd-avi-data                          pic 9(08).

       77  ws-fs-arqAvisoEmitido                   pic 9(02).
       77  ws-fs-arqAvisos                         pic 9(02).
       77  ws-fs-arqResumoAvisos                   pic 9(02).
       77  ws-fs-arqJustificativa                  pic 9(02).

      *>----Periodo da apuracao, informado por parametro de entrada
       77  ws-data-inicial                         pic 9(08).

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

      *>----Maior sequencia de faltas consecutivas em dias letivos
       77  ws-seq-faltas                           pic 9(03).
       77  ws-maior-seq-faltas                     pic 9(03).

       01  ws-linha-aluno.
           05  filler                               pic x(13) value "Aluno      : ".
           05  wsa-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsa-aluno                            pic x(12).

       01  ws-cab-resumo                           pic x(80)
           value "              RESUMO DOS AVISOS DE FALTAS - COORDENACAO".
       01  ws-cab-resumo2                          pic x(80)
           value "    COD ALUNO        TIPO MOTIVO".

       01  ws-linha-resumo-det.
           05  wsr-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsr-aluno                            pic x(12).
           05  filler                               pic x(03) value spaces.
               stop run
           end-if

      *>   justificativas de faltas: arquivo opcional, sem ele nenhuma
      *>   falta e abonada
           open input arqJustificativa
           if ws-fs-arqJustificativa <> 00 and ws-fs-arqJustificativa <> 05 then
               display "Erro ao abrir arqJustificativa: " ws-fs-arqJustificativa
               stop run
           end-if

           open i-o arqAvisoEmitido
           if ws-fs-arqAvisoEmitido <> 00 and ws-fs-arqAvisoEmitido <> 05 then
               display "Erro ao abrir arqAvisoEmitido.dat: " ws-fs-arqAvisoEmitido
      *>  cada uma: emite quando surge, retira quando desaparece
      *>------------------------------------------------------------------------
       apura-aluno section.
           perform carrega-justificativas-aluno
           perform conta-presencas-faltas
           perform apura-faltas-consecutivas


      *>   percentual sobre os dias letivos; sem calendario carregado,
      *>   usa a frequencia registrada do aluno, como o fechamento;
      *>   aluno sem nenhum registro de frequencia nao gera aviso;
      *>   falta abonada entra como dia frequentado
           if ws-dias-letivos > 0 then
               move ws-dias-letivos to ws-dias-base
           else
               compute ws-dias-base = ws-total-presencas + ws-total-faltas
                                    + ws-total-abonadas
           end-if

           move "N" to ws-cond-percentual
           if ws-dias-base > 0 then
               compute ws-perc-presenca rounded =
                   ((ws-total-presencas + ws-total-abonadas) * 100) / ws-dias-base
               if ws-perc-presenca < 80,00
               and (ws-total-presencas > 0 or ws-total-faltas > 0) then
                   move "S" to ws-cond-percentual
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
      *>  percorre os dias letivos do periodo e mede a maior sequencia
      *>  de faltas consecutivas do aluno; dia letivo sem registro de

      *>------------------------------------------------------------------------
      *>  confere a frequencia do aluno no dia letivo corrente do
      *>  calendario e atualiza a sequencia de faltas consecutivas;
      *>  falta abonada interrompe a sequencia, e dia de suspensao (U)
      *>  tambem, porque o afastamento foi determinado pela escola
      *>------------------------------------------------------------------------
       verifica-falta-do-dia section.
           move fd-cod      to fd-freq-cod-aluno
           move fd-cal-data to fd-freq-data
           read arqFrequencia

           move "N" to ws-falta-abonada
           if ws-fs-arqFrequencia = 00 then
               perform verifica-falta-abonada
           end-if

           if ws-fs-arqFrequencia = 00
           and (fd-freq-presente = "N" or fd-freq-presente = "n")
           and ws-falta-abonada = "N" then
               add 1 to ws-seq-faltas
               if ws-seq-faltas > ws-maior-seq-faltas then
                   move ws-seq-faltas to ws-maior-seq-faltas
           close arqCadAluno
           close arqFrequencia
           close arqCalendario
           close arqJustificativa
           close arqAvisoEmitido
           close arqAvisos
           close arqResumoAvisos
