           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
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

           select arqRelatorioFreq assign to "relatorioFrequencia.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioFreq.
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
               10 fd-freq-cod-aluno                pic 9(06).
               10 fd-freq-data                      pic 9(08).
           05  fd-freq-presente                    pic x(01).

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
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqCalendario                     pic 9(02).
       77  ws-fs-arqRelatorioFreq                  pic 9(02).
       77  ws-fs-arqJustificativa                  pic 9(02).

      *>----Periodo do relatorio, informado por parametro de entrada
       77  ws-data-inicial                         pic 9(08).
       77  ws-aluno-nao-ativo                      pic x(01).
       77  ws-total-faltas                         pic 9(05).
       77  ws-total-presencas                      pic 9(05).
       77  ws-total-abonadas                       pic 9(05).
       77  ws-total-suspensoes                     pic 9(05).
       77  ws-total-geral-faltas                   pic 9(07) value 0.
       77  ws-total-geral-abonadas                 pic 9(07) value 0.
       77  ws-total-geral-suspensoes               pic 9(07) value 0.
       77  ws-total-geral-edt                      pic zzzzzz9.

      *>----Dias marcados como letivos no calendario dentro do periodo,
       77  ws-perc-faltas                          pic 9(03)v99.
       77  ws-perc-edt                             pic zz9,99.

      *>----Periodos de faltas justificadas (abonadas) do aluno corrente
       77  ws-jus-qtd                              pic 9(03).
       77  ws-jus-idx                              pic 9(03).
       77  ws-falta-abonada                        pic x(01).
       01  ws-tabela-justificativa.
           05  ws-jus-item                          occurs 50.
               10  ws-jus-ini                       pic 9(08).
               10  ws-jus-fim                       pic 9(08).

       01  ws-cab1                                 pic x(80)
           value "               RELATORIO DE FALTAS POR PERIODO".
       01  ws-cab2                                 pic x(80)
           value "    COD ALUNO        FALTAS ABONADAS  %FALTAS    SUSPENSAO".

       01  ws-linha-dias-letivos.
           05  filler                               pic x(25)
           05  wsl-dias-letivos                     pic zzzz9.

       01  ws-linha-detalhe.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(02) value spaces.
           05  wsl-faltas                           pic zzzz9.
           05  filler                               pic x(04) value spaces.
           05  wsl-abonadas                         pic zzzz9.
           05  filler                               pic x(02) value spaces.
           05  wsl-perc-faltas                      pic x(06) value spaces.
           05  filler                               pic x(02) value spaces.
           05  wsl-sit-flag                         pic x(03) value spaces.
           05  filler                               pic x(04) value spaces.
           05  wsl-suspensoes                       pic zzzz9.

       01  ws-linha-total                          pic x(80).

               stop run
           end-if

      *>   justificativas de faltas: arquivo opcional, sem ele nenhuma
      *>   falta e abonada
           open input arqJustificativa
           if ws-fs-arqJustificativa <> 00 and ws-fs-arqJustificativa <> 05 then
               display "Erro ao abrir arqJustificativa: " ws-fs-arqJustificativa
               stop run
           end-if

           open output arqRelatorioFreq
           if ws-fs-arqRelatorioFreq <> 00 then
               display "Erro ao abrir relatorioFrequencia.txt: " ws-fs-arqRelatorioFreq
               and ws-inclui-nao-ativo <> "s" then
                   continue
               else
                   perform carrega-justificativas-aluno
                   perform soma-faltas-aluno
                   if ws-total-faltas > 0 or ws-total-abonadas > 0
                   or ws-total-suspensoes > 0 then
                       perform imprime-linha
                   end-if
               end-if
           exit.

      *>------------------------------------------------------------------------
      *>  soma as faltas do aluno corrente dentro do periodo informado;
      *>  falta coberta por justificativa e somada a parte, como abonada
      *>------------------------------------------------------------------------
       soma-faltas-aluno section.
           move fd-aluno to ws-aluno-atual
           move zeros    to ws-total-faltas
           move zeros    to ws-total-abonadas
           move zeros    to ws-total-presencas
           move zeros    to ws-total-suspensoes

           move fd-cod   to fd-freq-cod-aluno
           move ws-data-inicial to fd-freq-data
               perform until ws-fs-arqFrequencia <> 00
                          or fd-freq-cod-aluno <> fd-cod
                          or fd-freq-data > ws-data-final
                   if fd-freq-presente = "U" or fd-freq-presente = "u" then
                       add 1 to ws-total-suspensoes
                       add 1 to ws-total-geral-suspensoes
                   else
                   if fd-freq-presente = "N" or fd-freq-presente = "n" then
                       perform verifica-falta-abonada
                       if ws-falta-abonada = "S" then
                           add 1 to ws-total-abonadas
                           add 1 to ws-total-geral-abonadas
                       else
                           add 1 to ws-total-faltas
                           add 1 to ws-total-geral-faltas
                       end-if
                   else
                       add 1 to ws-total-presencas
                   end-if
                   end-if
                   read arqFrequencia next
               end-perform
           end-if
       soma-faltas-aluno-exit.
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
      *>  monta e grava uma linha do relatorio
      *>------------------------------------------------------------------------
           move fd-cod           to wsl-cod
           move fd-aluno          to wsl-aluno
           move ws-total-faltas  to wsl-faltas
           move ws-total-abonadas to wsl-abonadas
           move ws-total-suspensoes to wsl-suspensoes

           if ws-aluno-nao-ativo = "S" then
               move spaces       to wsl-sit-flag

      *>   percentual de faltas sobre os dias letivos do periodo;
      *>   sem calendario carregado, usa a frequencia registrada do
      *>   proprio aluno como base, como faz o fechamento final;
      *>   o percentual considera as faltas nao abonadas e os dias de
      *>   suspensao, que tambem contam contra a frequencia do aluno
           if ws-dias-letivos > 0 then
               move ws-dias-letivos to ws-dias-base
           else
               compute ws-dias-base = ws-total-presencas + ws-total-faltas
                                    + ws-total-abonadas + ws-total-suspensoes
           end-if

           if ws-dias-base > 0 then
               compute ws-perc-faltas rounded =
                   ((ws-total-faltas + ws-total-suspensoes) * 100) / ws-dias-base
               move ws-perc-faltas to ws-perc-edt
               move ws-perc-edt    to wsl-perc-faltas
           else
           exit.

      *>------------------------------------------------------------------------
      *>  grava as linhas de total geral de faltas e de faltas
      *>  abonadas do periodo
      *>------------------------------------------------------------------------
       imprime-total section.
           move ws-total-geral-faltas to ws-total-geral-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-geral-abonadas to ws-total-geral-edt
           move space to ws-linha-total
           string "Total de faltas abonadas        : " ws-total-geral-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-geral-suspensoes to ws-total-geral-edt
           move space to ws-linha-total
           string "Total de dias de suspensao      : " ws-total-geral-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-total-exit.
           exit.
           close arqCadAluno
           close arqFrequencia
           close arqCalendario
           close arqJustificativa
           close arqRelatorioFreq
           stop run
           .
