      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorio-inadimplencia".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *>
      *> Relatorio de inadimplencia agrupado por responsavel: lista as
      *> mensalidades em aberto vencidas ate a data base informada,
      *> somando o saldo de cada aluno e de cada responsavel. A familia
      *> e identificada pelo par mae + pai do cadastro, para que irmaos
      *> saiam juntos no mesmo grupo sem juntar familias diferentes com
      *> o mesmo nome de mae; o nome exibido e o da mae (o do pai,
      *> quando a mae estiver em branco). Aluno sem mae e pai no
      *> cadastro sai sozinho no seu grupo.
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

           select optional arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is sequential
           record key is fd-men-chave
           file status is ws-fs-arqMensalidade.

           select arqRelatorioInad assign to "relatorioInadimplencia.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorioInad.

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

       fd arqRelatorioInad.
       01  fd-linha-relatorio                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic 9(02).
       77  ws-fs-arqMensalidade                    pic 9(02).
       77  ws-fs-arqRelatorioInad                  pic 9(02).

      *>----Data base do relatorio: vencimento anterior a ela e atraso
       77  ws-data-base                            pic 9(08).

      *>----Alunos com saldo em atraso, carregados em tabela na ordem
      *>----do arquivo de mensalidades (ordem de cod); o relatorio
      *>----percorre a tabela uma vez por responsavel
       77  ws-ina-total                            pic 9(05) value 0.
       77  ws-ina-idx                              pic 9(05).
       77  ws-ina-idx2                             pic 9(05).
       01  ws-tabela-inadimplentes.
           05  ws-ina-item                          occurs 9999.
               10  ws-ina-cod                       pic 9(06).
               10  ws-ina-aluno                     pic x(12).
               10  ws-ina-telefone                  pic x(08).
               10  ws-ina-responsavel               pic x(12).
               10  ws-ina-mae                       pic x(12).
               10  ws-ina-pai                       pic x(12).
               10  ws-ina-parcelas                  pic 9(03).
               10  ws-ina-mais-antiga               pic 9(06).
               10  ws-ina-saldo                     pic 9(07)v99.
               10  ws-ina-impresso                  pic x(01).

      *>----Acumulo do aluno corrente durante a leitura das mensalidades
       77  ws-cod-corrente                         pic 9(06).
       77  ws-parcelas-aluno                       pic 9(03).
       77  ws-mais-antiga-aluno                    pic 9(06).
       77  ws-saldo-aluno                          pic 9(07)v99.
       77  ws-saldo-parcela                        pic 9(05)v99.

       77  ws-mae-corrente                         pic x(12).
       77  ws-pai-corrente                         pic x(12).
       77  ws-saldo-responsavel                    pic 9(09)v99.
       77  ws-total-responsaveis                   pic 9(05) value 0.
       77  ws-saldo-geral                          pic 9(09)v99 value 0.
       77  ws-total-edt                            pic zzzz9.
       77  ws-valor-total-edt                      pic zzz.zzz.zz9,99.

       01  ws-cab1                                 pic x(80)
           value "                RELATORIO DE INADIMPLENCIA POR RESPONSAVEL".

       01  ws-linha-data-base.
           05  filler                               pic x(11)
               value "Data base: ".
           05  wsd-data-base                        pic 9(08).

       01  ws-linha-responsavel.
           05  filler                               pic x(13)
               value "RESPONSAVEL: ".
           05  wsr-responsavel                      pic x(12).
           05  filler                               pic x(09)
               value "   (MAE: ".
           05  wsr-mae                              pic x(12).
           05  filler                               pic x(07)
               value "  PAI: ".
           05  wsr-pai                              pic x(12).
           05  filler                               pic x(01)
               value ")".

       01  ws-cab2                                 pic x(80)
           value "      COD ALUNO        TELEFONE PARC  DESDE          SALDO".

       01  ws-linha-detalhe.
           05  filler                               pic x(03) value spaces.
           05  wsl-cod                              pic zzzzz9.
           05  filler                               pic x(01) value spaces.
           05  wsl-aluno                            pic x(12).
           05  filler                               pic x(01) value spaces.
           05  wsl-telefone                         pic x(08).
           05  filler                               pic x(02) value spaces.
           05  wsl-parcelas                         pic zz9.
           05  filler                               pic x(02) value spaces.
           05  wsl-desde-mes                        pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wsl-desde-ano                        pic 9(04).
           05  filler                               pic x(01) value spaces.
           05  wsl-saldo                            pic z.zzz.zz9,99.

       01  ws-linha-total-resp.
           05  filler                               pic x(44)
               value "   Saldo em atraso do responsavel         : ".
           05  wst-saldo                            pic zzz.zzz.zz9,99.

       01  ws-linha-sem-atraso                     pic x(80)
           value "  (nenhuma mensalidade em atraso na data base)".

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

           if ws-data-base = zeros then
               accept ws-data-base from date yyyymmdd
           end-if

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

           open output arqRelatorioInad
           if ws-fs-arqRelatorioInad <> 00 then
               display "Erro ao abrir relatorioInadimplencia.txt: " ws-fs-arqRelatorioInad
               stop run
           end-if

           perform carrega-inadimplentes

           move ws-cab1 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-data-base       to wsd-data-base
           move ws-linha-data-base to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le as mensalidades em ordem de cod e competencia, somando por
      *>  aluno as parcelas em aberto vencidas antes da data base
      *>------------------------------------------------------------------------
       carrega-inadimplentes section.
           move zeros to ws-ina-total
           move zeros to ws-cod-corrente

           read arqMensalidade next
           perform until ws-fs-arqMensalidade <> 00

      *>       mudou o aluno: guarda o acumulado do anterior
               if fd-men-cod-aluno <> ws-cod-corrente then
                   perform guarda-aluno-inadimplente
                   move fd-men-cod-aluno to ws-cod-corrente
                   move zeros            to ws-parcelas-aluno
                   move zeros            to ws-mais-antiga-aluno
                   move zeros            to ws-saldo-aluno
               end-if

               if fd-men-situacao = "A"
               and fd-men-vencimento < ws-data-base then
                   compute ws-saldo-parcela = fd-men-valor - fd-men-valor-pago
                   add 1                to ws-parcelas-aluno
                   add ws-saldo-parcela to ws-saldo-aluno
                   if ws-mais-antiga-aluno = zeros then
                       move fd-men-competencia to ws-mais-antiga-aluno
                   end-if
               end-if
               read arqMensalidade next
           end-perform

           perform guarda-aluno-inadimplente
           .
       carrega-inadimplentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda na tabela o aluno acumulado, se ele tiver parcela em
      *>  atraso, com os dados do cadastro para o agrupamento
      *>------------------------------------------------------------------------
       guarda-aluno-inadimplente section.
           if ws-cod-corrente <> zeros
           and ws-parcelas-aluno > zeros then
               if ws-ina-total >= 9999 then
                   display "Tabela de inadimplentes cheia (limite de 9999 alunos)"
                   stop run
               end-if

               add 1 to ws-ina-total
               move ws-cod-corrente      to ws-ina-cod(ws-ina-total)
               move ws-parcelas-aluno    to ws-ina-parcelas(ws-ina-total)
               move ws-mais-antiga-aluno to ws-ina-mais-antiga(ws-ina-total)
               move ws-saldo-aluno       to ws-ina-saldo(ws-ina-total)
               move "N"                  to ws-ina-impresso(ws-ina-total)

               move ws-cod-corrente to fd-cod
               read arqCadAluno

               if ws-fs-arqCadAluno = 00 then
                   move fd-aluno    to ws-ina-aluno(ws-ina-total)
                   move fd-telefone to ws-ina-telefone(ws-ina-total)
                   move fd-mae      to ws-ina-mae(ws-ina-total)
                   move fd-pai      to ws-ina-pai(ws-ina-total)
                   if fd-mae <> spaces then
                       move fd-mae to ws-ina-responsavel(ws-ina-total)
                   else
                       move fd-pai to ws-ina-responsavel(ws-ina-total)
                   end-if
               else
                   move "(excluido)" to ws-ina-aluno(ws-ina-total)
                   move spaces       to ws-ina-telefone(ws-ina-total)
                   move spaces       to ws-ina-mae(ws-ina-total)
                   move spaces       to ws-ina-pai(ws-ina-total)
                   move spaces       to ws-ina-responsavel(ws-ina-total)
               end-if
           end-if
           .
       guarda-aluno-inadimplente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - um grupo por responsavel, na ordem
      *>  em que o primeiro aluno de cada um aparece na tabela
      *>------------------------------------------------------------------------
       processamento section.

           if ws-ina-total = zeros then
               move ws-linha-sem-atraso to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           move 1 to ws-ina-idx
           perform until ws-ina-idx > ws-ina-total
               if ws-ina-impresso(ws-ina-idx) = "N" then
                   perform imprime-responsavel
               end-if
               add 1 to ws-ina-idx
           end-perform

           perform imprime-total

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o grupo do responsavel do aluno em ws-ina-idx: todos
      *>  os alunos com a mesma mae e o mesmo pai daquele ponto da
      *>  tabela em diante; sem mae e pai, apenas o proprio aluno
      *>------------------------------------------------------------------------
       imprime-responsavel section.
           add 1 to ws-total-responsaveis
           move zeros to ws-saldo-responsavel
           move ws-ina-mae(ws-ina-idx)         to ws-mae-corrente
           move ws-ina-pai(ws-ina-idx)         to ws-pai-corrente

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-ina-responsavel(ws-ina-idx) to wsr-responsavel
           move ws-ina-mae(ws-ina-idx)         to wsr-mae
           move ws-ina-pai(ws-ina-idx)         to wsr-pai
           move ws-linha-responsavel           to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-cab2 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-ina-idx to ws-ina-idx2
           perform imprime-aluno

           if ws-mae-corrente <> spaces or ws-pai-corrente <> spaces then
               add 1 to ws-ina-idx2
               perform until ws-ina-idx2 > ws-ina-total
                   if ws-ina-impresso(ws-ina-idx2) = "N"
                   and ws-ina-mae(ws-ina-idx2) = ws-mae-corrente
                   and ws-ina-pai(ws-ina-idx2) = ws-pai-corrente then
                       perform imprime-aluno
                   end-if
                   add 1 to ws-ina-idx2
               end-perform
           end-if

           move ws-saldo-responsavel to wst-saldo
           move ws-linha-total-resp  to fd-linha-relatorio
           write fd-linha-relatorio

           add ws-saldo-responsavel to ws-saldo-geral
           .
       imprime-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a linha do aluno em ws-ina-idx2 e o marca impresso
      *>------------------------------------------------------------------------
       imprime-aluno section.
           move "S" to ws-ina-impresso(ws-ina-idx2)
           add ws-ina-saldo(ws-ina-idx2) to ws-saldo-responsavel

           move ws-ina-cod(ws-ina-idx2)       to wsl-cod
           move ws-ina-aluno(ws-ina-idx2)     to wsl-aluno
           move ws-ina-telefone(ws-ina-idx2)  to wsl-telefone
           move ws-ina-parcelas(ws-ina-idx2)  to wsl-parcelas
           move ws-ina-mais-antiga(ws-ina-idx2)(5:2) to wsl-desde-mes
           move ws-ina-mais-antiga(ws-ina-idx2)(1:4) to wsl-desde-ano
           move ws-ina-saldo(ws-ina-idx2)     to wsl-saldo

           move ws-linha-detalhe to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava as linhas de totais do relatorio
      *>------------------------------------------------------------------------
       imprime-total section.
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-responsaveis to ws-total-edt
           move space to ws-linha-total
           string "Responsaveis com atraso        : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-ina-total to ws-total-edt
           move space to ws-linha-total
           string "Alunos com atraso              : " ws-total-edt
               delimited by size into ws-linha-total
           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-saldo-geral to ws-valor-total-edt
           move space to ws-linha-total
           string "Saldo total em atraso          : " ws-valor-total-edt
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
           close arqMensalidade
           close arqRelatorioInad
           stop run
           .
       finaliza-exit.
           exit.
