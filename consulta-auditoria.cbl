      *>----Variaveis de arquivos
       file section.

      *>----Registro de auditoria (antes/depois) das gravacoes auditadas:
      *>----cadastro de alunos, abonos, criterios, pagamentos,
      *>----deliberacoes do conselho e ocorrencias disciplinares
       fd arqAuditoria.
       01  fd-reg-auditoria.
           05  fda-data-hora                        pic x(17).
           05  fda-operacao                         pic x(10).
           05  fda-cod                              pic 9(06).
           05  fda-antes                            pic x(109).
           05  fda-depois                           pic x(109).
           05  fda-operador                         pic x(10).

       fd arqRelatorioAudit.

      *>----Filtros da consulta, informados por parametro de entrada
      *>----(cod 0 = todos; datas 0 = sem limite; operacao vazia = todas)
       77  ws-filtro-cod                           pic 9(06).
       77  ws-filtro-data-ini                      pic 9(08).
       77  ws-filtro-data-fim                      pic 9(08).
       77  ws-filtro-operacao                      pic x(10).

      *>----Imagem do registro antes da gravacao, no layout de fd-alunos
       01  ws-imagem-antes.
           05  wsa-cod                              pic x(06).
           05  wsa-aluno                            pic x(12).
           05  wsa-endereco                         pic x(14).
           05  wsa-mae                              pic x(12).
           05  wsa-sit-data                         pic x(08).
           05  wsa-sit-motivo                       pic x(20).

      *>----Mesma imagem antes no layout das justificativas (abono)
       01  ws-jus-antes redefines ws-imagem-antes.
           05  wsaj-cod                             pic x(06).
           05  wsaj-data-inicial                    pic x(08).
           05  wsaj-data-final                      pic x(08).
           05  wsaj-tipo                            pic x(01).
           05  wsaj-documento                       pic x(15).
           05  wsaj-operador                        pic x(10).
           05  wsaj-data-registro                   pic x(08).
           05  filler                               pic x(53).

      *>----Mesma imagem antes no layout dos criterios de avaliacao
       01  ws-cri-antes redefines ws-imagem-antes.
           05  wsac-disciplina                      pic x(20).
           05  wsac-peso1                           pic x(02).
           05  wsac-peso2                           pic x(02).
           05  wsac-peso3                           pic x(02).
           05  wsac-peso4                           pic x(02).
           05  wsac-media-aprovacao                 pic x(04).
           05  wsac-rec-inicial                     pic x(04).
           05  wsac-rec-aprovacao                   pic x(04).
           05  wsac-freq-minima                     pic x(05).
           05  wsac-operador                        pic x(10).
           05  wsac-data-alteracao                  pic x(08).
           05  filler                               pic x(46).

      *>----Mesma imagem antes no layout das mensalidades
       01  ws-men-antes redefines ws-imagem-antes.
           05  wsam-cod                             pic x(06).
           05  wsam-competencia                     pic x(06).
           05  wsam-valor                           pic x(07).
           05  wsam-vencimento                      pic x(08).
           05  wsam-situacao                        pic x(01).
           05  wsam-valor-pago                      pic x(07).
           05  wsam-data-pagamento                  pic x(08).
           05  wsam-operador                        pic x(10).
           05  wsam-data-geracao                    pic x(08).
           05  filler                               pic x(48).

      *>----Mesma imagem antes no layout das deliberacoes do conselho
       01  ws-del-antes redefines ws-imagem-antes.
           05  wsal-cod                             pic x(06).
           05  wsal-data-final                      pic x(08).
           05  wsal-situacao-anterior               pic x(16).
           05  wsal-situacao-nova                   pic x(16).
           05  wsal-justificativa                   pic x(40).
           05  wsal-data-reuniao                    pic x(08).
           05  wsal-operador                        pic x(10).
           05  filler                               pic x(05).

      *>----Mesma imagem antes no layout das ocorrencias disciplinares
       01  ws-oco-antes redefines ws-imagem-antes.
           05  wsao-cod                             pic x(06).
           05  wsao-data                            pic x(08).
           05  wsao-tipo                            pic x(01).
           05  wsao-dias                            pic x(02).
           05  wsao-turma-cod                       pic x(03).
           05  wsao-operador                        pic x(10).
           05  wsao-descricao                       pic x(50).
           05  wsao-data-notificacao                pic x(08).
           05  filler                               pic x(21).

      *>----Imagem do registro depois da gravacao, no layout de fd-alunos
       01  ws-imagem-depois.
           05  wsd-cod                              pic x(06).
           05  wsd-aluno                            pic x(12).
           05  wsd-endereco                         pic x(14).
           05  wsd-mae                              pic x(12).
           05  wsd-sit-data                         pic x(08).
           05  wsd-sit-motivo                       pic x(20).

      *>----Mesma imagem depois no layout das justificativas (abono)
       01  ws-jus-depois redefines ws-imagem-depois.
           05  wsdj-cod                             pic x(06).
           05  wsdj-data-inicial                    pic x(08).
           05  wsdj-data-final                      pic x(08).
           05  wsdj-tipo                            pic x(01).
           05  wsdj-documento                       pic x(15).
           05  wsdj-operador                        pic x(10).
           05  wsdj-data-registro                   pic x(08).
           05  filler                               pic x(53).

      *>----Mesma imagem depois no layout dos criterios de avaliacao
       01  ws-cri-depois redefines ws-imagem-depois.
           05  wsdc-disciplina                      pic x(20).
           05  wsdc-peso1                           pic x(02).
           05  wsdc-peso2                           pic x(02).
           05  wsdc-peso3                           pic x(02).
           05  wsdc-peso4                           pic x(02).
           05  wsdc-media-aprovacao                 pic x(04).
           05  wsdc-rec-inicial                     pic x(04).
           05  wsdc-rec-aprovacao                   pic x(04).
           05  wsdc-freq-minima                     pic x(05).
           05  wsdc-operador                        pic x(10).
           05  wsdc-data-alteracao                  pic x(08).
           05  filler                               pic x(46).

      *>----Mesma imagem depois no layout das mensalidades
       01  ws-men-depois redefines ws-imagem-depois.
           05  wsdm-cod                             pic x(06).
           05  wsdm-competencia                     pic x(06).
           05  wsdm-valor                           pic x(07).
           05  wsdm-vencimento                      pic x(08).
           05  wsdm-situacao                        pic x(01).
           05  wsdm-valor-pago                      pic x(07).
           05  wsdm-data-pagamento                  pic x(08).
           05  wsdm-operador                        pic x(10).
           05  wsdm-data-geracao                    pic x(08).
           05  filler                               pic x(48).

      *>----Mesma imagem depois no layout das deliberacoes do conselho
       01  ws-del-depois redefines ws-imagem-depois.
           05  wsdl-cod                             pic x(06).
           05  wsdl-data-final                      pic x(08).
           05  wsdl-situacao-anterior               pic x(16).
           05  wsdl-situacao-nova                   pic x(16).
           05  wsdl-justificativa                   pic x(40).
           05  wsdl-data-reuniao                    pic x(08).
           05  wsdl-operador                        pic x(10).
           05  filler                               pic x(05).

      *>----Mesma imagem depois no layout das ocorrencias disciplinares
       01  ws-oco-depois redefines ws-imagem-depois.
           05  wsdo-cod                             pic x(06).
           05  wsdo-data                            pic x(08).
           05  wsdo-tipo                            pic x(01).
           05  wsdo-dias                            pic x(02).
           05  wsdo-turma-cod                       pic x(03).
           05  wsdo-operador                        pic x(10).
           05  wsdo-descricao                       pic x(50).
           05  wsdo-data-notificacao                pic x(08).
           05  filler                               pic x(21).

      *>----Campo corrente da comparacao antes/depois
       77  ws-campo-nome                           pic x(09).
       77  ws-campo-antes                          pic x(20).
       77  ws-nota-bruta                           pic x(04).
       77  ws-nota-editada                         pic x(07).

      *>----Valor decimal bruto (so digitos) e quantos digitos inteiros
      *>----ele tem, para a edicao com virgula
       77  ws-dec-bruto                            pic x(07).
       77  ws-dec-inteiros                         pic 9(01).
       77  ws-dec-editado                          pic x(09).

      *>----Campo de texto longo da comparacao antes/depois
       77  ws-texto-antes                          pic x(50).
       77  ws-texto-depois                         pic x(50).

      *>----Imagem bruta de uma operacao sem layout conhecido
       77  ws-bruta-rotulo                         pic x(07).
       77  ws-bruta-imagem                         pic x(109).

       01  ws-cab-registro.
           05  wsc-data-hora                        pic x(17).
           05  filler                               pic x(01) value spaces.
           05  wsc-operacao                         pic x(10).
           05  filler                               pic x(05) value " cod ".
           05  wsc-cod                              pic 9(06).
           05  filler                               pic x(04) value " op ".
           05  wsc-operador                         pic x(10).

           05  filler                               pic x(04) value " -> ".
           05  wsl-campo-depois                     pic x(20).

      *>----Campo chave do registro auditado, sempre impresso
       01  ws-linha-chave.
           05  filler                               pic x(03) value spaces.
           05  wsk-campo-nome                       pic x(09).
           05  filler                               pic x(02) value ": ".
           05  wsk-campo-valor                      pic x(20).

      *>----Campo de texto longo: valor antes numa linha, depois na outra
       01  ws-linha-texto.
           05  filler                               pic x(03) value spaces.
           05  wst-campo-nome                       pic x(09).
           05  filler                               pic x(02) value ": ".
           05  wst-texto                            pic x(50).

      *>----Imagem bruta em duas linhas de ate 60 posicoes
       01  ws-linha-bruta.
           05  filler                               pic x(03) value spaces.
           05  wsb-rotulo                           pic x(07).
           05  filler                               pic x(02) value ": ".
           05  wsb-trecho                           pic x(60).

       01  ws-cab1                                 pic x(80)
           value "                  CONSULTA DO ARQUIVO DE AUDITORIA".

       01  ws-linha-total                          pic x(80).

           exit.

      *>------------------------------------------------------------------------
      *>  imprime o cabecalho do registro e, pelo tipo da operacao, os
      *>  campos que mudaram entre a imagem antes e a imagem depois;
      *>  operacao sem layout conhecido sai com as imagens brutas
      *>------------------------------------------------------------------------
       imprime-registro section.
           add 1 to ws-total-exibidos
           move ws-cab-registro to fd-linha-relatorio
           write fd-linha-relatorio

           move fda-antes  to ws-imagem-antes
           move fda-depois to ws-imagem-depois

           evaluate fda-operacao
               when "INCLUSAO"
               when "ALTERACAO"
               when "EXCLUSAO"
               when "SITUACAO"
               when "REINCLUSAO"
                   perform imprime-cadastro
               when "ABONO"
               when "ABONO-ALT"
               when "ABONO-EXC"
                   perform imprime-justificativa
               when "CRITERIO"
               when "CRIT-ALT"
               when "CRIT-EXC"
                   perform imprime-criterio
               when "PAGAMENTO"
                   perform imprime-mensalidade
               when "CONSELHO"
               when "CONS-ALT"
                   perform imprime-deliberacao
               when "OCORRENCIA"
                   perform imprime-ocorrencia
               when other
                   perform imprime-imagens-brutas
           end-evaluate
           .
       imprime-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos alterados do cadastro de alunos (inclusao, alteracao,
      *>  exclusao, troca de situacao e reinclusao)
      *>------------------------------------------------------------------------
       imprime-cadastro section.
           move "aluno"        to ws-campo-nome
           move wsa-aluno      to ws-campo-antes
           move wsd-aluno      to ws-campo-depois
           move wsd-sit-motivo to ws-campo-depois
           perform compara-imprime-campo
           .
       imprime-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos alterados da justificativa de faltas (abono), com a
      *>  data inicial do periodo, que e a chave junto com o cod
      *>------------------------------------------------------------------------
       imprime-justificativa section.
           move "inicio"       to wsk-campo-nome
           if wsdj-data-inicial = spaces then
               move wsaj-data-inicial to wsk-campo-valor
           else
               move wsdj-data-inicial to wsk-campo-valor
           end-if
           move ws-linha-chave to fd-linha-relatorio
           write fd-linha-relatorio

           move "fim"          to ws-campo-nome
           move wsaj-data-final to ws-campo-antes
           move wsdj-data-final to ws-campo-depois
           perform compara-imprime-campo

           move "tipo"         to ws-campo-nome
           move wsaj-tipo      to ws-campo-antes
           move wsdj-tipo      to ws-campo-depois
           perform compara-imprime-campo

           move "documento"    to ws-campo-nome
           move wsaj-documento to ws-campo-antes
           move wsdj-documento to ws-campo-depois
           perform compara-imprime-campo

           move "registro"     to ws-campo-nome
           move wsaj-data-registro to ws-campo-antes
           move wsdj-data-registro to ws-campo-depois
           perform compara-imprime-campo
           .
       imprime-justificativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos alterados do criterio de avaliacao; o criterio e da
      *>  disciplina, nao de um aluno, por isso o cod vem zerado
      *>------------------------------------------------------------------------
       imprime-criterio section.
           move "disciplin"    to wsk-campo-nome
           if wsdc-disciplina = spaces then
               move wsac-disciplina to wsk-campo-valor
           else
               move wsdc-disciplina to wsk-campo-valor
           end-if
           move ws-linha-chave to fd-linha-relatorio
           write fd-linha-relatorio

           move "peso1"        to ws-campo-nome
           move wsac-peso1     to ws-campo-antes
           move wsdc-peso1     to ws-campo-depois
           perform compara-imprime-campo

           move "peso2"        to ws-campo-nome
           move wsac-peso2     to ws-campo-antes
           move wsdc-peso2     to ws-campo-depois
           perform compara-imprime-campo

           move "peso3"        to ws-campo-nome
           move wsac-peso3     to ws-campo-antes
           move wsdc-peso3     to ws-campo-depois
           perform compara-imprime-campo

           move "peso4"        to ws-campo-nome
           move wsac-peso4     to ws-campo-antes
           move wsdc-peso4     to ws-campo-depois
           perform compara-imprime-campo

           move "media apr"    to ws-campo-nome
           move wsac-media-aprovacao to ws-nota-bruta
           perform edita-nota
           move ws-nota-editada to ws-campo-antes
           move wsdc-media-aprovacao to ws-nota-bruta
           perform edita-nota
           move ws-nota-editada to ws-campo-depois
           perform compara-imprime-campo

           move "rec.inic"     to ws-campo-nome
           move wsac-rec-inicial to ws-nota-bruta
           perform edita-nota
           move ws-nota-editada to ws-campo-antes
           move wsdc-rec-inicial to ws-nota-bruta
           perform edita-nota
           move ws-nota-editada to ws-campo-depois
           perform compara-imprime-campo

           move "rec.apr"      to ws-campo-nome
           move wsac-rec-aprovacao to ws-nota-bruta
           perform edita-nota
           move ws-nota-editada to ws-campo-antes
           move wsdc-rec-aprovacao to ws-nota-bruta
           perform edita-nota
           move ws-nota-editada to ws-campo-depois
           perform compara-imprime-campo

           move "freq.min"     to ws-campo-nome
           move wsac-freq-minima to ws-dec-bruto
           move 3              to ws-dec-inteiros
           perform edita-decimal
           move ws-dec-editado to ws-campo-antes
           move wsdc-freq-minima to ws-dec-bruto
           perform edita-decimal
           move ws-dec-editado to ws-campo-depois
           perform compara-imprime-campo

           move "alterado"     to ws-campo-nome
           move wsac-data-alteracao to ws-campo-antes
           move wsdc-data-alteracao to ws-campo-depois
           perform compara-imprime-campo
           .
       imprime-criterio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos alterados da mensalidade na baixa do pagamento, com a
      *>  competencia, que e a chave junto com o cod
      *>------------------------------------------------------------------------
       imprime-mensalidade section.
           move "competenc"    to wsk-campo-nome
           if wsdm-competencia = spaces then
               move wsam-competencia to wsk-campo-valor
           else
               move wsdm-competencia to wsk-campo-valor
           end-if
           move ws-linha-chave to fd-linha-relatorio
           write fd-linha-relatorio

           move 5              to ws-dec-inteiros

           move "valor"        to ws-campo-nome
           move wsam-valor     to ws-dec-bruto
           perform edita-decimal
           move ws-dec-editado to ws-campo-antes
           move wsdm-valor     to ws-dec-bruto
           perform edita-decimal
           move ws-dec-editado to ws-campo-depois
           perform compara-imprime-campo

           move "vencimen"     to ws-campo-nome
           move wsam-vencimento to ws-campo-antes
           move wsdm-vencimento to ws-campo-depois
           perform compara-imprime-campo

           move "situacao"     to ws-campo-nome
           move wsam-situacao  to ws-campo-antes
           move wsdm-situacao  to ws-campo-depois
           perform compara-imprime-campo

           move "val.pago"     to ws-campo-nome
           move wsam-valor-pago to ws-dec-bruto
           perform edita-decimal
           move ws-dec-editado to ws-campo-antes
           move wsdm-valor-pago to ws-dec-bruto
           perform edita-decimal
           move ws-dec-editado to ws-campo-depois
           perform compara-imprime-campo

           move "pago em"      to ws-campo-nome
           move wsam-data-pagamento to ws-campo-antes
           move wsdm-data-pagamento to ws-campo-depois
           perform compara-imprime-campo
           .
       imprime-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos alterados da deliberacao do conselho de classe, com a
      *>  data final do periodo, que e a chave junto com o cod
      *>------------------------------------------------------------------------
       imprime-deliberacao section.
           move "periodo"      to wsk-campo-nome
           if wsdl-data-final = spaces then
               move wsal-data-final to wsk-campo-valor
           else
               move wsdl-data-final to wsk-campo-valor
           end-if
           move ws-linha-chave to fd-linha-relatorio
           write fd-linha-relatorio

           move "sit.calc"     to ws-campo-nome
           move wsal-situacao-anterior to ws-campo-antes
           move wsdl-situacao-anterior to ws-campo-depois
           perform compara-imprime-campo

           move "sit.cons"     to ws-campo-nome
           move wsal-situacao-nova to ws-campo-antes
           move wsdl-situacao-nova to ws-campo-depois
           perform compara-imprime-campo

           move "reuniao"      to ws-campo-nome
           move wsal-data-reuniao to ws-campo-antes
           move wsdl-data-reuniao to ws-campo-depois
           perform compara-imprime-campo

           move "justific"     to ws-campo-nome
           move wsal-justificativa to ws-texto-antes
           move wsdl-justificativa to ws-texto-depois
           perform compara-imprime-texto
           .
       imprime-deliberacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos da ocorrencia disciplinar registrada, com a data da
      *>  ocorrencia, que e a chave junto com o cod
      *>------------------------------------------------------------------------
       imprime-ocorrencia section.
           move "data"         to wsk-campo-nome
           if wsdo-data = spaces then
               move wsao-data to wsk-campo-valor
           else
               move wsdo-data to wsk-campo-valor
           end-if
           move ws-linha-chave to fd-linha-relatorio
           write fd-linha-relatorio

           move "tipo"         to ws-campo-nome
           move wsao-tipo      to ws-campo-antes
           move wsdo-tipo      to ws-campo-depois
           perform compara-imprime-campo

           move "dias susp"    to ws-campo-nome
           move wsao-dias      to ws-campo-antes
           move wsdo-dias      to ws-campo-depois
           perform compara-imprime-campo

           move "turma"        to ws-campo-nome
           move wsao-turma-cod to ws-campo-antes
           move wsdo-turma-cod to ws-campo-depois
           perform compara-imprime-campo

           move "notific"      to ws-campo-nome
           move wsao-data-notificacao to ws-campo-antes
           move wsdo-data-notificacao to ws-campo-depois
           perform compara-imprime-campo

           move "descricao"    to ws-campo-nome
           move wsao-descricao to ws-texto-antes
           move wsdo-descricao to ws-texto-depois
           perform compara-imprime-texto
           .
       imprime-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  operacao sem layout conhecido: imagens antes e depois como
      *>  foram gravadas, cada uma em duas linhas
      *>------------------------------------------------------------------------
       imprime-imagens-brutas section.
           move "antes"        to ws-bruta-rotulo
           move fda-antes      to ws-bruta-imagem
           perform imprime-imagem-bruta

           move "depois"       to ws-bruta-rotulo
           move fda-depois     to ws-bruta-imagem
           perform imprime-imagem-bruta
           .
       imprime-imagens-brutas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma imagem bruta: as 60 primeiras posicoes na linha do
      *>  rotulo e o restante na linha seguinte
      *>------------------------------------------------------------------------
       imprime-imagem-bruta section.
           if ws-bruta-imagem = spaces then
               move ws-bruta-rotulo to wsb-rotulo
               move "(vazio)"       to wsb-trecho
               move ws-linha-bruta  to fd-linha-relatorio
               write fd-linha-relatorio
           else
               move ws-bruta-rotulo        to wsb-rotulo
               move ws-bruta-imagem(1:60)  to wsb-trecho
               move ws-linha-bruta         to fd-linha-relatorio
               write fd-linha-relatorio

               move spaces                 to wsb-rotulo
               move ws-bruta-imagem(61:49) to wsb-trecho
               move ws-linha-bruta         to fd-linha-relatorio
               write fd-linha-relatorio
           end-if
           .
       imprime-imagem-bruta-exit.
           exit.

      *>------------------------------------------------------------------------
       edita-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta o valor bruto com ws-dec-inteiros digitos inteiros e 2
      *>  decimais no formato com virgula; imagem vazia vira (vazio)
      *>------------------------------------------------------------------------
       edita-decimal section.
           if ws-dec-bruto = spaces then
               move "(vazio)" to ws-dec-editado
           else
               move spaces to ws-dec-editado
               string ws-dec-bruto(1:ws-dec-inteiros) ","
                      ws-dec-bruto(ws-dec-inteiros + 1:2)
                   delimited by size into ws-dec-editado
           end-if
           .
       edita-decimal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha do campo apenas quando o valor mudou entre a
      *>  imagem antes e a imagem depois
       compara-imprime-campo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  texto longo alterado: o valor antes na linha do campo e o
      *>  valor depois na linha seguinte
      *>------------------------------------------------------------------------
       compara-imprime-texto section.
           if ws-texto-antes = ws-texto-depois then
               continue
           else
               if ws-texto-antes = spaces then
                   move "(vazio)" to ws-texto-antes
               end-if
               if ws-texto-depois = spaces then
                   move "(vazio)" to ws-texto-depois
               end-if

               move ws-campo-nome   to wst-campo-nome
               move ws-texto-antes  to wst-texto
               move ws-linha-texto  to fd-linha-relatorio
               write fd-linha-relatorio

               move "  ->"          to wst-campo-nome
               move ws-texto-depois to wst-texto
               move ws-linha-texto  to fd-linha-relatorio
               write fd-linha-relatorio
           end-if
           .
       compara-imprime-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha de total de registros exibidos
      *>------------------------------------------------------------------------
