           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select optional arqControle assign to "arqControle.dat"
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

      *>----Registro de auditoria (antes/depois) das gravacoes em arqCadAluno
       fd arqAuditoria.
       01  fd-reg-auditoria.
           05  fda-data-hora                        pic x(17).
           05  fda-operacao                         pic x(10).
           05  fda-cod                              pic 9(06).
           05  fda-antes                            pic x(109).
           05  fda-depois                           pic x(109).
           05  fda-operador                         pic x(10).

       fd arqImporta.
       77  ws-motivo                                pic x(40).

      *>----Conversao do cod recebido
       77  ws-cod-informado                         pic 9(06).
       77  ws-cod-valido                            pic x(01).
       77  ws-cod-x6                                pic x(06).
       77  ws-cod-limpo                             pic x(10).
       77  ws-cnt-cod-limpo                         pic 9(02).
       77  ws-pos-char                              pic 9(02).
           05  ws-nota4                             pic 9(02)v99.

      *>----Controle do prox cod de aluno, igual ao cadastro online
       77  cod                                      pic 9(06).
       77  ws-max-cod                               pic 9(06).

      *>----Totais da carga
       77  ws-total-lidos                           pic 9(05) value 0.
      *>       sem cod na linha: sera gerado na gravacao
               continue
           else
               if ws-cnt-cod-limpo > 6 then
                   move "N" to ws-cod-valido
               else
      *>           alinhando o cod a direita com zeros para validar
                   move zeros to ws-cod-x6
                   compute ws-pos-char = 7 - ws-cnt-cod-limpo
                   move ws-cod-limpo(1:ws-cnt-cod-limpo)
                     to ws-cod-x6(ws-pos-char:ws-cnt-cod-limpo)

                   if ws-cod-x6 is numeric then
                       move ws-cod-x6 to ws-cod-informado
                   else
                       move "N" to ws-cod-valido
                   end-if
