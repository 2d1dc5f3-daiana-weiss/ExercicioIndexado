           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           alternate record key is fd-freq-data with duplicates
           file status is ws-fs-arqFrequencia.

           select optional arqAuditoria assign to "arqAuditoria.dat"
       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10 fd-freq-cod-aluno                 pic 9(06).
               10 fd-freq-data                       pic 9(08).
           05  fd-freq-presente                     pic x(01).

       fd arqAuditoria.
       01  fd-reg-auditoria.
           05  fda-data-hora                        pic x(17).
           05  fda-resto                            pic x(244).

      *>----Copia dos cadastros excluidos, para eventual recuperacao
       fd arqRecuperacao.
       01  fd-reg-recuperacao.
           05  fdr-data-hora                        pic x(20).
           05  fdr-resto                            pic x(119).

      *>----Log persistente das finalizacoes anormais
       fd arqErroLog.
           05  fde-resto                            pic x(56).

       fd arqHistFrequencia.
       01  fd-linha-hist-freq                      pic x(15).

       fd arqHistAuditoria.
       01  fd-linha-hist-audit                     pic x(261).

       fd arqHistRecuperacao.
       01  fd-linha-hist-recup                     pic x(139).

       fd arqHistErroLog.
       01  fd-linha-hist-erro                      pic x(73).

       fd arqAuditoriaTmp.
       01  fd-linha-audit-tmp                      pic x(261).

       fd arqRecuperacaoTmp.
       01  fd-linha-recup-tmp                      pic x(139).

       fd arqErroLogTmp.
       01  fd-linha-erro-tmp                       pic x(73).

           move zeros to ws-mantidos

      *>   percorrendo pela chave alternativa da data: as frequencias
      *>   anteriores ao corte vem primeiro e sao arquivadas; as
      *>   restantes so sao contadas como mantidas
           move zeros to fd-freq-data
           start arqFrequencia key is not less than fd-freq-data

           if ws-fs-arqFrequencia = 00 then
               read arqFrequencia next
               perform until ws-fs-arqFrequencia <> 00
                          or fd-freq-data >= ws-data-corte

                   move fd-frequencia to fd-linha-hist-freq
                   write fd-linha-hist-freq

                   if ws-fs-arqHistFrequencia <> 00 then
                       display "Erro ao gravar " ws-nome-hist-freq ": " ws-fs-arqHistFrequencia
                       stop run
                   end-if

                   delete arqFrequencia

                   if ws-fs-arqFrequencia <> 00 then
                       display "Erro ao excluir frequencia antiga: " ws-fs-arqFrequencia
                       stop run
                   end-if

                   add 1 to ws-arq-frequencia

                   read arqFrequencia next
               end-perform

               perform until ws-fs-arqFrequencia <> 00
                   add 1 to ws-mantidos
                   read arqFrequencia next
               end-perform
           end-if
