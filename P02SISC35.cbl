      *>----Variáveis de arquivos
       file section.
       fd arq-retorno-lms
           record contains 46 characters.
       01 fl-retorno-lms.
           05 ret-lms-id-resultado                 pic 9(04).
           05 ret-lms-user-id                      pic x(10).
           05 ret-lms-cod-retorno                  pic x(02).
      *>       "AC" = aceito pelo LMS   "RJ" = rejeitado
           05 filler                               pic x(20) value "OBSERVACAO".

       01 ws-linha-detalhe.
           05 ws-lin-id-resultado                  pic 9(04).
           05 filler                               pic x(10) value spaces.
           05 ws-lin-user-id                       pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-lin-motivo                        pic x(30).
