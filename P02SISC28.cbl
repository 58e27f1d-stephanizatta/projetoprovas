
       fd arq-wrk-audit.
       01 fl-wrk-audit.
           05 wk-chave-resul                   pic x(14).

       fd arq-relatorio
           record contains 132 characters.
           05 filler                               pic x(02) value spaces.
           05 ws-div-tipo                          pic x(34).
           05 filler                               pic x(01) value spaces.
           05 ws-div-chave                         pic x(14).
           05 filler                               pic x(01) value spaces.
           05 ws-div-complemento                   pic x(30).

           end-read

           if fl-audit-operacao = "I" then
               move fl-audit-id-resultado to wk-chave-resul(1:4)
               move fl-audit-user-id      to wk-chave-resul(5:10)
               write fl-wrk-audit
      *>       "22" = segunda inclusao da mesma chave na trilha (regravacao
      *>       apos expurgo, por exemplo) - para a conferencia basta saber
