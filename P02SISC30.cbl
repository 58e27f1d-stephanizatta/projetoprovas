       fd arq-wrk-max.
       01 fl-wrk-max.
           05 wm-user-id                       pic x(10).
           05 wm-id-resultado                  pic 9(04).

       fd arq-arch-ctl.
       01 fl-arch-ctl.

       fd arq-wrk-arch.
       01 fl-wrk-arch.
           05 wa-chave-resul                   pic x(14).
           05 wa-ano                           pic 9(04).

       fd arq-log-jobs.
      *>   aprovacao - o registro fica sem protecao e segue a regra da
      *>   data de corte (a reconciliacao ja aponta esses orfaos)
           if ws-disc-cache-orfa = "N"
           and fl-resul-nota >= ws-nota-minima-cache
           and fl-resul-reprov-topico <> "S" then
               move fl-resul-user-id       to wp-user-id
               move fl-resul-id-disciplina to wp-id-disciplina
               read arq-wrk-apr
           if ws-resul-protegido = "N" then
               perform 1700-busca-disciplina
               if ws-disc-cache-orfa = "N"
               and fl-resul-nota >= ws-nota-minima-cache
               and fl-resul-reprov-topico <> "S" then
                   move fl-resul-user-id       to wp-user-id
                   move fl-resul-id-disciplina to wp-id-disciplina
                   read arq-wrk-apr
           exit.

       3100-reparte-auditoria section.
           move fl-audit-id-resultado to wa-chave-resul(1:4)
           move fl-audit-user-id      to wa-chave-resul(5:10)
           read arq-wrk-arch
               invalid key
                   move fl-auditoria to tmp-auditoria
