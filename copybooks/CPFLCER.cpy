      *>----------------------------------------------------------------
       05 fl-cert-numero                   pic 9(06).
       05 fl-cert-chave-resul.
           10 fl-cert-id-resultado         pic 9(04).
           10 fl-cert-user-id              pic x(10).
       05 fl-cert-id-disciplina            pic x(10).
       05 fl-cert-nota                     pic 9(02)v99.
