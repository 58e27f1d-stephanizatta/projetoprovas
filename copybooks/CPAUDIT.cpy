           10 fl-audit-data                pic 9(08).
           10 fl-audit-hora                pic 9(06).
           10 fl-audit-sequencia           pic 9(04).
       05 fl-audit-id-resultado            pic 9(04).
       05 fl-audit-user-id                 pic x(10).
       05 fl-audit-id-disciplina           pic x(10).
       05 fl-audit-operacao                pic x(01).
