      *> retorno e quem muda "E" para "C"/"R"
      *>----------------------------------------------------------------
       05 fl-lmsc-chave-resul.
           10 fl-lmsc-id-resultado         pic 9(04).
           10 fl-lmsc-user-id              pic x(10).
       05 fl-lmsc-situacao                 pic x(01).
      *>    "E" = extraido, aguardando retorno do LMS
