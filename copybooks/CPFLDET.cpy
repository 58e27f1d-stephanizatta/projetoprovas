      *> quais perguntas mais erram
      *>----------------------------------------------------------------
       05 fl-det-chave.
           10 fl-det-id-resultado          pic 9(04).
           10 fl-det-user-id               pic x(10).
           10 fl-det-seq-pergunta          pic 9(03).
      *>        posicao da pergunta na prova (1, 2, 3...)
       05 fl-det-resposta-certa            pic x(01).
       05 fl-det-acertou                   pic x(01).
      *>    "S" = acertou   "N" = errou
       05 fl-det-versao-pergunta           pic 9(03).
      *>    versao da pergunta (fl-perg-versao) em vigor quando a prova
      *>    foi feita: se ainda for a versao em vigor o texto esta em
      *>    CPPERG, senao em arq-perguntas-hist (CPPERGH)
       05 fl-det-topico                    pic x(05).
      *>    topico da pergunta na hora da prova (fl-perg-topico) - e por
      *>    ele que o reprocessamento de anulacao acerta o desempenho por
      *>    topico do resultado
