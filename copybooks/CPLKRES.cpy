      *> programa original de duplicar fl-/ws-)
      *>----------------------------------------------------------------
       05 lk-resul-chave-resul.
           10 lk-resul-id-resultado        pic 9(04).
           10 lk-resul-user-id             pic x(10).
       05 lk-resul-id-disciplina           pic x(10).
       05 lk-resul-nota                    pic 9(02)v99.
       05 lk-resul-encerramento             pic x(01).
      *>    "N" = prova encerrada normalmente
      *>    "T" = encerrada automaticamente por estouro do tempo limite
       05 lk-resul-reprov-topico            pic x(01).
      *>    "S" = reprovado por topico: algum topico ficou abaixo da nota
      *>    minima do topico (CPTOPICO), mesmo com a nota geral acima da
      *>    minima da disciplina. "N" ou espaco = sem reprovacao por topico
