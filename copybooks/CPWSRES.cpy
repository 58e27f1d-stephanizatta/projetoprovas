      *> programa original de duplicar fl-/ws-)
      *>----------------------------------------------------------------
       05 ws-resul-chave-resul.
           10 ws-resul-id-resultado        pic 9(04).
           10 ws-resul-user-id             pic x(10).
       05 ws-resul-id-disciplina           pic x(10).
       05 ws-resul-nota                    pic 9(02)v99.
       05 ws-resul-encerramento             pic x(01).
      *>    "N" = prova encerrada normalmente
      *>    "T" = encerrada automaticamente por estouro do tempo limite
       05 ws-resul-reprov-topico            pic x(01).
      *>    "S" = reprovado por topico: algum topico ficou abaixo da nota
      *>    minima do topico (CPTOPICO), mesmo com a nota geral acima da
      *>    minima da disciplina. "N" ou espaco = sem reprovacao por topico
