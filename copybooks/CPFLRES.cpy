      *> Usado via COPY CPFLRES [REPLACING ==fl-resul== BY ==xxx-resul==]
      *>----------------------------------------------------------------
       05 fl-resul-chave-resul.
           10 fl-resul-id-resultado        pic 9(04).
      *>        sequencial das provas do funcionario (1 a 9999)
           10 fl-resul-user-id             pic x(10).
       05 fl-resul-id-disciplina           pic x(10).
       05 fl-resul-nota                    pic 9(02)v99.
       05 fl-resul-encerramento             pic x(01).
      *>    "N" = prova encerrada normalmente
      *>    "T" = encerrada automaticamente por estouro do tempo limite
       05 fl-resul-reprov-topico            pic x(01).
      *>    "S" = reprovado por topico: algum topico ficou abaixo da nota
      *>    minima do topico (CPTOPICO), mesmo com a nota geral acima da
      *>    minima da disciplina. "N" ou espaco = sem reprovacao por topico
