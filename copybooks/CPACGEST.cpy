      *>----------------------------------------------------------------
      *> CPACGEST - layout da trilha de acessos dos gestores
      *> (arq-acessos-gestores.dat): uma linha para cada consulta de
      *> historico e cada convocacao incluida/cancelada por um gestor,
      *> inclusive as recusadas por o funcionario estar fora dos setores
      *> dele
      *>----------------------------------------------------------------
       05 fl-acg-data                      pic 9(08).
       05 fl-acg-hora                      pic 9(06).
       05 fl-acg-gestor-id                 pic x(10).
       05 fl-acg-acao                      pic x(01).
      *>    "H" = consulta ao historico de provas (P02SISC20)
      *>    "I" = convocacao incluida/reaberta   "C" = convocacao
      *>    cancelada (P02SISC26)
       05 fl-acg-user-id                   pic x(10).
      *>    funcionario consultado/convocado
       05 fl-acg-setor                     pic x(10).
      *>    setor do funcionario no momento do acesso
       05 fl-acg-id-disciplina             pic x(10).
      *>    disciplina da convocacao (em branco na consulta)
       05 fl-acg-resultado                 pic x(01).
      *>    "P" = permitido   "N" = negado (funcionario fora dos setores
      *>    do gestor ou nao cadastrado)
