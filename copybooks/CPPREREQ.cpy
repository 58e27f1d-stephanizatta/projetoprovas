      *>----------------------------------------------------------------
      *> CPPREREQ - layout do cadastro de pre-requisitos entre
      *> disciplinas (arq-prerequisitos.dat): um registro por par
      *> (disciplina, disciplina exigida), mantido pelo administrador.
      *> A prova da disciplina so comeca com aprovacao vigente (nota
      *> minima atingida e validade nao vencida) em cada disciplina
      *> exigida ativa
      *>----------------------------------------------------------------
       05 fl-prq-chave.
           10 fl-prq-id-disciplina         pic x(10).
      *>        disciplina que tem o pre-requisito
           10 fl-prq-id-requisito          pic x(10).
      *>        disciplina que precisa estar aprovada antes
       05 fl-prq-data-inclusao             pic 9(08).
       05 fl-prq-incluido-por              pic x(10).
      *>    user-id do administrador que cadastrou
       05 fl-prq-situacao                  pic x(01).
      *>    "A" = Ativo   "I" = Inativo (regra desligada, fica para o
      *>    historico)
