       05 fl-func-nome                     pic x(30).
       05 fl-func-senha                    pic x(10).
       05 fl-func-tipo                     pic x(01).
      *>    "A" = Administrador   "F" = Funcionario   "G" = Gestor (ve e
      *>    convoca so os funcionarios dos setores vinculados a ele em
      *>    arq-gestores-setores - CPGESSET)
       05 fl-func-situacao                 pic x(01).
      *>    "A" = Ativo   "I" = Inativo
       05 fl-func-falhas-login             pic 9(02).
      *>    codigo do setor/area onde o funcionario trabalha (em branco
      *>    nos cadastros anteriores ao campo)
       05 fl-func-gestor                   pic x(30).
      *>    nome do gestor da area, so informativo - o relatorio de
      *>    conformidade e o acesso do gestor seguem o vinculo por user-id
      *>    de arq-gestores-setores (CPGESSET)
