      *>----------------------------------------------------------------
      *> CPGESSET - layout do vinculo gestor x setor
      *> (arq-gestores-setores.dat): um registro por par (gestor,
      *> setor), mantido pelo administrador. E por este vinculo - e nao
      *> pelo nome digitado em fl-func-gestor - que o gestor enxerga o
      *> historico e convoca os funcionarios dos seus setores, e que o
      *> relatorio de conformidade (P02SISC36) e montado por gestor
      *>----------------------------------------------------------------
       05 fl-gst-chave.
           10 fl-gst-gestor-id             pic x(10).
      *>        user-id do gestor (fl-func-tipo = "G")
           10 fl-gst-setor                 pic x(10).
      *>        codigo do setor (fl-func-setor) pelo qual ele responde
       05 fl-gst-data-inclusao             pic 9(08).
       05 fl-gst-incluido-por              pic x(10).
      *>    user-id do administrador que cadastrou
       05 fl-gst-situacao                  pic x(01).
      *>    "A" = Ativo   "I" = Inativo (vinculo desfeito, fica para o
      *>    historico)
