      *>       "I" ou space = interativo (tela)   "B" = carga em lote
           05 lk-tipo-usuario-adm                  pic x(01).
           05 lk-tipo-usuario-f                    pic x(01).
           05 lk-tipo-usuario-gestor               pic x(01).
      *>       "X" = gestor logado: P02SISC20 so consulta e P02SISC26 so
      *>       convoca funcionarios dos setores dele (lk-user-id)
           05 lk-user-id                           pic x(10).
      *>       id de quem esta logado/chamando o programa
           05 lk-consulta-user-id                  pic x(10).
