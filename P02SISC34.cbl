                           else
                               if fl-resul-id-disciplina = fl-conv-id-disciplina
                               and fl-resul-nota >= ws-nota-minima-cache
                               and fl-resul-reprov-topico <> "S"
                               and fl-resul-data-prova >= fl-conv-data-criacao
                                   move "S" to ws-tem-aprovacao
                                   move "S" to ws-fim-resultados
