                   continue
               when fl-resul-nota < ws-nota-minima-cache
                   continue
               when fl-resul-reprov-topico = "S"
                   continue
               when other
                   perform 2200-atualiza-tabela
           end-evaluate
