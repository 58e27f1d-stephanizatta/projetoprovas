               when fl-resul-nota < ws-nota-minima-cache
                   move "R" to ws-situacao-nova
                   move "NOTA ABAIXO DA MINIMA" to ws-motivo-novo
               when fl-resul-reprov-topico = "S"
                   move "R" to ws-situacao-nova
                   move "TOPICO ABAIXO DA MINIMA" to ws-motivo-novo
               when other
                   move "V"    to ws-situacao-nova
                   move spaces to ws-motivo-novo
