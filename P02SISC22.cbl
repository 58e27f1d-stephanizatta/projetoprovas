      *>       reprovacao em vez de herdar um limite fabricado (req 004/review)
               move "INDETERM." to ws-lin-situacao
           else
               if fl-resul-nota >= ws-nota-minima-atual
               and fl-resul-reprov-topico <> "S" then
                   move "APROVADO"  to ws-lin-situacao
                   add 1 to ws-qtd-aprovados
               else
      *>           nota geral aprovada com topico abaixo da minima do
      *>           topico sai marcada, para nao parecer erro de nota
                   if fl-resul-nota >= ws-nota-minima-atual then
                       move "REPROV.TOP" to ws-lin-situacao
                   else
                       move "REPROVADO"  to ws-lin-situacao
                   end-if
                   add 1 to ws-qtd-reprovados
               end-if
               add 1             to ws-qtd-notas
