      *>----------------------------------------------------------------
      *> CPTOPICO - layout do cadastro de topicos de cada disciplina
      *> (arq-topicos.dat), mantido pelo administrador: quantas
      *> perguntas de cada topico entram em cada prova e, opcionalmente,
      *> a nota minima exigida no topico. Disciplina sem topico ativo
      *> com quantidade a sortear continua sorteando do banco inteiro
      *> (fl-disc-qtd-sorteio)
      *>----------------------------------------------------------------
       05 fl-top-chave.
           10 fl-top-id-disciplina         pic x(10).
           10 fl-top-topico                pic x(05).
       05 fl-top-descricao                 pic x(30).
       05 fl-top-qtd-sorteio               pic 9(03).
      *>    quantas perguntas ativas do topico sortear em cada prova
      *>    (0 = topico fora do sorteio; se o topico tiver menos
      *>    perguntas ativas, entram todas as que houver)
       05 fl-top-nota-minima               pic 9(02)v99.
      *>    nota minima (0 a 10) no topico; abaixo dela o funcionario e
      *>    reprovado mesmo com a nota geral acima da minima da
      *>    disciplina (0 = topico sem nota minima)
       05 fl-top-data-alteracao            pic 9(08).
       05 fl-top-alterado-por              pic x(10).
      *>    user-id do administrador da ultima manutencao
       05 fl-top-situacao                  pic x(01).
      *>    "A" = Ativo   "I" = Inativo (fora do sorteio e da regra de
      *>    nota minima, fica para o historico)
