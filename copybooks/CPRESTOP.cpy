      *>----------------------------------------------------------------
      *> CPRESTOP - layout do desempenho por topico de cada prova
      *> (arq-resultados-topicos.dat): um registro por topico
      *> respondido, ligado ao resultado pela chave (id-resultado +
      *> user-id) de CPFLRES. Gravado pelo programa de prova junto com
      *> o detalhe de respostas e acertado pelo reprocessamento de
      *> anulacao; e o que o historico e o certificado mostram como
      *> pontos fortes e fracos do funcionario
      *>----------------------------------------------------------------
       05 fl-rtop-chave.
           10 fl-rtop-id-resultado         pic 9(04).
           10 fl-rtop-user-id              pic x(10).
           10 fl-rtop-topico               pic x(05).
       05 fl-rtop-id-disciplina            pic x(10).
       05 fl-rtop-qtd-perguntas            pic 9(03).
       05 fl-rtop-qtd-acertos              pic 9(03).
       05 fl-rtop-nota                     pic 9(02)v99.
      *>    acertos / perguntas * 10, arredondada como a nota da prova
       05 fl-rtop-nota-minima              pic 9(02)v99.
      *>    nota minima do topico em vigor na hora da prova (0 = sem)
       05 fl-rtop-abaixo-minimo            pic x(01).
      *>    "S" = nota do topico abaixo da minima   "N" = nao
