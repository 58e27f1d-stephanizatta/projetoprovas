      *>----------------------------------------------------------------
      *> CPSESLOG - layout da trilha de encerramentos forcados de prova
      *> (arq-sessoes-log.dat): uma linha cada vez que o administrador
      *> fecha uma sessao de prova que sobrou de uma queda, corrigindo o
      *> que foi respondido ou descartando a tentativa
      *>----------------------------------------------------------------
       05 fl-slog-data                     pic 9(08).
       05 fl-slog-hora                     pic 9(06).
       05 fl-slog-user-id                  pic x(10).
       05 fl-slog-id-disciplina            pic x(10).
       05 fl-slog-acao                     pic x(01).
      *>    "G" = gravada com o que foi respondido (encerramento "T")
      *>    "D" = tentativa descartada
       05 fl-slog-qtd-respondidas          pic 9(03).
       05 fl-slog-qtd-sortear              pic 9(03).
       05 fl-slog-operador                 pic x(10).
      *>    user-id do administrador que encerrou
       05 fl-slog-motivo                   pic x(40).
