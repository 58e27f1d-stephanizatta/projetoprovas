      *>       "00" = ok   demais codigos, ver lk-exame-msn-erro-cod/texto
           05 lk-exame-msn-erro-cod                 pic x(02).
           05 lk-exame-msn-erro-text                pic x(42).
           05 lk-exame-modo                         pic x(01).
      *>       space = prova normal (ou retomada, se houver progresso
      *>       gravado)   "G" = encerramento forcado pelo administrador,
      *>       gravando o que foi respondido   "D" = encerramento forcado
      *>       descartando a tentativa
           05 lk-exame-operador                     pic x(10).
      *>       user-id do administrador, no encerramento forcado
           05 lk-exame-motivo                       pic x(40).
      *>       motivo registrado na trilha, no encerramento forcado
