      *>----------------------------------------------------------------
      *> CPANALIS - layout do cadastro de resultados sob analise
      *> (arq-analises.dat): um registro por resultado que a equipe de
      *> compliance colocou em analise (em geral a partir do relatorio
      *> de integridade P02SISC43). Enquanto o caso estiver aberto o
      *> P02SISC27 nao emite o certificado e o P02SISC23 nao manda o
      *> resultado para o LMS; liberado o caso, os dois voltam a tratar
      *> o resultado na rodada seguinte
      *>----------------------------------------------------------------
       05 fl-anl-chave-resul.
           10 fl-anl-id-resultado          pic 9(04).
           10 fl-anl-user-id               pic x(10).
       05 fl-anl-id-disciplina             pic x(10).
       05 fl-anl-situacao                  pic x(01).
      *>    "A" = sob analise (certificado e extrato LMS retidos)
      *>    "L" = caso encerrado/liberado (fica para o historico)
       05 fl-anl-motivo                    pic x(40).
      *>    por que o resultado entrou em analise
       05 fl-anl-data-abertura             pic 9(08).
       05 fl-anl-aberto-por                pic x(10).
       05 fl-anl-parecer                   pic x(40).
      *>    conclusao registrada na liberacao
       05 fl-anl-data-liberacao            pic 9(08).
       05 fl-anl-liberado-por              pic x(10).
      *>    zeros/espacos enquanto o caso estiver aberto
