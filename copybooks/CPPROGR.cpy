      *>----------------------------------------------------------------
      *> CPPROGR - layout do progresso da prova em andamento
      *> (arq-progresso.dat): um registro por (funcionario, disciplina),
      *> gravado pelo programa de prova logo depois do sorteio e
      *> regravado a cada resposta - e o que permite retomar a prova do
      *> ponto em que parou depois de uma queda do terminal, e o que o
      *> administrador corrige ou descarta no encerramento forcado
      *>----------------------------------------------------------------
       05 fl-prog-chave.
           10 fl-prog-user-id              pic x(10).
           10 fl-prog-id-disciplina        pic x(10).
       05 fl-prog-data-inicio              pic 9(08).
       05 fl-prog-hora-inicio              pic 9(06).
      *>    data/hora em que a prova comecou de verdade (a retomada
      *>    mantem as originais)
       05 fl-prog-hora-ultima              pic 9(06).
      *>    hora da ultima resposta gravada
       05 fl-prog-seg-usados               pic 9(06).
      *>    segundos de prova ja consumidos ate a ultima resposta - e o
      *>    que continua contando contra o tempo limite na retomada
       05 fl-prog-qtd-sortear              pic 9(03).
      *>    quantas perguntas foram sorteadas para esta prova
       05 fl-prog-qtd-respondidas          pic 9(03).
       05 fl-prog-qtd-acertos              pic 9(03).
       05 fl-prog-pergunta occurs 999 times.
           10 fl-prog-num-pergunta         pic 9(03).
      *>        numero no banco, na ordem sorteada
           10 fl-prog-ordem-opcoes         pic 9(04).
      *>        ordem em que as opcoes A/B/C/D foram mostradas (posicao
      *>        de cada opcao do banco na tela; zeros = nao apresentada)
           10 fl-prog-resposta-dada        pic x(01).
           10 fl-prog-resposta-certa       pic x(01).
           10 fl-prog-acertou              pic x(01).
      *>        resposta na letra do banco, igual ao CPFLDET
           10 fl-prog-versao-pergunta      pic 9(03).
      *>        versao da pergunta apresentada, gravada depois no
      *>        CPFLDET
           10 fl-prog-topico               pic x(05).
      *>        topico da pergunta apresentada, gravado depois no CPFLDET
