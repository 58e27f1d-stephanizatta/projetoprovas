      *>----------------------------------------------------------------
      *> CPPERGH - layout do historico de versoes do banco de perguntas
      *> (arq-perguntas-hist.dat): cada vez que o enunciado, as opcoes ou
      *> a resposta certa de uma pergunta mudam, o texto que estava em
      *> vigor e gravado aqui antes de ser sobrescrito em arq-perguntas.
      *> E o que permite mostrar, na contestacao e nas analises, a
      *> pergunta exatamente como o funcionario a viu
      *>----------------------------------------------------------------
       05 fl-phist-chave.
           10 fl-phist-id-disciplina       pic x(10).
           10 fl-phist-num-pergunta        pic 9(03).
           10 fl-phist-versao              pic 9(03).
      *>        versao que deixou de valer (fl-perg-versao de entao)
       05 fl-phist-enunciado               pic x(60).
       05 fl-phist-opcao-a                 pic x(40).
       05 fl-phist-opcao-b                 pic x(40).
       05 fl-phist-opcao-c                 pic x(40).
       05 fl-phist-opcao-d                 pic x(40).
       05 fl-phist-resposta-certa          pic x(01).
       05 fl-phist-situacao                pic x(01).
      *>    situacao da pergunta no momento da troca de versao
       05 fl-phist-data-alteracao          pic 9(08).
      *>    data em que esta versao foi substituida pela seguinte
       05 fl-phist-alterado-por            pic x(10).
      *>    user-id do administrador (ou operador da carga) que fez a
      *>    alteracao
       05 fl-phist-origem                  pic x(01).
      *>    "M" = manutencao de cadastros   "C" = carga em lote
