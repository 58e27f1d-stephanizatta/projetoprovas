      *>    errou nas provas ja feitas)
       05 fl-perg-data-anulacao            pic 9(08).
      *>    data em que a pergunta foi anulada (zeros = nunca anulada)
       05 fl-perg-versao                   pic 9(03).
      *>    versao em vigor do texto da pergunta (1 na inclusao). Cada
      *>    mudanca de enunciado, opcoes ou resposta certa guarda a
      *>    versao anterior em arq-perguntas-hist (CPPERGH) e soma 1 aqui
       05 fl-perg-topico                   pic x(05).
      *>    topico da disciplina a que a pergunta pertence (cadastro de
      *>    topicos, CPTOPICO); espacos = pergunta sem topico
