      *>    estado ("A"/"F") que 7500-grava-janela deve gravar

      *>----Os passos da cadeia da madrugada, na ordem obrigatoria
       77 ws-qtd-passos                            pic 9(02) value 7.
       77 ws-ind-passo                             pic 9(02).
       01 ws-tab-passos.
           05 filler                               pic x(10) value "P02SISC45".
           05 filler                               pic x(10) value "P02SISC23".
           05 filler                               pic x(10) value "P02SISC27".
           05 filler                               pic x(10) value "P02SISC28".
           05 filler                               pic x(10) value "P02SISC29".
           05 filler                               pic x(10) value "P02SISC44".
           05 filler                               pic x(10) value "P02SISC31".
       01 ws-tab-passos-r redefines ws-tab-passos.
           05 ws-passo-nome                        pic x(10) occurs 7 times.

       77 ws-passo-corrente                        pic x(10).
       77 ws-passo-status                          pic x(04).
           accept ws-data-hoje from date yyyymmdd

           display "P02SISC37 - sequenciador da cadeia da madrugada"
           display "            (P02SISC45 > 23 > 27 > 28 > 29 > 44 > 31)"

           perform 1500-verifica-sessoes
           perform 1600-abre-janela

           if ws-qtd-sessoes > 0 then
      *>       sessao que sobrou de uma queda do online tambem cai aqui -
      *>       o administrador encerra a sobra pelo menu do P02SISC24
      *>       ("Sessoes de prova pendentes"), gravando o que foi
      *>       respondido ou descartando a tentativa, e a cadeia roda
               move 6                                        to ws-msn-erro-ofsset
               move "V2"                                     to ws-msn-erro-cod
               move "Provas em andamento - cadeia nao inicia" to ws-msn-erro-text
