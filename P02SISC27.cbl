           record key is cc-chave
           file status is ws-fs-arq-cert-ctl.

      *> Desempenho por topico de cada prova (gravado pelo P02SISC21) e
      *> cadastro de topicos, para o certificado trazer os pontos fortes
      *> e fracos do funcionario por topico
           select arq-resultados-topicos assign to "arq-resultados-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-rtop-chave
           file status is ws-fs-arq-resultados-topicos.

           select arq-topicos assign to "arq-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-top-chave
           file status is ws-fs-arq-topicos.

      *> Resultados sob analise de compliance (mantidos pelo P02SISC26):
      *> caso aberto retem o certificado ate ser liberado
           select arq-analises assign to "arq-analises.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-anl-chave-resul
           file status is ws-fs-arq-analises.

           select arq-impressao assign to "arq-certificados.txt"
           organization is line sequential
           file status is ws-fs-arq-impressao.
           05 cc-chave                         pic x(08).
           05 cc-ultimo-numero                 pic 9(06).

       fd arq-resultados-topicos.
       01 fl-resultado-topico.
           copy CPRESTOP.

       fd arq-topicos.
       01 fl-topico.
           copy CPTOPICO.

       fd arq-analises.
       01 fl-analise.
           copy CPANALIS.

       fd arq-impressao
           record contains 132 characters.
       01 fl-imp-linha                             pic x(132).
       77 ws-fs-arq-certificados                    pic x(02).
       77 ws-fs-arq-cert-ctl                        pic x(02).
       77 ws-fs-arq-impressao                       pic x(02).
       77 ws-fs-arq-resultados-topicos              pic x(02).
       77 ws-fs-arq-topicos                         pic x(02).
       77 ws-rtop-aberto                            pic x(01) value "N".
       77 ws-top-aberto                             pic x(01) value "N".
       77 ws-fim-rtop                               pic x(01) value "N".
       77 ws-qtd-top-impressos                      pic 9(03) value 0.
       77 ws-fs-arq-analises                        pic x(02).
       77 ws-anl-aberto                             pic x(01) value "N".
       77 ws-resul-sob-analise                      pic x(01).

       77 ws-fim-arquivo                           pic x(01) value "N".
       77 ws-reimpressao                           pic 9(06) value 0.
       77 ws-qtd-ja-certificados                   pic 9(07) value 0.
       77 ws-qtd-reprovados                        pic 9(07) value 0.
       77 ws-qtd-orfaos                            pic 9(07) value 0.
       77 ws-qtd-sob-analise                       pic 9(07) value 0.
      *>    aprovados sem certificado retidos por caso de analise aberto

       77 ws-data-prova-edt                        pic x(10).
       77 ws-data-emissao-edt                      pic x(10).
           05 filler                               pic x(20) value "  NA PROVA DO DIA:  ".
           05 ws-imp-data-prova                    pic x(10).

       01 ws-linha-cab-topico.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(22) value "DESEMPENHO POR TOPICO:".

       01 ws-linha-topico.
           05 filler                               pic x(04) value spaces.
           05 ws-imp-topico                        pic x(05).
           05 filler                               pic x(01) value space.
           05 ws-imp-desc-topico                   pic x(25).
           05 filler                               pic x(10) value " ACERTOS: ".
           05 ws-imp-top-acertos                   pic zz9.
           05 filler                               pic x(04) value " DE ".
           05 ws-imp-top-perguntas                 pic zz9.
           05 filler                               pic x(08) value "  NOTA: ".
           05 ws-imp-top-nota                      pic z9,99.

       01 ws-linha-emissao.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(22) value "EMITIDO EM:           ".
               perform finaliza-anormal
           end-if

      *>   sem arquivo de desempenho por topico (35) os certificados saem
      *>   sem o quadro de topicos, como antes
           open input arq-resultados-topicos
           if ws-fs-arq-resultados-topicos <> "35" then
               if ws-fs-arq-resultados-topicos  <> "00"
               and ws-fs-arq-resultados-topicos <> "05" then
                   move 18                                        to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados-topicos              to ws-msn-erro-cod
                   move "Erro ao abrir arq. resultados-topicos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-rtop-aberto
           end-if

           open input arq-topicos
           if ws-fs-arq-topicos <> "35" then
               if ws-fs-arq-topicos  <> "00"
               and ws-fs-arq-topicos <> "05" then
                   move 19                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-topicos                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. topicos"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-top-aberto
           end-if

      *>   sem arquivo de analises (35) nenhum resultado esta retido
           open input arq-analises
           if ws-fs-arq-analises <> "35" then
               if ws-fs-arq-analises  <> "00"
               and ws-fs-arq-analises <> "05" then
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-analises                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. analises"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-anl-aberto
           end-if

           open output arq-impressao
           if ws-fs-arq-impressao  <> "00" then
               move 6                                    to ws-msn-erro-ofsset
      *>------------------------------------------------------------------------
      *> Emissao normal: varre arq-resultados do inicio ao fim e emite um
      *> certificado para cada resultado aprovado (nota >= nota minima da
      *> disciplina e nenhum topico abaixo da nota minima do topico) que
      *> ainda nao tenha certificado gravado
      *>------------------------------------------------------------------------
       2100-emite-certificados section.
           perform 2200-ler-proximo-resultado
                   add 1 to ws-qtd-orfaos
               when fl-resul-nota < ws-nota-minima-cache
                   add 1 to ws-qtd-reprovados
      *>           topico abaixo da nota minima do topico reprova a prova
      *>           mesmo com a nota geral acima da minima
               when fl-resul-reprov-topico = "S"
                   add 1 to ws-qtd-reprovados
               when other
                   perform 2400-certifica-se-inedito
           end-evaluate
      *>------------------------------------------------------------------------
      *> Confere pela chave alternativa se o resultado ja tem certificado;
      *> se ainda nao tem, pega o proximo numero do controle, grava o
      *> registro do certificado e imprime. Resultado com caso de analise
      *> aberto fica sem certificado ate a liberacao - sai na primeira
      *> rodada depois dela
      *>------------------------------------------------------------------------
       2400-certifica-se-inedito section.
           move fl-resul-chave-resul to fl-cert-chave-resul
           read arq-certificados key is fl-cert-chave-resul
               invalid key
                   perform 2450-consulta-analise
                   if ws-resul-sob-analise = "S" then
                       add 1 to ws-qtd-sob-analise
                   else
                       perform 2500-emite-certificado
                   end-if
               not invalid key
      *>           certificado existente com data de prova diferente =
      *>           chave de resultado reaproveitada depois de um expurgo;
       2400-certifica-se-inedito-exit.
           exit.

       2450-consulta-analise section.
           move "N" to ws-resul-sob-analise
           if ws-anl-aberto = "S" then
               move fl-resul-chave-resul to fl-anl-chave-resul
               read arq-analises
                   invalid key
                       continue
                   not invalid key
                       if fl-anl-situacao = "A" then
                           move "S" to ws-resul-sob-analise
                       end-if
               end-read
           end-if
           .
       2450-consulta-analise-exit.
           exit.

       2500-emite-certificado section.
           add 1 to cc-ultimo-numero
               on size error
           move ws-linha-nota          to fl-imp-linha
           write fl-imp-linha

           if ws-rtop-aberto = "S" then
               perform 2560-imprime-topicos
           end-if

           move ws-data-emissao-edt    to ws-imp-data-emissao
           move ws-linha-emissao       to fl-imp-linha
           write fl-imp-linha
       2550-imprime-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Quadro de desempenho por topico do certificado corrente: uma linha
      *> por topico respondido na prova, com acertos e nota do topico.
      *> Prova de disciplina sem topicos nao tem registro e o quadro nao sai
      *>------------------------------------------------------------------------
       2560-imprime-topicos section.
           move 0                      to ws-qtd-top-impressos
           move "N"                    to ws-fim-rtop
           move fl-cert-chave-resul    to fl-rtop-chave(1:14)
           move low-values             to fl-rtop-topico
           start arq-resultados-topicos key is greater than or equal fl-rtop-chave
               invalid key
                   move "S" to ws-fim-rtop
           end-start

           perform until ws-fim-rtop = "S"
               read arq-resultados-topicos next record
                   at end
                       move "S" to ws-fim-rtop
                   not at end
                       if fl-rtop-id-resultado <> fl-cert-id-resultado
                       or fl-rtop-user-id      <> fl-cert-user-id then
                           move "S" to ws-fim-rtop
                       else
                           if ws-qtd-top-impressos = 0 then
                               move ws-linha-cab-topico to fl-imp-linha
                               write fl-imp-linha
                           end-if
                           move spaces to ws-imp-desc-topico
                           if ws-top-aberto = "S" then
                               move fl-rtop-id-disciplina to fl-top-id-disciplina
                               move fl-rtop-topico        to fl-top-topico
                               read arq-topicos
                                   invalid key
                                       continue
                                   not invalid key
                                       move fl-top-descricao to ws-imp-desc-topico
                               end-read
                           end-if
                           move fl-rtop-topico        to ws-imp-topico
                           move fl-rtop-qtd-acertos   to ws-imp-top-acertos
                           move fl-rtop-qtd-perguntas to ws-imp-top-perguntas
                           move fl-rtop-nota          to ws-imp-top-nota
                           move ws-linha-topico       to fl-imp-linha
                           write fl-imp-linha
                           add 1 to ws-qtd-top-impressos
                       end-if
               end-read
           end-perform
           .
       2560-imprime-topicos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reimpressao de segunda via: localiza o certificado pelo numero
      *> informado e imprime de novo, marcado como reimpressao - sem mexer
       8100-grava-log-fim section.
           compute fl-log-qtd-lidos =
               ws-qtd-emitidos + ws-qtd-ja-certificados
               + ws-qtd-reprovados + ws-qtd-orfaos + ws-qtd-sob-analise
           move "F"                to fl-log-tipo
           move ws-qtd-emitidos    to fl-log-qtd-gravados
           move ws-qtd-orfaos      to fl-log-qtd-rejeitados
           move "S"                to ws-log-em-erro
           compute fl-log-qtd-lidos =
               ws-qtd-emitidos + ws-qtd-ja-certificados
               + ws-qtd-reprovados + ws-qtd-orfaos + ws-qtd-sob-analise
           move "F"                to fl-log-tipo
           move ws-qtd-emitidos    to fl-log-qtd-gravados
           move ws-qtd-orfaos      to fl-log-qtd-rejeitados
               perform finaliza-anormal
           end-if

           if ws-rtop-aberto = "S" then
               close arq-resultados-topicos
               if ws-fs-arq-resultados-topicos  <> "00" then
                   move 20                                        to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados-topicos              to ws-msn-erro-cod
                   move "Erro ao fechar arq. resultados-topicos"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-top-aberto = "S" then
               close arq-topicos
               if ws-fs-arq-topicos  <> "00" then
                   move 21                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-topicos                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. topicos"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-anl-aberto = "S" then
               close arq-analises
               if ws-fs-arq-analises  <> "00" then
                   move 23                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-analises                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. analises"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-impressao
           if ws-fs-arq-impressao  <> "00" then
               move 17                                    to ws-msn-erro-ofsset
                   with no advancing
               display ws-qtd-orfaos
           end-if
           if ws-qtd-sob-analise > 0 then
               display "P02SISC27 - retidos por analise de compliance: "
                   with no advancing
               display ws-qtd-sob-analise
           end-if

           perform 8100-grava-log-fim
           .
