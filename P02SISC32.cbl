           record key is fl-det-chave
           file status is ws-fs-arq-respostas.

      *> Banco de perguntas e historico de versoes - so leitura, para
      *> imprimir sob cada item o texto da versao analisada
           select arq-perguntas assign to "arq-perguntas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-perg-chave
           file status is ws-fs-arq-perguntas.

           select arq-perguntas-hist assign to "arq-perguntas-hist.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-phist-chave
           file status is ws-fs-arq-perguntas-hist.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-disc-id-disciplina
           file status is ws-fs-arq-disciplinas.

      *> Acumulado por (disciplina, pergunta, versao) - recriado a cada
      *> execucao, igual aos arquivos de trabalho do expurgo e da
      *> reconciliacao; a chave ja deixa o relatorio em ordem de
      *> disciplina, numero e versao. Cada versao do texto e um item a
      *> parte: uma pergunta reescrita nao mistura os numeros das duas
      *> redacoes
           select arq-wrk-item assign to "arq-wrk-item.dat"
           organization is indexed
           access mode is dynamic
       01 fl-detalhe-resposta.
           copy CPFLDET.

       fd arq-perguntas.
       01 fl-pergunta.
           copy CPPERG.

       fd arq-perguntas-hist.
       01 fl-pergunta-hist.
           copy CPPERGH.

       fd arq-disciplinas.
       01 fl-disciplina.
           copy CPDISC.
           05 wi-chave.
               10 wi-id-disciplina             pic x(10).
               10 wi-num-pergunta              pic 9(03).
               10 wi-versao                    pic 9(03).
           05 wi-resposta-certa                pic x(01).
           05 wi-qtd-apresentada               pic 9(07).
           05 wi-qtd-erradas                   pic 9(07).
       working-storage section.
       77 ws-fs-arq-respostas                      pic x(02).
       77 ws-fs-arq-disciplinas                     pic x(02).
       77 ws-fs-arq-perguntas                       pic x(02).
       77 ws-fs-arq-perguntas-hist                  pic x(02).
       77 ws-perg-aberto                            pic x(01) value "N".
       77 ws-hist-aberto                            pic x(01) value "N".
       77 ws-fs-arq-wrk                             pic x(02).
       77 ws-fs-arq-relatorio                       pic x(02).
       77 ws-fs-arq-log                             pic x(02).

       01 ws-linha-cabecalho-2.
           05 filler                               pic x(06) value "PERG".
           05 filler                               pic x(05) value "VER".
           05 filler                               pic x(10) value "APRESENT".
           05 filler                               pic x(08) value "% ERRO".
           05 filler                               pic x(09) value "RESP A".
       01 ws-linha-detalhe.
           05 ws-lin-num-perg                      pic zz9.
           05 filler                               pic x(03) value spaces.
           05 ws-lin-versao                        pic zz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-apresentada                   pic zzzzzz9.
           05 filler                               pic x(03) value spaces.
           05 ws-lin-pct-erro                      pic zz9,9.
           05 filler                               pic x(05) value spaces.
           05 ws-lin-observacao                    pic x(40).

       01 ws-linha-texto.
           05 filler                               pic x(06) value spaces.
           05 filler                               pic x(07) value "TEXTO: ".
           05 ws-txt-enunciado                     pic x(60).
           05 filler                               pic x(02) value spaces.
           05 ws-txt-situacao                      pic x(40).

       01 ws-txt-data-alteracao                    pic 9(08).
       01 ws-txt-data-alteracao-r redefines ws-txt-data-alteracao.
           05 ws-txt-alt-aaaa                      pic 9(04).
           05 ws-txt-alt-mm                        pic 9(02).
           05 ws-txt-alt-dd                        pic 9(02).


      *>Declaração do corpo do programa
       procedure division.
               perform finaliza-anormal
           end-if

      *>   banco e historico sem arquivo (35) so deixam o texto de fora
           open input arq-perguntas
           if ws-fs-arq-perguntas <> "35" then
               if ws-fs-arq-perguntas  <> "00"
               and ws-fs-arq-perguntas <> "05" then
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. perguntas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-perg-aberto
           end-if

           open input arq-perguntas-hist
           if ws-fs-arq-perguntas-hist <> "35" then
               if ws-fs-arq-perguntas-hist  <> "00"
               and ws-fs-arq-perguntas-hist <> "05" then
                   move 13                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas-hist             to ws-msn-erro-cod
                   move "Erro ao abrir arq. perguntas-hist"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-hist-aberto
           end-if

      *>   o arquivo de trabalho e descartavel: recriado vazio a cada
      *>   execucao
           open output arq-wrk-item
       2100-acumula-detalhe section.
           move fl-det-id-disciplina to wi-id-disciplina
           move fl-det-num-pergunta  to wi-num-pergunta
           move fl-det-versao-pergunta to wi-versao
           read arq-wrk-item
               invalid key
                   move fl-det-id-disciplina   to wi-id-disciplina
                   move fl-det-num-pergunta    to wi-num-pergunta
                   move fl-det-versao-pergunta to wi-versao
                   move fl-det-resposta-certa  to wi-resposta-certa
                   move zeros                  to wi-qtd-apresentada
                   move zeros                  to wi-qtd-erradas

      *>------------------------------------------------------------------------
      *> Passada 2 - percorre o acumulado na ordem da chave (disciplina,
      *> numero da pergunta, versao), com quebra de controle por disciplina, e
      *> imprime cada item com percentual de erro, distribuicao das letras
      *> e o alerta de distrator dominante ou de pergunta facil demais
      *>------------------------------------------------------------------------
           end-if

           move wi-num-pergunta    to ws-lin-num-perg
           move wi-versao          to ws-lin-versao
           move wi-qtd-apresentada to ws-lin-apresentada
           move ws-pct-erro        to ws-lin-pct-erro
           move wi-qtd-resp-a      to ws-lin-resp-a
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform 2750-busca-texto
           move ws-linha-texto     to fl-rel-linha
           write fl-rel-linha
           if ws-fs-arq-relatorio  <> "00" then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2700-imprime-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Texto da versao do item corrente: a versao em vigor vem do banco
      *> de perguntas, as anteriores do historico de versoes
      *>------------------------------------------------------------------------
       2750-busca-texto section.
           move spaces to ws-txt-enunciado
           move "(TEXTO DA VERSAO NAO LOCALIZADO)" to ws-txt-situacao

           if ws-perg-aberto = "S" then
               move wi-id-disciplina to fl-perg-id-disciplina
               move wi-num-pergunta  to fl-perg-num-pergunta
               read arq-perguntas
                   invalid key
                       continue
                   not invalid key
                       if fl-perg-versao = wi-versao then
                           move fl-perg-enunciado  to ws-txt-enunciado
                           move "(VERSAO EM VIGOR)" to ws-txt-situacao
                       end-if
               end-read
           end-if

           if ws-txt-enunciado = spaces
           and ws-hist-aberto = "S" then
               move wi-id-disciplina to fl-phist-id-disciplina
               move wi-num-pergunta  to fl-phist-num-pergunta
               move wi-versao        to fl-phist-versao
               read arq-perguntas-hist
                   invalid key
                       continue
                   not invalid key
                       move fl-phist-enunciado      to ws-txt-enunciado
                       move fl-phist-data-alteracao to ws-txt-data-alteracao
                       move spaces to ws-txt-situacao
                       string "(VERSAO ANTERIOR, ATE " ws-txt-alt-dd "/"
                              ws-txt-alt-mm "/" ws-txt-alt-aaaa ")"
                              delimited by size into ws-txt-situacao
               end-read
           end-if
           .
       2750-busca-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Controle de execucao: grava o "I" de inicio, o "F" de fim com as
      *> contagens, ou o "F" de erro da finalizacao anormal
               perform finaliza-anormal
           end-if

           if ws-perg-aberto = "S" then
               close arq-perguntas
               if ws-fs-arq-perguntas  <> "00" then
                   move 14                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. perguntas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-hist-aberto = "S" then
               close arq-perguntas-hist
               if ws-fs-arq-perguntas-hist  <> "00" then
                   move 15                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas-hist              to ws-msn-erro-cod
                   move "Erro ao fechar arq. perguntas-hist"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-wrk-item
           if ws-fs-arq-wrk  <> "00" then
               move 10                                    to ws-msn-erro-ofsset
