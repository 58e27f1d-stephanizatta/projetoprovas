           record key is ar-det-chave
           file status is ws-fs-arq-arch-resp.

      *> Banco de perguntas e historico de versoes - so leitura, para a
      *> consulta do detalhe mostrar o texto exato da versao que o
      *> funcionario respondeu
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

      *> Desempenho por topico da prova, gravado pelo P02SISC21, e o
      *> cadastro de topicos (para a descricao) - so leitura, para a
      *> consulta mostrar os pontos fortes e fracos por topico
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

      *> Vinculo gestor x setor - so leitura, para o gestor consultar
      *> apenas o historico dos funcionarios dos setores dele
           select arq-gestores-setores assign to "arq-gestores-setores.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-gst-chave
           file status is ws-fs-arq-gestores-setores.

      *> Trilha de acessos dos gestores: cada consulta feita por um gestor,
      *> permitida ou recusada
           select arq-acessos-gestores assign to "arq-acessos-gestores.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-acessos-gestores.

           select arq-auditoria assign to "arq-auditoria-resultados.dat"
           organization is sequential
           access mode is sequential
       01 ar-detalhe-resposta.
           copy CPFLDET replacing leading ==fl-det== by ==ar-det==.

       fd arq-perguntas.
       01 fl-pergunta.
           copy CPPERG.

       fd arq-perguntas-hist.
       01 fl-pergunta-hist.
           copy CPPERGH.

       fd arq-resultados-topicos.
       01 fl-resultado-topico.
           copy CPRESTOP.

       fd arq-topicos.
       01 fl-topico.
           copy CPTOPICO.

       fd arq-gestores-setores.
       01 fl-gestor-setor.
           copy CPGESSET.

       fd arq-acessos-gestores.
       01 fl-acesso-gestor.
           copy CPACGEST.

       fd arq-auditoria.
       01 fl-auditoria.
           copy CPAUDIT.
       fd arq-restart-ctl.
       01 fl-restart-ctl.
           05 rc-chave                         pic x(08).
           05 rc-ultima-chave-resul            pic x(14).
           05 rc-qtd-processados               pic 9(07).
           05 rc-situacao                      pic x(01).
      *>       "A" = carga em andamento   "C" = carga concluida
       77 ws-det-marca-prox                        pic x(01).
       77 ws-det-marca-sair                        pic x(01).

      *>----Texto da versao da pergunta mostrada no detalhe
       77 ws-fs-arq-perguntas                      pic x(02).
       77 ws-fs-arq-perguntas-hist                 pic x(02).
       77 ws-perg-aberto                           pic x(01) value "N".
       77 ws-hist-aberto                           pic x(01) value "N".
       77 ws-ver-enunciado                         pic x(60).
       77 ws-ver-opcao-a                           pic x(40).
       77 ws-ver-opcao-b                           pic x(40).
       77 ws-ver-opcao-c                           pic x(40).
       77 ws-ver-opcao-d                           pic x(40).
       77 ws-ver-observacao                        pic x(60).
       01 ws-ver-data-alteracao                    pic 9(08).
       01 ws-ver-data-alteracao-r redefines ws-ver-data-alteracao.
           05 ws-ver-alt-aaaa                      pic 9(04).
           05 ws-ver-alt-mm                        pic 9(02).
           05 ws-ver-alt-dd                        pic 9(02).

      *>----Variáveis da consulta do desempenho por topico
       77 ws-fs-arq-resultados-topicos             pic x(02).
       77 ws-fs-arq-topicos                        pic x(02).
       77 ws-rtop-aberto                           pic x(01) value "N".
       77 ws-top-aberto                            pic x(01) value "N".
       77 ws-fim-rtop                              pic x(01) value "N".
       77 ws-qtd-top-mostrados                     pic 9(03) value 0.
       77 ws-resul-marca-top                       pic x(01).
       77 ws-topico-msn                            pic x(30).
       77 ws-pausa                                 pic x(01).
       77 ws-nota-edt                              pic z9,99.
       01 ws-linha-topico.
           05 ws-lt-topico                         pic x(05).
           05 filler                               pic x(01) value space.
           05 ws-lt-descricao                      pic x(20).
           05 filler                               pic x(10) value " ACERTOS: ".
           05 ws-lt-acertos                        pic zz9.
           05 filler                               pic x(04) value " DE ".
           05 ws-lt-perguntas                      pic zz9.
           05 filler                               pic x(07) value " NOTA: ".
           05 ws-lt-nota                           pic z9,99.
           05 filler                               pic x(06) value " MIN: ".
           05 ws-lt-minima                         pic x(05).
           05 filler                               pic x(01) value space.
           05 ws-lt-abaixo                         pic x(06).

      *>----Variáveis da consulta feita por gestor
       77 ws-fs-arq-gestores-setores               pic x(02).
       77 ws-fs-arq-acessos-gestores               pic x(02).
       77 ws-gestor-permitido                      pic x(01).
       77 ws-gestor-setor-alvo                     pic x(10).

      *>----Variáveis da consulta ao arquivo morto anual
       77 ws-fs-arq-arch-resul                     pic x(02).
       77 ws-arch-resul-nome                       pic x(30).
           05 line 07 col 33 pic zz9 from ws-resul-total-perguntas.
           05 line 09 col 01 value "  NOTA DA PROVA:                                                                ".
           05 line 09 col 18 pic z9,99 from ws-resul-nota.
           05 line 09 col 26 pic x(30) from ws-topico-msn.
           05 line 11 col 01 value "  DATA DA PROVA:                                                                ".
           05 line 11 col 18 pic x(10) from ws-data-prova-edt.
           05 line 12 col 01 value "                                                          [ ]Proxima Disciplina ".
           05 line 13 col 60 pic x(01) using ws-resul-marca-sair.
           05 line 14 col 01 value "                                                          [ ]Ver Respostas      ".
           05 line 14 col 60 pic x(01) using ws-resul-marca-resp.
           05 line 15 col 01 value "                                                          [ ]Ver Topicos        ".
           05 line 15 col 60 pic x(01) using ws-resul-marca-top.



           05 line 05 col 30 value "(NUMERO NO BANCO:".
           05 line 05 col 48 pic zz9 from fl-det-num-pergunta.
           05 line 05 col 51 value ")".
           05 line 05 col 54 value "VERSAO:".
           05 line 05 col 62 pic zz9 from fl-det-versao-pergunta.
           05 line 06 col 03 pic x(60) from ws-ver-observacao.
           05 line 07 col 03 pic x(60) from ws-ver-enunciado.
           05 line 08 col 01 value "  A)                                                                            ".
           05 line 08 col 06 pic x(40) from ws-ver-opcao-a.
           05 line 09 col 01 value "  B)                                                                            ".
           05 line 09 col 06 pic x(40) from ws-ver-opcao-b.
           05 line 10 col 01 value "  C)                                                                            ".
           05 line 10 col 06 pic x(40) from ws-ver-opcao-c.
           05 line 11 col 01 value "  D)                                                                            ".
           05 line 11 col 06 pic x(40) from ws-ver-opcao-d.
           05 line 13 col 01 value "  RESPOSTA DO FUNCIONARIO:                                                      ".
           05 line 13 col 28 pic x(01) from fl-det-resposta-dada.
           05 line 14 col 01 value "  RESPOSTA CERTA:                                                               ".
           05 line 14 col 19 pic x(01) from fl-det-resposta-certa.
           05 line 15 col 01 value "  ACERTOU (S/N):                                                                ".
           05 line 15 col 18 pic x(01) from fl-det-acertou.
           05 line 17 col 01 value "                                                          [ ]Proxima Pergunta   ".
           05 line 17 col 60 pic x(01) using ws-det-marca-prox.
           05 line 18 col 01 value "                                                          [ ]Sair               ".
           05 line 18 col 60 pic x(01) using ws-det-marca-sair.



               when lk-tipo-usuario-adm = "x" or lk-tipo-usuario-adm = "X"
                   perform 2100-consulta-funcionario

               when lk-tipo-usuario-gestor = "x" or lk-tipo-usuario-gestor = "X"
                   perform 2100-consulta-funcionario

               when lk-tipo-usuario-f = "x" or lk-tipo-usuario-f = "X"
                   perform 2200-grava-resultado

           display sc-tela-id-funcionario
           accept  sc-tela-id-funcionario

      *>   o gestor pode trocar o id na tela - o escopo e conferido sobre
      *>   o que foi digitado, e nao sobre o que veio do chamador
           move "S" to ws-gestor-permitido
           if lk-tipo-usuario-gestor = "x" or lk-tipo-usuario-gestor = "X" then
               perform 2105-confere-gestor
           end-if

           if ws-gestor-permitido <> "S" then
               display erase
               display "Funcionario fora dos setores sob sua gestao."
               display "Pressione ENTER para voltar ao menu."
               accept ws-pausa
           else
               if ws-consulta-ano = spaces then
                   perform 2110-consulta-arquivo-vivo
               else
                   perform 2160-consulta-arquivo-morto
               end-if
           end-if
           .
       2100-consulta-funcionario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Consulta feita por gestor: so e permitida quando o setor do
      *> funcionario digitado tem vinculo ativo com o gestor logado
      *> (lk-user-id) em arq-gestores-setores; sem o arquivo (35) nenhum
      *> gestor tem setor. Permitida ou nao, a consulta vai para a trilha
      *>------------------------------------------------------------------------
       2105-confere-gestor section.
           move "N"    to ws-gestor-permitido
           move spaces to ws-gestor-setor-alvo

           move ws-resul-user-id to fl-func-user-id
           read arq-funcionarios
               invalid key
                   continue
               not invalid key
                   move fl-func-setor to ws-gestor-setor-alvo
           end-read

           if ws-gestor-setor-alvo <> spaces then
               open input arq-gestores-setores
               if ws-fs-arq-gestores-setores <> "35" then
                   if ws-fs-arq-gestores-setores  <> "00"
                   and ws-fs-arq-gestores-setores <> "05" then
                       move 35                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-gestores-setores            to ws-msn-erro-cod
                       move "Erro ao abrir arq. gestores-setores" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move lk-user-id           to fl-gst-gestor-id
                   move ws-gestor-setor-alvo to fl-gst-setor
                   read arq-gestores-setores
                       invalid key
                           continue
                       not invalid key
                           if fl-gst-situacao = "A" then
                               move "S" to ws-gestor-permitido
                           end-if
                   end-read

                   close arq-gestores-setores
                   if ws-fs-arq-gestores-setores  <> "00" then
                       move 36                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-gestores-setores            to ws-msn-erro-cod
                       move "Erro ao fechar arq. gestores-setores" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform 2106-grava-acesso-gestor
           .
       2105-confere-gestor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta a consulta na trilha de acessos dos gestores; o arquivo
      *> e criado vazio na primeira vez, igual a auditoria
      *>------------------------------------------------------------------------
       2106-grava-acesso-gestor section.
           open extend arq-acessos-gestores
           if ws-fs-arq-acessos-gestores = "35" then
               open output arq-acessos-gestores
               close arq-acessos-gestores
               open extend arq-acessos-gestores
           end-if
           if ws-fs-arq-acessos-gestores  <> "00" then
               move 37                                    to ws-msn-erro-ofsset
               move ws-fs-arq-acessos-gestores            to ws-msn-erro-cod
               move "Erro ao abrir arq. acessos-gestores" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept fl-acg-data from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-hora-sistema(1:6)  to fl-acg-hora
           move lk-user-id            to fl-acg-gestor-id
           move "H"                   to fl-acg-acao
           move ws-resul-user-id      to fl-acg-user-id
           move ws-gestor-setor-alvo  to fl-acg-setor
           move spaces                to fl-acg-id-disciplina
           if ws-gestor-permitido = "S" then
               move "P" to fl-acg-resultado
           else
               move "N" to fl-acg-resultado
           end-if
           write fl-acesso-gestor
           if ws-fs-arq-acessos-gestores  <> "00" then
               move 38                                    to ws-msn-erro-ofsset
               move ws-fs-arq-acessos-gestores            to ws-msn-erro-cod
               move "Erro ao escrever arq. acessos-gestores" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-acessos-gestores
           if ws-fs-arq-acessos-gestores  <> "00" then
               move 39                                    to ws-msn-erro-ofsset
               move ws-fs-arq-acessos-gestores            to ws-msn-erro-cod
               move "Erro ao fechar arq. acessos-gestores" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2106-grava-acesso-gestor-exit.
           exit.

       2110-consulta-arquivo-vivo section.
           move "N"                 to ws-consulta-no-morto
           move ws-resul-user-id    to fl-resul-user-id
           move space to ws-resul-marca-prox
           move space to ws-resul-marca-sair
           move space to ws-resul-marca-resp
           move space to ws-resul-marca-top
           if ws-resul-reprov-topico = "S" then
               move "(REPROVADO POR TOPICO)" to ws-topico-msn
           else
               move spaces to ws-topico-msn
           end-if
           display sc-tela-consulta
           accept  sc-tela-consulta
           if ws-resul-marca-resp = "x" or ws-resul-marca-resp = "X" then
               perform 2150-consulta-respostas
           end-if
           if ws-resul-marca-top = "x" or ws-resul-marca-top = "X" then
               perform 2170-consulta-topicos
           end-if
           if ws-resul-marca-sair = "x" or ws-resul-marca-sair = "X" then
               move "S" to ws-resul-sair
           end-if
      *> simplesmente nao tem registro
      *>------------------------------------------------------------------------
       2150-consulta-respostas section.
           perform 2156-abre-perguntas
      *>   o detalhe acompanha o resultado no expurgo anual: prova vinda
      *>   do arquivo morto tem as respostas no arquivo morto do mesmo ano
           if ws-consulta-no-morto = "S" then
           else
               perform 2151-consulta-respostas-vivo
           end-if
           perform 2157-fecha-perguntas
           .
       2150-consulta-respostas-exit.
           exit.
       2155-consulta-respostas-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Banco de perguntas e historico de versoes, abertos so durante a
      *> consulta do detalhe. Arquivo que nao existe (35) nao impede a
      *> consulta: a tela sai com o aviso de texto nao localizado
      *>------------------------------------------------------------------------
       2156-abre-perguntas section.
           move "N" to ws-perg-aberto
           open input arq-perguntas
           if ws-fs-arq-perguntas <> "35" then
               if ws-fs-arq-perguntas  <> "00"
               and ws-fs-arq-perguntas <> "05" then
                   move 27                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. perguntas"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-perg-aberto
           end-if

           move "N" to ws-hist-aberto
           open input arq-perguntas-hist
           if ws-fs-arq-perguntas-hist <> "35" then
               if ws-fs-arq-perguntas-hist  <> "00"
               and ws-fs-arq-perguntas-hist <> "05" then
                   move 28                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas-hist              to ws-msn-erro-cod
                   move "Erro ao abrir arq. perguntas-hist"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-hist-aberto
           end-if
           .
       2156-abre-perguntas-exit.
           exit.

       2157-fecha-perguntas section.
           if ws-perg-aberto = "S" then
               close arq-perguntas
               move "N" to ws-perg-aberto
               if ws-fs-arq-perguntas  <> "00" then
                   move 29                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. perguntas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-hist-aberto = "S" then
               close arq-perguntas-hist
               move "N" to ws-hist-aberto
               if ws-fs-arq-perguntas-hist  <> "00" then
                   move 30                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas-hist              to ws-msn-erro-cod
                   move "Erro ao fechar arq. perguntas-hist"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2157-fecha-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca o texto da versao gravada no detalhe corrente: se ainda e a
      *> versao em vigor vem do banco de perguntas, senao do historico -
      *> e o que o funcionario viu na prova, nao o texto de hoje
      *>------------------------------------------------------------------------
       2159-busca-versao section.
           move spaces to ws-ver-enunciado
           move spaces to ws-ver-opcao-a
           move spaces to ws-ver-opcao-b
           move spaces to ws-ver-opcao-c
           move spaces to ws-ver-opcao-d
           move "(TEXTO DESTA VERSAO NAO LOCALIZADO)" to ws-ver-observacao

           if ws-perg-aberto = "S" then
               move fl-det-id-disciplina to fl-perg-id-disciplina
               move fl-det-num-pergunta  to fl-perg-num-pergunta
               read arq-perguntas
                   invalid key
                       continue
                   not invalid key
                       if fl-perg-versao = fl-det-versao-pergunta then
                           move fl-perg-enunciado to ws-ver-enunciado
                           move fl-perg-opcao-a   to ws-ver-opcao-a
                           move fl-perg-opcao-b   to ws-ver-opcao-b
                           move fl-perg-opcao-c   to ws-ver-opcao-c
                           move fl-perg-opcao-d   to ws-ver-opcao-d
                           move "(VERSAO EM VIGOR)" to ws-ver-observacao
                       end-if
               end-read
           end-if

           if ws-ver-enunciado = spaces
           and ws-hist-aberto = "S" then
               move fl-det-id-disciplina   to fl-phist-id-disciplina
               move fl-det-num-pergunta    to fl-phist-num-pergunta
               move fl-det-versao-pergunta to fl-phist-versao
               read arq-perguntas-hist
                   invalid key
                       continue
                   not invalid key
                       move fl-phist-enunciado to ws-ver-enunciado
                       move fl-phist-opcao-a   to ws-ver-opcao-a
                       move fl-phist-opcao-b   to ws-ver-opcao-b
                       move fl-phist-opcao-c   to ws-ver-opcao-c
                       move fl-phist-opcao-d   to ws-ver-opcao-d
                       move fl-phist-data-alteracao to ws-ver-data-alteracao
                       move spaces to ws-ver-observacao
                       string "(VERSAO ANTERIOR - SUBSTITUIDA EM "
                              ws-ver-alt-dd "/" ws-ver-alt-mm "/"
                              ws-ver-alt-aaaa " POR "
                              fl-phist-alterado-por ")"
                              delimited by size into ws-ver-observacao
               end-read
           end-if
           .
       2159-busca-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Desempenho por topico do resultado que esta na tela de consulta
      *> (gravado pelo P02SISC21 em arq-resultados-topicos): acertos e nota
      *> de cada topico, com a nota minima do topico e a marca de abaixo do
      *> minimo - os pontos fortes e fracos do funcionario na disciplina. O
      *> arquivo nao e repartido pelo expurgo anual (a chave do resultado
      *> nunca e reaproveitada), entao serve tambem a consulta do arquivo
      *> morto. Prova sem registro e prova de disciplina sem topicos
      *>------------------------------------------------------------------------
       2170-consulta-topicos section.
           move 0 to ws-qtd-top-mostrados
           display erase
           display "DESEMPENHO POR TOPICO - " ws-resul-user-id
               "  DISCIPLINA: " ws-resul-id-disciplina
               "  PROVA: " ws-data-prova-edt
           display " "

           move "N" to ws-rtop-aberto
           open input arq-resultados-topicos
           if ws-fs-arq-resultados-topicos <> "35" then
               if ws-fs-arq-resultados-topicos  <> "00"
               and ws-fs-arq-resultados-topicos <> "05" then
                   move 31                                          to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados-topicos                to ws-msn-erro-cod
                   move "Erro ao abrir arq. resultados-topicos"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-rtop-aberto
           end-if

           move "N" to ws-top-aberto
           open input arq-topicos
           if ws-fs-arq-topicos <> "35" then
               if ws-fs-arq-topicos  <> "00"
               and ws-fs-arq-topicos <> "05" then
                   move 32                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-topicos                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. topicos"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-top-aberto
           end-if

           if ws-rtop-aberto = "S" then
               move "N"                   to ws-fim-rtop
               move ws-resul-id-resultado to fl-rtop-id-resultado
               move ws-resul-user-id      to fl-rtop-user-id
               move low-values            to fl-rtop-topico
               start arq-resultados-topicos key is greater than or equal fl-rtop-chave
                   invalid key
                       move "S" to ws-fim-rtop
               end-start

               perform until ws-fim-rtop = "S"
                   read arq-resultados-topicos next record
                       at end
                           move "S" to ws-fim-rtop
                       not at end
                           if fl-rtop-id-resultado <> ws-resul-id-resultado
                           or fl-rtop-user-id      <> ws-resul-user-id then
                               move "S" to ws-fim-rtop
                           else
                               perform 2175-mostra-topico
                           end-if
                   end-read
               end-perform
           end-if

           if ws-qtd-top-mostrados = 0 then
               display "Prova sem desempenho por topico (disciplina sem topicos)."
           end-if
           if ws-resul-reprov-topico = "S" then
               display " "
               display "REPROVADO POR TOPICO: ha topico abaixo da nota minima."
           end-if

           if ws-top-aberto = "S" then
               close arq-topicos
               move "N" to ws-top-aberto
               if ws-fs-arq-topicos  <> "00" then
                   move 33                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-topicos                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. topicos"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-rtop-aberto = "S" then
               close arq-resultados-topicos
               move "N" to ws-rtop-aberto
               if ws-fs-arq-resultados-topicos  <> "00" then
                   move 34                                          to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados-topicos                to ws-msn-erro-cod
                   move "Erro ao fechar arq. resultados-topicos"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display " "
           display "Pressione ENTER para voltar."
           accept ws-pausa
           .
       2170-consulta-topicos-exit.
           exit.

       2175-mostra-topico section.
           move spaces to ws-lt-descricao
           if ws-top-aberto = "S" then
               move fl-rtop-id-disciplina to fl-top-id-disciplina
               move fl-rtop-topico        to fl-top-topico
               read arq-topicos
                   invalid key
                       continue
                   not invalid key
                       move fl-top-descricao to ws-lt-descricao
               end-read
           end-if

           move fl-rtop-topico        to ws-lt-topico
           move fl-rtop-qtd-acertos   to ws-lt-acertos
           move fl-rtop-qtd-perguntas to ws-lt-perguntas
           move fl-rtop-nota          to ws-lt-nota
           if fl-rtop-nota-minima > 0 then
               move fl-rtop-nota-minima to ws-nota-edt
               move ws-nota-edt         to ws-lt-minima
           else
               move "  -  "             to ws-lt-minima
           end-if
           if fl-rtop-abaixo-minimo = "S" then
               move "ABAIXO" to ws-lt-abaixo
           else
               move spaces   to ws-lt-abaixo
           end-if
           display ws-linha-topico
           add 1 to ws-qtd-top-mostrados
           .
       2175-mostra-topico-exit.
           exit.

       2158-mostra-detalhe section.
           perform 2159-busca-versao
           move space to ws-det-marca-prox
           move space to ws-det-marca-sair
           display sc-tela-resposta
           move lk-resul-hora-inicio     to ws-resul-hora-inicio
           move lk-resul-hora-fim        to ws-resul-hora-fim
           move lk-resul-encerramento    to ws-resul-encerramento
           move lk-resul-reprov-topico   to ws-resul-reprov-topico

           perform 2205-executa-validacoes

           close arq-disciplinas
           close arq-auditoria
           close arq-respostas
           close arq-perguntas
           close arq-perguntas-hist
           close arq-resultados-topicos
           close arq-topicos
           close arq-arch-resultados
           close arq-arch-respostas
           close arq-gestores-setores
           close arq-acessos-gestores
           close arq-stage-resultados
           close arq-restart-ctl
           move "99"             to lk-cod-retorno
