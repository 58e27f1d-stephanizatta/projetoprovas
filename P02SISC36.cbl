           record key is fl-disc-id-disciplina
           file status is ws-fs-arq-disciplinas.

      *> Vinculo gestor x setor: lido na ordem da chave (gestor, setor),
      *> da um bloco do relatorio por gestor com os setores dele
           select arq-gestores-setores assign to "arq-gestores-setores.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-gst-chave
           file status is ws-fs-arq-gestores-setores.

      *> Acumulado por setor - recriado a cada execucao, igual aos
      *> arquivos de trabalho do expurgo e da reconciliacao; a chave ja
      *> deixa o relatorio em ordem de setor
       01 fl-disciplina.
           copy CPDISC.

       fd arq-gestores-setores.
       01 fl-gestor-setor.
           copy CPGESSET.

       fd arq-wrk-setor.
       01 fl-wrk-setor.
           05 st-setor                         pic x(10).
           05 st-coberto                       pic x(01).
      *>        "S" = ja saiu no bloco de algum gestor vinculado
           05 st-qtd-funcionarios              pic 9(05).
           05 st-qtd-aprovados                 pic 9(07).
           05 st-qtd-reprovados                pic 9(07).
       77 ws-fs-arq-resultados                      pic x(02).
       77 ws-fs-arq-disciplinas                     pic x(02).
       77 ws-fs-arq-wrk                             pic x(02).
       77 ws-fs-arq-gestores-setores                pic x(02).
       77 ws-fs-arq-relatorio                       pic x(02).
       77 ws-fs-arq-log                             pic x(02).
       77 ws-log-hora                               pic 9(08).
       77 ws-fim-setores                           pic x(01) value "N".
       77 ws-sem-resultados                        pic x(01) value "N".
      *>    "S" = arq-resultados nem existe - setores saem so com headcount
       77 ws-fim-vinculos                          pic x(01) value "N".
       77 ws-sem-vinculos                          pic x(01) value "N".
      *>    "S" = arq-gestores-setores nem existe - todos os setores saem
      *>    no bloco dos setores sem gestor
       77 ws-gestor-corrente                       pic x(10) value spaces.
       77 ws-gestor-valido                         pic x(01) value "N".
       77 ws-titulo-sem-gestor                     pic x(01) value "N".
       77 ws-setor-achado                          pic x(01).
       77 ws-data-hoje                             pic 9(08).

       77 ws-func-corrente                         pic x(10).
       77 ws-qtd-func-lidos                        pic 9(07) value 0.
       77 ws-qtd-setores                           pic 9(05) value 0.
       77 ws-qtd-gestores                          pic 9(05) value 0.
       77 ws-qtd-sem-gestor                        pic 9(05) value 0.
       77 ws-qtd-orfaos                            pic 9(07) value 0.

      *>----Acumulado do funcionario corrente
           05 ws-imp-setor                         pic x(12).

       01 ws-linha-gestor.
           05 filler                               pic x(35) value "RELATORIO DE CONFORMIDADE - GESTOR".
           05 ws-imp-gestor-id                     pic x(10).
           05 filler                               pic x(03) value " - ".
           05 ws-imp-gestor                        pic x(30).

       01 ws-linha-sem-func.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(07) value "SETOR: ".
           05 ws-sfu-setor                         pic x(10).
           05 filler                               pic x(36) value " - nenhum funcionario ativo no setor".

       01 ws-linha-contagem.
           05 filler                               pic x(02) value spaces.
           05 ws-cont-descricao                    pic x(42).
       0000-controle section.
           perform 1000-inicializa
           perform 2000-acumula-funcionarios
           perform 2500-imprime-gestores
           perform 3000-finaliza
           stop run
           .
               perform finaliza-anormal
           end-if

           open input arq-gestores-setores
           if ws-fs-arq-gestores-setores = "35" then
               move "S" to ws-sem-vinculos
           else
               if ws-fs-arq-gestores-setores  <> "00" then
                   move 14                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-gestores-setores            to ws-msn-erro-cod
                   move "Erro ao abrir arq. gestores-setores" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 5                                    to ws-msn-erro-ofsset
      *>           batches fazem com orfaos
                   add 1 to ws-qtd-orfaos
               when fl-resul-nota >= ws-nota-minima-cache
               and fl-resul-reprov-topico <> "S"
                   add 1 to ws-func-aprovados
                   if ws-validade-cache > 0 then
                       perform 2260-atualiza-tabela

      *>------------------------------------------------------------------------
      *> Soma o acumulado do funcionario corrente no registro do setor
      *> dele (criado na primeira vez)
      *>------------------------------------------------------------------------
       2400-soma-no-setor section.
           move fl-func-setor to st-setor
               invalid key
                   add 1 to ws-qtd-setores
                   move fl-func-setor      to st-setor
                   move "N"                to st-coberto
                   move 1                  to st-qtd-funcionarios
                   move ws-func-aprovados  to st-qtd-aprovados
                   move ws-func-reprovados to st-qtd-reprovados
                       perform finaliza-anormal
                   end-if
               not invalid key
                   add 1                  to st-qtd-funcionarios
                   add ws-func-aprovados  to st-qtd-aprovados
                   add ws-func-reprovados to st-qtd-reprovados
           exit.

      *>------------------------------------------------------------------------
      *> Passada 2 - percorre o vinculo gestor x setor na ordem da chave e
      *> imprime, para cada gestor ativo (tipo "G"), um cabecalho seguido
      *> de um bloco por setor dele com headcount, aprovados, reprovados,
      *> recertificacoes vencidas e o percentual de aprovacao. Os setores
      *> que nenhum gestor cobriu saem no fim, em bloco proprio, para o
      *> administrador cobrar o vinculo
      *>------------------------------------------------------------------------
       2500-imprime-gestores section.
           if ws-sem-vinculos <> "S" then
               move low-values to fl-gst-chave
               start arq-gestores-setores key is greater than or equal fl-gst-chave
                   invalid key
                       move "S" to ws-fim-vinculos
               end-start

               perform until ws-fim-vinculos = "S"
                   read arq-gestores-setores next record
                       at end
                           move "S" to ws-fim-vinculos
                       not at end
                           if fl-gst-situacao = "A" then
                               perform 2510-imprime-vinculo
                           end-if
                   end-read
               end-perform
           end-if

           perform 2550-imprime-sem-gestor

           if ws-qtd-setores = 0 then
               move "Nenhum funcionario ativo no cadastro" to fl-rel-linha
               write fl-rel-linha
           end-if
           .
       2500-imprime-gestores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um vinculo ativo: na troca de gestor confere o cadastro dele e
      *> imprime o cabecalho; vinculo de gestor inativo ou que nao e mais
      *> do tipo "G" e ignorado (o setor cai nos sem gestor)
      *>------------------------------------------------------------------------
       2510-imprime-vinculo section.
           if fl-gst-gestor-id <> ws-gestor-corrente then
               move fl-gst-gestor-id to ws-gestor-corrente
               move "N"              to ws-gestor-valido
               move fl-gst-gestor-id to fl-func-user-id
               read arq-funcionarios
                   invalid key
                       continue
                   not invalid key
                       if fl-func-tipo = "G" and fl-func-situacao = "A" then
                           move "S" to ws-gestor-valido
                       end-if
               end-read

               if ws-gestor-valido = "S" then
                   add 1 to ws-qtd-gestores
                   move spaces to fl-rel-linha
                   write fl-rel-linha
                   move ws-linha-traco   to fl-rel-linha
                   write fl-rel-linha
                   move fl-gst-gestor-id to ws-imp-gestor-id
                   move fl-func-nome     to ws-imp-gestor
                   move ws-linha-gestor  to fl-rel-linha
                   write fl-rel-linha
                   move ws-linha-traco   to fl-rel-linha
                   write fl-rel-linha
               end-if
           end-if

           if ws-gestor-valido = "S" then
               move fl-gst-setor to st-setor
               read arq-wrk-setor
                   invalid key
                       move "N" to ws-setor-achado
                   not invalid key
                       move "S" to ws-setor-achado
               end-read

               if ws-setor-achado = "S" then
                   perform 2600-imprime-um-setor
                   move "S" to st-coberto
                   rewrite fl-wrk-setor
                   if ws-fs-arq-wrk  <> "00" then
                       move 15                                   to ws-msn-erro-ofsset
                       move ws-fs-arq-wrk                        to ws-msn-erro-cod
                       move "Erro ao regravar arq. wrk-setor"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
      *>           setor vinculado sem nenhum funcionario ativo
                   move spaces            to fl-rel-linha
                   write fl-rel-linha
                   move fl-gst-setor      to ws-sfu-setor
                   move ws-linha-sem-func to fl-rel-linha
                   write fl-rel-linha
               end-if
           end-if
           .
       2510-imprime-vinculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Setores com funcionarios ativos que nenhum gestor ativo cobre
      *>------------------------------------------------------------------------
       2550-imprime-sem-gestor section.
           move "N"        to ws-fim-setores
           move low-values to st-setor
           start arq-wrk-setor key is greater than or equal st-setor
               invalid key
                   at end
                       move "S" to ws-fim-setores
                   not at end
                       if st-coberto <> "S" then
                           if ws-titulo-sem-gestor <> "S" then
                               move "S" to ws-titulo-sem-gestor
                               move spaces to fl-rel-linha
                               write fl-rel-linha
                               move ws-linha-traco to fl-rel-linha
                               write fl-rel-linha
                               move "SETORES SEM GESTOR VINCULADO" to fl-rel-linha
                               write fl-rel-linha
                               move ws-linha-traco to fl-rel-linha
                               write fl-rel-linha
                           end-if
                           add 1 to ws-qtd-sem-gestor
                           perform 2600-imprime-um-setor
                       end-if
               end-read
           end-perform
           .
       2550-imprime-sem-gestor-exit.
           exit.

       2600-imprime-um-setor section.
           move ws-linha-setor to fl-rel-linha
           write fl-rel-linha

           move ws-linha-traco to fl-rel-linha
           write fl-rel-linha

               perform finaliza-anormal
           end-if

           if ws-sem-vinculos <> "S" then
               close arq-gestores-setores
               if ws-fs-arq-gestores-setores  <> "00" then
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-gestores-setores             to ws-msn-erro-cod
                   move "Erro ao fechar arq. gestores-setores" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 13                                    to ws-msn-erro-ofsset
           display ws-qtd-func-lidos
           display "P02SISC36 - setores no relatorio:        " with no advancing
           display ws-qtd-setores
           display "P02SISC36 - gestores no relatorio:       " with no advancing
           display ws-qtd-gestores
           display "P02SISC36 - setores sem gestor:          " with no advancing
           display ws-qtd-sem-gestor
           if ws-qtd-orfaos > 0 then
               display "P02SISC36 - resultados de disciplina orfa: "
                   with no advancing
