      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P02SISC41".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-funcionarios assign to "arq-funcionarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-func-user-id
           file status is ws-fs-arq-funcionarios.

      *> Lido pela chave alternativa fl-resul-user-id, para os resultados
      *> de cada funcionario virem agrupados
           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-resul-chave-resul
           alternate key is fl-resul-user-id with duplicates
           alternate key is fl-resul-id-disciplina with duplicates
           file status is ws-fs-arq-resultados.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-disc-id-disciplina
           file status is ws-fs-arq-disciplinas.

      *> Pre-requisitos entre disciplinas (mantido pelo P02SISC26)
           select arq-prerequisitos assign to "arq-prerequisitos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-prq-chave
           file status is ws-fs-arq-prerequisitos.

           select arq-relatorio assign to "arq-relatorio-trilhas.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *> Controle de execucao dos batches: um registro "I" no inicio e um
      *> "F" no fim de cada rodada, conferido de manha pelo P02SISC31
           select arq-log-jobs assign to "arq-log-jobs.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-log.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-funcionarios.
       01 fl-funcionario.
           copy CPFUNC.

       fd arq-resultados.
       01 fl-resultado.
           copy CPFLRES.

       fd arq-disciplinas.
       01 fl-disciplina.
           copy CPDISC.

       fd arq-prerequisitos.
       01 fl-prerequisito.
           copy CPPREREQ.

       fd arq-relatorio
           record contains 132 characters.
       01 fl-rel-linha                             pic x(132).

       fd arq-log-jobs.
       01 fl-log-job.
           copy CPLOGJOB.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-funcionarios                   pic x(02).
       77 ws-fs-arq-resultados                      pic x(02).
       77 ws-fs-arq-disciplinas                     pic x(02).
       77 ws-fs-arq-prerequisitos                   pic x(02).
       77 ws-fs-arq-relatorio                       pic x(02).
       77 ws-fs-arq-log                             pic x(02).
       77 ws-log-hora                               pic 9(08).
       77 ws-log-em-erro                            pic x(01) value "N".

       77 ws-fim-funcionarios                      pic x(01) value "N".
       77 ws-fim-resultados                        pic x(01) value "N".
       77 ws-fim-disciplinas                       pic x(01) value "N".
       77 ws-fim-prerequisitos                     pic x(01) value "N".
       77 ws-sem-resultados                        pic x(01) value "N".
      *>    "S" = arq-resultados nem existe - ninguem tem aprovacao
       77 ws-sem-prerequisitos                     pic x(01) value "N".
      *>    "S" = arq-prerequisitos nem existe - toda disciplina esta aberta
       77 ws-data-hoje                             pic 9(08).

       77 ws-func-corrente                         pic x(10).
       77 ws-qtd-func-lidos                        pic 9(07) value 0.
       77 ws-qtd-linhas-trilha                     pic 9(07) value 0.
       77 ws-qtd-concluidas                        pic 9(07) value 0.
       77 ws-qtd-vencidas                          pic 9(07) value 0.
       77 ws-qtd-abertas                           pic 9(07) value 0.
       77 ws-qtd-bloqueadas                        pic 9(07) value 0.
       77 ws-qtd-orfaos                            pic 9(07) value 0.

      *>----Disciplinas do cadastro (ativas e inativas - uma inativa ainda
      *>    pode ser exigida como pre-requisito), com a aprovacao mais
      *>    recente do funcionario corrente em cada uma
       77 ws-qtd-disciplinas                       pic 9(03) value 0.
       77 ws-max-disciplinas                       pic 9(03) value 200.
       77 ws-ind-disc                              pic 9(03).
       77 ws-ind-procura                           pic 9(03).
       01 ws-tab-disciplinas.
           05 ws-tab-disc occurs 200 times.
               10 ws-tab-disc-id                   pic x(10).
               10 ws-tab-disc-nome                 pic x(30).
               10 ws-tab-disc-situacao             pic x(01).
               10 ws-tab-disc-nota-minima          pic 9(02)v99.
               10 ws-tab-disc-validade             pic 9(03).
               10 ws-tab-disc-data-aprov           pic 9(08).
               10 ws-tab-disc-vencimento           pic 9(08).
               10 ws-tab-disc-trilha               pic x(01).
      *>           "C" = concluida (aprovacao vigente)
      *>           "V" = vencida (aprovada, mas passou da validade)
      *>           "N" = nunca aprovada

      *>----Pre-requisitos ativos (disciplina -> disciplina exigida)
       77 ws-qtd-prerequisitos                     pic 9(04) value 0.
       77 ws-max-prerequisitos                     pic 9(04) value 1000.
       77 ws-ind-prq                               pic 9(04).
       01 ws-tab-prerequisitos.
           05 ws-tab-prq occurs 1000 times.
               10 ws-tab-prq-disciplina            pic x(10).
               10 ws-tab-prq-requisito             pic x(10).

       77 ws-disc-procurada                        pic x(10).
       77 ws-bloqueio                              pic x(01).
       77 ws-falta-requisito                       pic x(01).
       77 ws-qtd-faltando                          pic 9(03).

      *>----Calculo da data de vencimento (mesma regra do P02SISC29)
       01 ws-venc-data                             pic 9(08).
       01 ws-venc-data-r redefines ws-venc-data.
           05 ws-venc-aaaa                         pic 9(04).
           05 ws-venc-mm                           pic 9(02).
           05 ws-venc-dd                           pic 9(02).
       77 ws-meses-totais                          pic 9(06).
       77 ws-anos-somar                            pic 9(04).
       77 ws-ultimo-dia-mes                        pic 9(02).
       77 ws-ano-div                               pic 9(04).
       77 ws-ano-resto                             pic 9(02).
       77 ws-ano-resto-100                         pic 9(02).
       77 ws-ano-resto-400                         pic 9(03).
       77 ws-ano-bissexto                          pic x(01).

       01 ws-data-edit                             pic 9(08).
       01 ws-data-edit-r redefines ws-data-edit.
           05 ws-data-edit-aaaa                    pic 9(04).
           05 ws-data-edit-mm                      pic 9(02).
           05 ws-data-edit-dd                      pic 9(02).

           copy CPMSGERR.

       01 ws-linha-traco.
           05 filler                               pic x(100) value all "=".

       01 ws-linha-titulo.
           05 filler                               pic x(40) value "TRILHA DE APRENDIZAGEM - POSICAO EM ".
           05 ws-tit-dd                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-tit-mm                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-tit-aaaa                          pic 9(04).

       01 ws-linha-funcionario.
           05 filler                               pic x(13) value "FUNCIONARIO: ".
           05 ws-imp-user-id                       pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-imp-nome                          pic x(30).
           05 filler                               pic x(09) value "  SETOR: ".
           05 ws-imp-setor                         pic x(10).

       01 ws-linha-cabecalho.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(12) value "DISCIPLINA".
           05 filler                               pic x(32) value "NOME".
           05 filler                               pic x(12) value "SITUACAO".
           05 filler                               pic x(40) value "DETALHE".

       01 ws-linha-trilha.
           05 filler                               pic x(02) value spaces.
           05 ws-trl-disciplina                    pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-trl-nome                          pic x(30).
           05 filler                               pic x(02) value spaces.
           05 ws-trl-situacao                      pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-trl-detalhe                       pic x(60).

       01 ws-det-data.
           05 ws-det-texto                         pic x(16).
           05 ws-det-dd                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-mm                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-det-aaaa                          pic 9(04).

       01 ws-linha-contagem.
           05 filler                               pic x(02) value spaces.
           05 ws-cont-descricao                    pic x(42).
           05 ws-cont-valor                        pic zzzzzz9.


      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           perform 1000-inicializa
           perform 1500-carrega-disciplinas
           perform 1600-carrega-prerequisitos
           perform 2000-processa-funcionarios
           perform 2900-imprime-totais
           perform 3000-finaliza
           stop run
           .
       0000-controle-exit.
           exit.

       1000-inicializa section.
           perform 8000-grava-log-inicio

           accept ws-data-hoje from date yyyymmdd

           open input arq-funcionarios
           if ws-fs-arq-funcionarios  <> "00" then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arq-funcionarios               to ws-msn-erro-cod
               move "Erro ao abrir arq. funcionarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-resultados
           if ws-fs-arq-resultados = "35" then
               move "S" to ws-sem-resultados
           else
               if ws-fs-arq-resultados  <> "00" then
                   move 2                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arq-disciplinas
           if ws-fs-arq-disciplinas  <> "00" then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arq-disciplinas                to ws-msn-erro-cod
               move "Erro ao abrir arq. disciplinas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-prerequisitos
           if ws-fs-arq-prerequisitos = "35" then
               move "S" to ws-sem-prerequisitos
           else
               if ws-fs-arq-prerequisitos  <> "00" then
                   move 4                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-prerequisitos              to ws-msn-erro-cod
                   move "Erro ao abrir arq. prerequisitos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje       to ws-data-edit
           move ws-data-edit-dd    to ws-tit-dd
           move ws-data-edit-mm    to ws-tit-mm
           move ws-data-edit-aaaa  to ws-tit-aaaa
           move ws-linha-titulo    to fl-rel-linha
           write fl-rel-linha
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o cadastro de disciplinas inteiro na tabela: as ativas sao
      *> as linhas da trilha; as inativas ficam so para consulta, quando
      *> alguma disciplina ativa ainda as exige
      *>------------------------------------------------------------------------
       1500-carrega-disciplinas section.
           move low-values to fl-disc-id-disciplina
           start arq-disciplinas key is greater than or equal fl-disc-id-disciplina
               invalid key
                   move "S" to ws-fim-disciplinas
           end-start

           perform until ws-fim-disciplinas = "S"
               read arq-disciplinas next record
                   at end
                       move "S" to ws-fim-disciplinas
                   not at end
                       if ws-qtd-disciplinas >= ws-max-disciplinas then
                           display "P02SISC41 - tabela de disciplinas cheia em "
                               with no advancing
                           display fl-disc-id-disciplina
                           move "S" to ws-fim-disciplinas
                       else
                           add 1 to ws-qtd-disciplinas
                           move fl-disc-id-disciplina
                               to ws-tab-disc-id(ws-qtd-disciplinas)
                           move fl-disc-nome
                               to ws-tab-disc-nome(ws-qtd-disciplinas)
                           move fl-disc-situacao
                               to ws-tab-disc-situacao(ws-qtd-disciplinas)
                           move fl-disc-nota-minima
                               to ws-tab-disc-nota-minima(ws-qtd-disciplinas)
                           move fl-disc-validade-meses
                               to ws-tab-disc-validade(ws-qtd-disciplinas)
                       end-if
               end-read
           end-perform
           .
       1500-carrega-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega os pre-requisitos ativos; o arquivo vem em ordem de
      *> disciplina, e a tabela fica na mesma ordem
      *>------------------------------------------------------------------------
       1600-carrega-prerequisitos section.
           if ws-sem-prerequisitos = "S" then
               move "S" to ws-fim-prerequisitos
           else
               move low-values to fl-prq-chave
               start arq-prerequisitos key is greater than or equal fl-prq-chave
                   invalid key
                       move "S" to ws-fim-prerequisitos
               end-start
           end-if

           perform until ws-fim-prerequisitos = "S"
               read arq-prerequisitos next record
                   at end
                       move "S" to ws-fim-prerequisitos
                   not at end
                       if fl-prq-situacao = "A" then
                           if ws-qtd-prerequisitos >= ws-max-prerequisitos then
                               display "P02SISC41 - tabela de pre-requisitos cheia em "
                                   with no advancing
                               display fl-prq-id-disciplina
                               move "S" to ws-fim-prerequisitos
                           else
                               add 1 to ws-qtd-prerequisitos
                               move fl-prq-id-disciplina
                                   to ws-tab-prq-disciplina(ws-qtd-prerequisitos)
                               move fl-prq-id-requisito
                                   to ws-tab-prq-requisito(ws-qtd-prerequisitos)
                           end-if
                       end-if
               end-read
           end-perform
           .
       1600-carrega-prerequisitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um bloco por funcionario ativo, em ordem de user-id
      *>------------------------------------------------------------------------
       2000-processa-funcionarios section.
           move low-values to fl-func-user-id
           start arq-funcionarios key is greater than or equal fl-func-user-id
               invalid key
                   move "S" to ws-fim-funcionarios
           end-start

           perform until ws-fim-funcionarios = "S"
               read arq-funcionarios next record
                   at end
                       move "S" to ws-fim-funcionarios
                   not at end
                       if fl-func-situacao = "A" then
                           add 1 to ws-qtd-func-lidos
                           perform 2100-processa-funcionario
                       end-if
               end-read
           end-perform

           if ws-qtd-func-lidos = 0 then
               move "Nenhum funcionario ativo no cadastro" to fl-rel-linha
               write fl-rel-linha
           end-if
           .
       2000-processa-funcionarios-exit.
           exit.

       2100-processa-funcionario section.
           move fl-func-user-id to ws-func-corrente

           perform varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > ws-qtd-disciplinas
               move 0   to ws-tab-disc-data-aprov(ws-ind-disc)
               move 0   to ws-tab-disc-vencimento(ws-ind-disc)
               move "N" to ws-tab-disc-trilha(ws-ind-disc)
           end-perform

           if ws-sem-resultados <> "S" then
               perform 2200-varre-resultados
           end-if
           perform 2300-classifica-aprovacoes
           perform 2400-imprime-funcionario
           .
       2100-processa-funcionario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre os resultados do funcionario corrente (chave alternativa
      *> fl-resul-user-id) guardando a aprovacao mais recente de cada
      *> disciplina
      *>------------------------------------------------------------------------
       2200-varre-resultados section.
           move "N"              to ws-fim-resultados
           move ws-func-corrente to fl-resul-user-id
           start arq-resultados key is equal fl-resul-user-id
               invalid key
                   move "S" to ws-fim-resultados
           end-start

           perform until ws-fim-resultados = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-resultados
                   not at end
                       if fl-resul-user-id <> ws-func-corrente then
                           move "S" to ws-fim-resultados
                       else
                           perform 2250-guarda-aprovacao
                       end-if
               end-read
           end-perform
           .
       2200-varre-resultados-exit.
           exit.

       2250-guarda-aprovacao section.
           move fl-resul-id-disciplina to ws-disc-procurada
           perform 2800-procura-disciplina
           if ws-ind-procura = 0 then
      *>       disciplina sem cadastro: sem nota minima nao ha como
      *>       classificar - conta para conferencia, igual os outros
      *>       batches fazem com orfaos
               add 1 to ws-qtd-orfaos
           else
               if fl-resul-nota >= ws-tab-disc-nota-minima(ws-ind-procura)
               and fl-resul-reprov-topico <> "S"
               and fl-resul-data-prova > ws-tab-disc-data-aprov(ws-ind-procura) then
                   move fl-resul-data-prova
                       to ws-tab-disc-data-aprov(ws-ind-procura)
               end-if
           end-if
           .
       2250-guarda-aprovacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Situacao de cada disciplina para o funcionario corrente: aprovada
      *> e dentro da validade (C), aprovada mas vencida (V) ou nunca
      *> aprovada (N) - a mesma conferencia que o P02SISC21 faz antes de
      *> liberar a prova
      *>------------------------------------------------------------------------
       2300-classifica-aprovacoes section.
           perform varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > ws-qtd-disciplinas
               if ws-tab-disc-data-aprov(ws-ind-disc) > 0 then
                   move "C" to ws-tab-disc-trilha(ws-ind-disc)
                   if ws-tab-disc-validade(ws-ind-disc) > 0 then
                       move ws-tab-disc-data-aprov(ws-ind-disc) to ws-venc-data
                       move ws-tab-disc-validade(ws-ind-disc)   to ws-meses-totais
                       perform 2700-calcula-vencimento
                       move ws-venc-data to ws-tab-disc-vencimento(ws-ind-disc)
                       if ws-venc-data <= ws-data-hoje then
                           move "V" to ws-tab-disc-trilha(ws-ind-disc)
                       end-if
                   end-if
               end-if
           end-perform
           .
       2300-classifica-aprovacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime o bloco do funcionario: uma linha por disciplina ativa com
      *> CONCLUIDA (e a validade), VENCIDA (precisa refazer), ABERTA (pode
      *> fazer a prova) ou BLOQUEADA (com o pre-requisito que falta)
      *>------------------------------------------------------------------------
       2400-imprime-funcionario section.
           move spaces to fl-rel-linha
           write fl-rel-linha
           move ws-linha-traco to fl-rel-linha
           write fl-rel-linha

           move fl-func-user-id to ws-imp-user-id
           move fl-func-nome    to ws-imp-nome
           if fl-func-setor = spaces then
               move "(SEM SETOR)" to ws-imp-setor
           else
               move fl-func-setor to ws-imp-setor
           end-if
           move ws-linha-funcionario to fl-rel-linha
           write fl-rel-linha

           move ws-linha-cabecalho to fl-rel-linha
           write fl-rel-linha

           perform varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > ws-qtd-disciplinas
               if ws-tab-disc-situacao(ws-ind-disc) = "A" then
                   perform 2450-imprime-disciplina
               end-if
           end-perform

           if ws-fs-arq-relatorio  <> "00" then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2400-imprime-funcionario-exit.
           exit.

       2450-imprime-disciplina section.
           add 1 to ws-qtd-linhas-trilha
           move ws-tab-disc-id(ws-ind-disc)   to ws-trl-disciplina
           move ws-tab-disc-nome(ws-ind-disc) to ws-trl-nome
           move spaces                        to ws-trl-detalhe

           evaluate ws-tab-disc-trilha(ws-ind-disc)
               when "C"
                   add 1 to ws-qtd-concluidas
                   move "CONCLUIDA" to ws-trl-situacao
                   if ws-tab-disc-vencimento(ws-ind-disc) > 0 then
                       move "VALIDA ATE     " to ws-det-texto
                       move ws-tab-disc-vencimento(ws-ind-disc) to ws-data-edit
                   else
                       move "APROVADA EM    " to ws-det-texto
                       move ws-tab-disc-data-aprov(ws-ind-disc) to ws-data-edit
                   end-if
                   perform 2470-edita-data
               when other
                   perform 2500-verifica-bloqueio
                   evaluate true
                       when ws-bloqueio = "S"
                           add 1 to ws-qtd-bloqueadas
                           move "BLOQUEADA" to ws-trl-situacao
                       when ws-tab-disc-trilha(ws-ind-disc) = "V"
                           add 1 to ws-qtd-vencidas
                           move "VENCIDA" to ws-trl-situacao
                           move "VENCEU EM      " to ws-det-texto
                           move ws-tab-disc-vencimento(ws-ind-disc) to ws-data-edit
                           perform 2470-edita-data
                       when other
                           add 1 to ws-qtd-abertas
                           move "ABERTA" to ws-trl-situacao
                   end-evaluate
           end-evaluate

           move ws-linha-trilha to fl-rel-linha
           write fl-rel-linha
           .
       2450-imprime-disciplina-exit.
           exit.

       2470-edita-data section.
           move ws-data-edit-dd    to ws-det-dd
           move ws-data-edit-mm    to ws-det-mm
           move ws-data-edit-aaaa  to ws-det-aaaa
           move ws-det-data        to ws-trl-detalhe
           .
       2470-edita-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *> A disciplina da linha corrente fica bloqueada quando algum
      *> pre-requisito ativo dela nao tem aprovacao vigente; o detalhe da
      *> linha lista as disciplinas que faltam (ate onde couber)
      *>------------------------------------------------------------------------
       2500-verifica-bloqueio section.
           move "N" to ws-bloqueio
           move 0   to ws-qtd-faltando

           perform varying ws-ind-prq from 1 by 1
                   until ws-ind-prq > ws-qtd-prerequisitos
               if ws-tab-prq-disciplina(ws-ind-prq) = ws-tab-disc-id(ws-ind-disc) then
                   perform 2550-confere-requisito
               end-if
           end-perform
           .
       2500-verifica-bloqueio-exit.
           exit.

       2550-confere-requisito section.
           move "N" to ws-falta-requisito
           move ws-tab-prq-requisito(ws-ind-prq) to ws-disc-procurada
           perform 2800-procura-disciplina

           if ws-ind-procura = 0 then
               move "S" to ws-falta-requisito
           else
               if ws-tab-disc-trilha(ws-ind-procura) <> "C" then
                   move "S" to ws-falta-requisito
               end-if
           end-if

           if ws-falta-requisito = "S" then
               move "S" to ws-bloqueio
               add 1 to ws-qtd-faltando
               evaluate ws-qtd-faltando
                   when 1
                       move "FALTA "                          to ws-trl-detalhe(1:6)
                       move ws-tab-prq-requisito(ws-ind-prq)  to ws-trl-detalhe(7:10)
                   when 2
                       move ws-tab-prq-requisito(ws-ind-prq)  to ws-trl-detalhe(18:10)
                   when 3
                       move ws-tab-prq-requisito(ws-ind-prq)  to ws-trl-detalhe(29:10)
                   when 4
                       move ws-tab-prq-requisito(ws-ind-prq)  to ws-trl-detalhe(40:10)
                   when 5
                       move "..."                             to ws-trl-detalhe(51:3)
                   when other
                       continue
               end-evaluate
           end-if
           .
       2550-confere-requisito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura ws-disc-procurada na tabela de disciplinas; devolve o
      *> indice em ws-ind-procura (0 = nao cadastrada)
      *>------------------------------------------------------------------------
       2800-procura-disciplina section.
           move 0 to ws-ind-procura
           perform varying ws-ind-procura from 1 by 1
                   until ws-ind-procura > ws-qtd-disciplinas
                      or ws-tab-disc-id(ws-ind-procura) = ws-disc-procurada
               continue
           end-perform
           if ws-ind-procura > ws-qtd-disciplinas then
               move 0 to ws-ind-procura
           end-if
           .
       2800-procura-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma ws-meses-totais meses a ws-venc-data (aaaa/mm/dd); quando o
      *> dia nao existe no mes de destino (31/01 + 1 mes), recua para o
      *> ultimo dia do mes - a mesma regra do relatorio de recertificacao
      *>------------------------------------------------------------------------
       2700-calcula-vencimento section.
           add ws-venc-mm to ws-meses-totais
           subtract 1 from ws-meses-totais
           divide ws-meses-totais by 12
               giving ws-anos-somar remainder ws-venc-mm
           add 1            to ws-venc-mm
           add ws-anos-somar to ws-venc-aaaa

           evaluate ws-venc-mm
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                   move 31 to ws-ultimo-dia-mes
               when 4 when 6 when 9 when 11
                   move 30 to ws-ultimo-dia-mes
               when other
                   divide ws-venc-aaaa by 4
                       giving ws-ano-div remainder ws-ano-resto
                   if ws-ano-resto = 0 then
                       divide ws-venc-aaaa by 100
                           giving ws-ano-div remainder ws-ano-resto-100
                       if ws-ano-resto-100 = 0 then
                           divide ws-venc-aaaa by 400
                               giving ws-ano-div remainder ws-ano-resto-400
                           if ws-ano-resto-400 = 0 then
                               move "S" to ws-ano-bissexto
                           else
                               move "N" to ws-ano-bissexto
                           end-if
                       else
                           move "S" to ws-ano-bissexto
                       end-if
                   else
                       move "N" to ws-ano-bissexto
                   end-if
                   if ws-ano-bissexto = "S" then
                       move 29 to ws-ultimo-dia-mes
                   else
                       move 28 to ws-ultimo-dia-mes
                   end-if
           end-evaluate

           if ws-venc-dd > ws-ultimo-dia-mes then
               move ws-ultimo-dia-mes to ws-venc-dd
           end-if
           .
       2700-calcula-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo no fim do relatorio
      *>------------------------------------------------------------------------
       2900-imprime-totais section.
           move spaces to fl-rel-linha
           write fl-rel-linha
           move ws-linha-traco to fl-rel-linha
           write fl-rel-linha

           move "FUNCIONARIOS ATIVOS:                      " to ws-cont-descricao
           move ws-qtd-func-lidos       to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "DISCIPLINAS CONCLUIDAS:                   " to ws-cont-descricao
           move ws-qtd-concluidas       to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "DISCIPLINAS VENCIDAS:                     " to ws-cont-descricao
           move ws-qtd-vencidas         to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "DISCIPLINAS ABERTAS:                      " to ws-cont-descricao
           move ws-qtd-abertas          to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "DISCIPLINAS BLOQUEADAS POR PRE-REQUISITO: " to ws-cont-descricao
           move ws-qtd-bloqueadas       to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move ws-linha-traco to fl-rel-linha
           write fl-rel-linha
           if ws-fs-arq-relatorio  <> "00" then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2900-imprime-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Controle de execucao: grava o "I" de inicio, o "F" de fim com as
      *> contagens, ou o "F" de erro da finalizacao anormal
      *>------------------------------------------------------------------------
       8000-grava-log-inicio section.
           move "I"    to fl-log-tipo
           move zeros  to fl-log-qtd-lidos
           move zeros  to fl-log-qtd-gravados
           move zeros  to fl-log-qtd-rejeitados
           move spaces to fl-log-status
           move spaces to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8000-grava-log-inicio-exit.
           exit.

       8100-grava-log-fim section.
           move "F"                   to fl-log-tipo
           move ws-qtd-func-lidos     to fl-log-qtd-lidos
           move ws-qtd-linhas-trilha  to fl-log-qtd-gravados
           move ws-qtd-orfaos         to fl-log-qtd-rejeitados
           move "OK"                  to fl-log-status
           move spaces                to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8100-grava-log-fim-exit.
           exit.

       8200-grava-log-erro section.
           move "S"                   to ws-log-em-erro
           move "F"                   to fl-log-tipo
           move ws-qtd-func-lidos     to fl-log-qtd-lidos
           move ws-qtd-linhas-trilha  to fl-log-qtd-gravados
           move ws-qtd-orfaos         to fl-log-qtd-rejeitados
           move "ERRO"                to fl-log-status
           move ws-msn-erro-cod       to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8200-grava-log-erro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta o registro montado no arquivo de controle (criado vazio
      *> na primeira vez, igual a auditoria do P02SISC20); durante uma
      *> finalizacao anormal (ws-log-em-erro) um problema no proprio log e
      *> engolido para nao esconder o erro original
      *>------------------------------------------------------------------------
       8500-escreve-log section.
           move "P02SISC41" to fl-log-programa
           accept fl-log-data from date yyyymmdd
           accept ws-log-hora from time
           move ws-log-hora(1:6) to fl-log-hora

           open extend arq-log-jobs
           if ws-fs-arq-log = "35" then
               open output arq-log-jobs
               close arq-log-jobs
               open extend arq-log-jobs
           end-if
           if ws-fs-arq-log = "00" then
               write fl-log-job
               close arq-log-jobs
           end-if
           if ws-fs-arq-log <> "00" and ws-log-em-erro <> "S" then
               move 90                                   to ws-msn-erro-ofsset
               move ws-fs-arq-log                        to ws-msn-erro-cod
               move "Erro ao gravar arq. log-jobs"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       8500-escreve-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           perform 8200-grava-log-erro
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-funcionarios
           if ws-fs-arq-funcionarios  <> "00" then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arq-funcionarios                to ws-msn-erro-cod
               move "Erro ao fechar arq. funcionarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-sem-resultados <> "S" then
               close arq-resultados
               if ws-fs-arq-resultados  <> "00" then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-disciplinas
           if ws-fs-arq-disciplinas  <> "00" then
               move 10                                    to ws-msn-erro-ofsset
               move ws-fs-arq-disciplinas                 to ws-msn-erro-cod
               move "Erro ao fechar arq. disciplinas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-sem-prerequisitos <> "S" then
               close arq-prerequisitos
               if ws-fs-arq-prerequisitos  <> "00" then
                   move 11                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-prerequisitos               to ws-msn-erro-cod
                   move "Erro ao fechar arq. prerequisitos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 12                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC41 - funcionarios ativos lidos:   " with no advancing
           display ws-qtd-func-lidos
           display "P02SISC41 - linhas de trilha impressas:  " with no advancing
           display ws-qtd-linhas-trilha
           display "P02SISC41 - disciplinas bloqueadas:      " with no advancing
           display ws-qtd-bloqueadas
           if ws-qtd-orfaos > 0 then
               display "P02SISC41 - resultados de disciplina orfa: "
                   with no advancing
               display ws-qtd-orfaos
           end-if

           perform 8100-grava-log-fim
           .
       3000-finaliza-exit.
           exit.
