           record key is fl-disc-id-disciplina
           file status is ws-fs-arq-disciplinas.

      *> Provas em andamento, para o administrador achar as sessoes que
      *> sobraram de uma queda e travam a cadeia da madrugada
           select arq-sessoes assign to "arq-sessoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-ses-user-id
           file status is ws-fs-arq-sessoes.

      *> Progresso de cada prova em andamento (quantas ja respondidas),
      *> mostrado junto com a sessao
           select arq-progresso assign to "arq-progresso.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-prog-chave
           file status is ws-fs-arq-progresso.

      *> Trilha de acessos dos gestores (consultas de historico e
      *> convocacoes feitas por eles), consultavel pelo menu do
      *> administrador
           select arq-acessos-gestores assign to "arq-acessos-gestores.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-acessos-gestores.

       i-o-control.

      *>----Declaração de variáveis
       01 fl-disciplina.
           copy CPDISC.

       fd arq-sessoes.
       01 fl-sessao.
           copy CPSESSAO.

       fd arq-progresso.
       01 fl-progresso.
           copy CPPROGR.

       fd arq-acessos-gestores.
       01 fl-acesso-gestor.
           copy CPACGEST.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-funcionarios                   pic x(02).
       77 ws-janela-aberta                          pic x(01).
       77 ws-fs-arq-certificados                    pic x(02).
       77 ws-fs-arq-disciplinas                     pic x(02).
       77 ws-fs-arq-sessoes                         pic x(02).
       77 ws-fs-arq-progresso                       pic x(02).
       77 ws-fs-arq-acessos-gestores                pic x(02).
       77 ws-fim-acessos                            pic x(01).
       77 ws-opcao-menu-gestor                      pic x(01).

      *>----Variáveis do encerramento forcado de sessoes de prova
       77 ws-fim-sessoes                            pic x(01).
       77 ws-qtd-sessoes                            pic 9(03).
       77 ws-progresso-ok                           pic x(01).
       77 ws-sessoes-ok                             pic x(01).
       77 ws-fim-progresso                          pic x(01).
       77 ws-sessao-achada                          pic x(01).
      *>    "S" = a prova (funcionario, disciplina) escolhida para o
      *>    encerramento tem progresso ou sessao
       77 ws-sessao-alvo                            pic x(10).
       77 ws-sessao-acao                            pic x(01).
       77 ws-sessao-motivo                          pic x(40).
       77 ws-sessao-disciplina                      pic x(10).
       77 ws-sessao-data                            pic 9(08).
       77 ws-sessao-hora                            pic 9(06).
       77 ws-ult-data                               pic 9(08).
       77 ws-ult-hora                               pic 9(06).
      *>    ultima atividade da prova: ultima resposta gravada no
      *>    progresso ou, sem progresso, o inicio da sessao
       77 ws-seg-ult                                pic 9(05).
       77 ws-seg-agora                              pic 9(05).
       77 ws-min-parada                             pic s9(07).
       77 ws-min-parada-edt                         pic zzzzzz9.
       77 ws-min-sessao-parada                      pic 9(03) value 30.
      *>    com menos minutos que isto sem atividade a prova pode estar
      *>    correndo em outro terminal - o encerramento pede confirmacao
       77 ws-sessao-confirma                        pic x(01).
       01 ws-hora-ses                               pic 9(06).
       01 ws-hora-ses-r redefines ws-hora-ses.
           05 ws-hora-ses-hh                        pic 9(02).
           05 ws-hora-ses-mm                        pic 9(02).
           05 ws-hora-ses-ss                        pic 9(02).

      *>----Variáveis da verificacao de certificado por numero
       77 ws-verifica-numero                        pic 9(06).
           05 filler                               pic x(02) value spaces.
           05 ws-conv-lin-aviso                    pic x(20).

       01 ws-linha-sessao.
           05 ws-ses-lin-user                      pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-ses-lin-disciplina                pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-ses-lin-data                      pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-ses-lin-hora                      pic x(08).
           05 filler                               pic x(01) value spaces.
           05 ws-ses-lin-respondidas               pic zz9.
           05 filler                               pic x(04) value " DE ".
           05 ws-ses-lin-sorteadas                 pic zz9.
           05 filler                               pic x(01) value spaces.
           05 ws-ses-lin-aviso                     pic x(16).

       01 ws-linha-evento.
           05 ws-evt-lin-data                      pic x(10).
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(05) value " POR ".
           05 ws-evt-lin-autor                     pic x(10).

       01 ws-linha-acesso.
           05 ws-acg-lin-data                      pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-acg-lin-hora                      pic x(08).
           05 filler                               pic x(01) value spaces.
           05 ws-acg-lin-gestor                    pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-acg-lin-acao                      pic x(12).
           05 filler                               pic x(01) value spaces.
           05 ws-acg-lin-user                      pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-acg-lin-setor                     pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-acg-lin-disciplina                pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-acg-lin-resultado                 pic x(07).

           copy CPMSGERR.

      *>----Parametros de chamada dos demais programas do sistema
           05 line 05 col 01 value "  [3] Desbloquear conta de funcionario                                          ".
           05 line 06 col 01 value "  [4] Eventos de bloqueio/desbloqueio                                           ".
           05 line 07 col 01 value "  [5] Verificar certificado por numero                                          ".
           05 line 08 col 01 value "  [6] Sessoes de prova pendentes (encerrar)                                     ".
           05 line 09 col 01 value "  [7] Trilha de acessos dos gestores                                            ".
           05 line 10 col 01 value "  [8] Sair                                                                      ".
           05 line 12 col 01 value "  OPCAO:                                                                        ".
           05 line 12 col 11 pic x(01) using ws-opcao-menu-adm.

       01 sc-tela-menu-gestor.
           05 blank screen.
           05 line 01 col 01 value "          MENU DO GESTOR                                                       "
           foreground-color 12.
           05 line 03 col 01 value "  [1] Fazer prova de uma disciplina                                            ".
           05 line 04 col 01 value "  [2] Minhas provas pendentes (convocacoes)                                     ".
           05 line 05 col 01 value "  [3] Historico de provas da minha equipe                                       ".
           05 line 06 col 01 value "  [4] Convocacoes da minha equipe (incluir/cancelar)                            ".
           05 line 07 col 01 value "  [5] Trocar minha senha                                                        ".
           05 line 08 col 01 value "  [6] Verificar certificado por numero                                          ".
           05 line 09 col 01 value "  [7] Sair                                                                      ".
           05 line 11 col 01 value "  OPCAO:                                                                        ".
           05 line 11 col 11 pic x(01) using ws-opcao-menu-gestor.

       01 sc-tela-encerra-sessao.
           05 line 20 col 01 value "  ID DO FUNCIONARIO (BRANCO = VOLTAR):             DISCIPLINA:                 ".
           05 line 20 col 40 pic x(10) using ws-sessao-alvo.
           05 line 20 col 64 pic x(10) using ws-sessao-disciplina.
           05 line 21 col 01 value "  [G] GRAVAR O RESPONDIDO  [D] DESCARTAR:                                      ".
           05 line 21 col 43 pic x(01) using ws-sessao-acao.
           05 line 22 col 01 value "  MOTIVO:                                                                      ".
           05 line 22 col 11 pic x(40) using ws-sessao-motivo.

       01 sc-tela-escolhe-disciplina.
           05 blank screen.
      *> precisar montar esses flags na mao (req 009)
      *>------------------------------------------------------------------------
       3000-processa-usuario section.
           evaluate ws-login-tipo
               when "A"
                   perform 3200-menu-administrador
               when "G"
                   perform 3300-menu-gestor
               when other
                   perform 3100-menu-funcionario
           end-evaluate
           .
       3000-processa-usuario-exit.
           exit.
      *>------------------------------------------------------------------------
       3200-menu-administrador section.
           move space to ws-opcao-menu-adm
           perform until ws-opcao-menu-adm = "8"
               display sc-tela-menu-adm
               accept  sc-tela-menu-adm
               evaluate ws-opcao-menu-adm
                   when "5"
                       perform 3260-verifica-certificado
                   when "6"
                       perform 3280-sessoes-pendentes
                   when "7"
                       perform 3245-lista-acessos-gestores
                   when "8"
                       continue
                   when other
                       display erase
       3240-lista-eventos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista a trilha de acessos dos gestores para o admin: cada consulta
      *> de historico e cada convocacao feita por um gestor, com as
      *> recusadas (funcionario fora dos setores dele) marcadas
      *>------------------------------------------------------------------------
       3245-lista-acessos-gestores section.
           open input arq-acessos-gestores
           if ws-fs-arq-acessos-gestores = "35" then
               display erase
               display "Nenhum acesso de gestor registrado."
           else
               if ws-fs-arq-acessos-gestores  <> "00" then
                   move 30                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-acessos-gestores             to ws-msn-erro-cod
                   move "Erro ao abrir arq. acessos-gestores"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display erase
               display "TRILHA DE ACESSOS DOS GESTORES"
               display "DATA       HORA     GESTOR     ACAO         FUNCIONARIO"
                       " SETOR      DISCIPLINA RESULT."
               move "N" to ws-fim-acessos
               perform until ws-fim-acessos = "S"
                   read arq-acessos-gestores next record
                       at end
                           move "S" to ws-fim-acessos
                       not at end
                           perform 3246-mostra-acesso
                   end-read
               end-perform

               close arq-acessos-gestores
               if ws-fs-arq-acessos-gestores  <> "00" then
                   move 31                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-acessos-gestores             to ws-msn-erro-cod
                   move "Erro ao fechar arq. acessos-gestores" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Pressione ENTER para voltar ao menu."
               accept ws-pausa
           end-if
           .
       3245-lista-acessos-gestores-exit.
           exit.

       3246-mostra-acesso section.
           string fl-acg-data(7:2) "/" fl-acg-data(5:2) "/" fl-acg-data(1:4)
               delimited by size into ws-acg-lin-data
           string fl-acg-hora(1:2) ":" fl-acg-hora(3:2) ":" fl-acg-hora(5:2)
               delimited by size into ws-acg-lin-hora
           move fl-acg-gestor-id to ws-acg-lin-gestor
           evaluate fl-acg-acao
               when "H"
                   move "HISTORICO"    to ws-acg-lin-acao
               when "I"
                   move "CONVOCACAO"   to ws-acg-lin-acao
               when "C"
                   move "CANCELAMENTO" to ws-acg-lin-acao
               when other
                   move fl-acg-acao    to ws-acg-lin-acao
           end-evaluate
           move fl-acg-user-id       to ws-acg-lin-user
           move fl-acg-setor         to ws-acg-lin-setor
           move fl-acg-id-disciplina to ws-acg-lin-disciplina
           if fl-acg-resultado = "P" then
               move "OK"      to ws-acg-lin-resultado
           else
               move "NEGADO"  to ws-acg-lin-resultado
           end-if
           display ws-linha-acesso
           .
       3246-mostra-acesso-exit.
           exit.

       3250-mostra-evento section.
           string ev-data(7:2) "/" ev-data(5:2) "/" ev-data(1:4)
               delimited by size into ws-evt-lin-data
       3250-mostra-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sessoes de prova pendentes: lista as provas em andamento (com
      *> quantas perguntas ja foram respondidas) e deixa o administrador
      *> encerrar a que sobrou de uma queda - gravando o que foi
      *> respondido como prova encerrada por tempo, ou descartando a
      *> tentativa com um motivo - em vez de apagar sessao na mao para a
      *> cadeia da madrugada poder rodar.
      *> A lista sai do arq-progresso, que e por (funcionario, disciplina):
      *> a sessao e uma so por funcionario e uma tentativa pode ficar sem
      *> ela (finalizacao anormal apaga a sessao e guarda o progresso).
      *> Depois vem as sessoes sem progresso nenhum - sobra de queda no
      *> meio do encerramento, que ainda trava a cadeia da madrugada
      *>------------------------------------------------------------------------
       3280-sessoes-pendentes section.
           move 0 to ws-qtd-sessoes

           move "N" to ws-progresso-ok
           open input arq-progresso
           if ws-fs-arq-progresso = "00" or ws-fs-arq-progresso = "05" then
               move "S" to ws-progresso-ok
           else
               if ws-fs-arq-progresso <> "35" then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                to ws-msn-erro-cod
                   move "Erro ao abrir arq. progresso"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sessoes-ok
           open input arq-sessoes
           if ws-fs-arq-sessoes = "00" or ws-fs-arq-sessoes = "05" then
               move "S" to ws-sessoes-ok
           else
               if ws-fs-arq-sessoes <> "35" then
                   move 21                                 to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. sessoes"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display erase
           display "PROVAS EM ANDAMENTO (SESSOES ABERTAS)"
           display "FUNCIONARIO DISCIPLINA DATA       HORA     RESPONDIDAS"

           move "S" to ws-fim-progresso
           if ws-progresso-ok = "S" then
               move "N" to ws-fim-progresso
           end-if
           perform until ws-fim-progresso = "S"
               read arq-progresso next record
                   at end
                       move "S" to ws-fim-progresso
                   not at end
                       perform 3285-mostra-sessao
               end-read
           end-perform

      *>   o 3285 leu sessoes por chave - reposiciona no comeco
           move "S" to ws-fim-sessoes
           if ws-sessoes-ok = "S" then
               move "N"        to ws-fim-sessoes
               move low-values to fl-ses-user-id
               start arq-sessoes key is greater than or equal fl-ses-user-id
                   invalid key
                       move "S" to ws-fim-sessoes
               end-start
           end-if
           perform until ws-fim-sessoes = "S"
               read arq-sessoes next record
                   at end
                       move "S" to ws-fim-sessoes
                   not at end
                       perform 3287-mostra-sessao-sem-progresso
               end-read
           end-perform

           if ws-sessoes-ok = "S" then
               close arq-sessoes
               if ws-fs-arq-sessoes  <> "00" then
                   move 23                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. sessoes"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if ws-progresso-ok = "S" then
               close arq-progresso
               if ws-fs-arq-progresso  <> "00" then
                   move 24                                 to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                to ws-msn-erro-cod
                   move "Erro ao fechar arq. progresso"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-sessoes = 0 then
               display "  (nenhuma prova em andamento)"
               display "Pressione ENTER para voltar ao menu."
               accept ws-pausa
           else
               perform 3290-encerra-sessao
           end-if
           .
       3280-sessoes-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Uma tentativa com progresso gravado: data/hora de inicio da sessao
      *> quando ela existe (e e desta disciplina), senao as do progresso
      *>------------------------------------------------------------------------
       3285-mostra-sessao section.
           add 1 to ws-qtd-sessoes
           move fl-prog-user-id         to ws-ses-lin-user
           move fl-prog-id-disciplina   to ws-ses-lin-disciplina
           move fl-prog-qtd-respondidas to ws-ses-lin-respondidas
           move fl-prog-qtd-sortear     to ws-ses-lin-sorteadas
           move spaces                  to ws-ses-lin-aviso
           move fl-prog-data-inicio     to ws-sessao-data
           move fl-prog-hora-inicio     to ws-sessao-hora

           if ws-sessoes-ok = "S" then
               move fl-prog-user-id to fl-ses-user-id
               read arq-sessoes
                   invalid key
                       move "SEM SESSAO" to ws-ses-lin-aviso
                   not invalid key
                       if fl-ses-id-disciplina = fl-prog-id-disciplina then
                           move fl-ses-data        to ws-sessao-data
                           move fl-ses-hora-inicio to ws-sessao-hora
                       else
                           move "SEM SESSAO" to ws-ses-lin-aviso
                       end-if
               end-read
           else
               move "SEM SESSAO" to ws-ses-lin-aviso
           end-if

           string ws-sessao-data(7:2) "/" ws-sessao-data(5:2) "/"
                  ws-sessao-data(1:4)
               delimited by size into ws-ses-lin-data
           string ws-sessao-hora(1:2) ":" ws-sessao-hora(3:2) ":"
                  ws-sessao-hora(5:2)
               delimited by size into ws-ses-lin-hora
      *>   sessao de outro dia e quase certamente sobra de queda
           if ws-ses-lin-aviso = spaces
           and ws-sessao-data < ws-data-hoje then
               move "DE DIA ANTERIOR" to ws-ses-lin-aviso
           end-if
           display ws-linha-sessao
           .
       3285-mostra-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sessao cuja disciplina nao tem progresso gravado - as que tem ja
      *> sairam no 3285
      *>------------------------------------------------------------------------
       3287-mostra-sessao-sem-progresso section.
           move "S" to ws-sessao-achada
           if ws-progresso-ok = "S" then
               move fl-ses-user-id       to fl-prog-user-id
               move fl-ses-id-disciplina to fl-prog-id-disciplina
               read arq-progresso
                   invalid key
                       move "N" to ws-sessao-achada
               end-read
           else
               move "N" to ws-sessao-achada
           end-if

           if ws-sessao-achada = "N" then
               add 1 to ws-qtd-sessoes
               move fl-ses-user-id       to ws-ses-lin-user
               move fl-ses-id-disciplina to ws-ses-lin-disciplina
               string fl-ses-data(7:2) "/" fl-ses-data(5:2) "/" fl-ses-data(1:4)
                   delimited by size into ws-ses-lin-data
               string fl-ses-hora-inicio(1:2) ":" fl-ses-hora-inicio(3:2) ":"
                      fl-ses-hora-inicio(5:2)
                   delimited by size into ws-ses-lin-hora
               move 0               to ws-ses-lin-respondidas
               move 0               to ws-ses-lin-sorteadas
               move "SEM PROGRESSO" to ws-ses-lin-aviso
               display ws-linha-sessao
           end-if
           .
       3287-mostra-sessao-sem-progresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pede qual sessao encerrar e como; o encerramento em si e feito
      *> pelo proprio programa de prova (P02SISC21), que sabe corrigir e
      *> gravar o que foi respondido e deixa o encerramento na trilha.
      *> Descartar exige motivo. Disciplina em branco vale a unica (ou a
      *> primeira) prova pendente do funcionario
      *>------------------------------------------------------------------------
       3290-encerra-sessao section.
           move spaces to ws-sessao-alvo
           move spaces to ws-sessao-disciplina
           move spaces to ws-sessao-acao
           move spaces to ws-sessao-motivo
           display sc-tela-encerra-sessao
           accept  sc-tela-encerra-sessao
           move function upper-case(ws-sessao-acao) to ws-sessao-acao

           evaluate true
               when ws-sessao-alvo = spaces
                   continue
               when ws-sessao-acao <> "G" and ws-sessao-acao <> "D"
                   display erase
                   display "Acao invalida - use G ou D."
               when ws-sessao-acao = "D" and ws-sessao-motivo = spaces
                   display erase
                   display "Informe o motivo do descarte."
               when other
                   perform 3295-chama-encerramento
           end-evaluate
           .
       3290-encerra-sessao-exit.
           exit.

       3295-chama-encerramento section.
           perform 3296-localiza-prova

           move "S" to ws-sessao-confirma
           if ws-sessao-achada = "S" then
               perform 3297-confere-atividade
           end-if

           if ws-sessao-achada = "N" then
               display erase
               display "Prova em andamento nao encontrada: " ws-sessao-alvo
                   " " ws-sessao-disciplina
           end-if
           if ws-sessao-confirma <> "S" then
               display erase
               display "Encerramento cancelado."
           end-if
           if ws-sessao-achada = "S"
           and ws-sessao-confirma = "S" then
               move ws-sessao-alvo         to lk-exame-user-id
               move ws-sessao-disciplina   to lk-exame-id-disciplina
               move ws-sessao-acao         to lk-exame-modo
               move ws-login-user-id       to lk-exame-operador
               move ws-sessao-motivo       to lk-exame-motivo
               call "P02SISC21" using lk-param-exame
               if lk-exame-cod-retorno = "99" then
                   move 27                                     to ws-msn-erro-ofsset
                   move lk-exame-msn-erro-cod                  to ws-msn-erro-cod
                   move lk-exame-msn-erro-text                 to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display erase
                   if lk-exame-cod-retorno <> "00" then
                       display lk-exame-msn-erro-text
                   else
                       if ws-sessao-acao = "G" then
                           display "Prova gravada com o que foi respondido."
                       else
                           display "Tentativa descartada."
                       end-if
                   end-if
               end-if
           end-if
           display "Pressione ENTER para voltar ao menu."
           accept ws-pausa
           .
       3295-chama-encerramento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acha a prova (ws-sessao-alvo, ws-sessao-disciplina) a encerrar: no
      *> progresso, pela chave completa, ou na sessao do funcionario. Com a
      *> disciplina em branco vale a primeira com progresso e, sem
      *> nenhuma, a da sessao. Data/hora de inicio (ws-sessao-data/hora)
      *> sao as da sessao quando ela e desta disciplina
      *>------------------------------------------------------------------------
       3296-localiza-prova section.
           move "N" to ws-sessao-achada
           move 0   to ws-sessao-data
           move 0   to ws-sessao-hora

           open input arq-progresso
           if ws-fs-arq-progresso <> "35" then
               if ws-fs-arq-progresso  <> "00"
               and ws-fs-arq-progresso <> "05" then
                   move 34                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. progresso"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-sessao-disciplina = spaces then
                   move ws-sessao-alvo to fl-prog-user-id
                   move low-values     to fl-prog-id-disciplina
                   start arq-progresso key is greater than or equal fl-prog-chave
                       invalid key
                           continue
                       not invalid key
                           read arq-progresso next record
                               at end
                                   continue
                               not at end
                                   if fl-prog-user-id = ws-sessao-alvo then
                                       move fl-prog-id-disciplina
                                           to ws-sessao-disciplina
                                   end-if
                           end-read
                   end-start
               end-if

               move ws-sessao-alvo       to fl-prog-user-id
               move ws-sessao-disciplina to fl-prog-id-disciplina
               read arq-progresso
                   invalid key
                       continue
                   not invalid key
                       move "S"                 to ws-sessao-achada
                       move fl-prog-data-inicio to ws-sessao-data
                       move fl-prog-hora-inicio to ws-sessao-hora
               end-read

               close arq-progresso
               if ws-fs-arq-progresso  <> "00" then
                   move 35                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. progresso"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arq-sessoes
           if ws-fs-arq-sessoes <> "35" then
               if ws-fs-arq-sessoes  <> "00"
               and ws-fs-arq-sessoes <> "05" then
                   move 25                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. sessoes"           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-sessao-alvo to fl-ses-user-id
               read arq-sessoes
                   invalid key
                       continue
                   not invalid key
                       if ws-sessao-disciplina = spaces then
                           move fl-ses-id-disciplina to ws-sessao-disciplina
                       end-if
                       if fl-ses-id-disciplina = ws-sessao-disciplina then
                           move "S"                to ws-sessao-achada
                           move fl-ses-data        to ws-sessao-data
                           move fl-ses-hora-inicio to ws-sessao-hora
                       end-if
               end-read

               close arq-sessoes
               if ws-fs-arq-sessoes  <> "00" then
                   move 26                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. sessoes"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       3296-localiza-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sessao sem atividade ha menos de ws-min-sessao-parada minutos
      *> pode ser prova ainda correndo em outro terminal, e nao sobra de
      *> queda: mostra ha quanto tempo foi a ultima resposta e so segue
      *> com a confirmacao explicita do administrador (ws-sessao-confirma)
      *>------------------------------------------------------------------------
       3297-confere-atividade section.
           move ws-sessao-data to ws-ult-data
           move ws-sessao-hora to ws-ult-hora

           open input arq-progresso
           if ws-fs-arq-progresso <> "35" then
               if ws-fs-arq-progresso  <> "00"
               and ws-fs-arq-progresso <> "05" then
                   move 32                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. progresso"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-sessao-alvo       to fl-prog-user-id
               move ws-sessao-disciplina to fl-prog-id-disciplina
               read arq-progresso
                   invalid key
                       continue
                   not invalid key
      *>               o progresso so guarda a data de inicio: ultima
      *>               resposta antes da hora de inicio passou da meia-noite
                       move fl-prog-data-inicio to ws-ult-data
                       move fl-prog-hora-ultima to ws-ult-hora
                       if fl-prog-hora-ultima < fl-prog-hora-inicio then
                           compute ws-ult-data = function date-of-integer
                               (function integer-of-date(fl-prog-data-inicio) + 1)
                       end-if
               end-read

               close arq-progresso
               if ws-fs-arq-progresso  <> "00" then
                   move 33                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. progresso"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           accept ws-hora-sistema from time
           move ws-hora-sistema(1:6) to ws-hora-ses
           compute ws-seg-agora = ws-hora-ses-hh * 3600
                                + ws-hora-ses-mm * 60
                                + ws-hora-ses-ss
           move ws-ult-hora to ws-hora-ses
           compute ws-seg-ult = ws-hora-ses-hh * 3600
                              + ws-hora-ses-mm * 60
                              + ws-hora-ses-ss
           compute ws-min-parada =
               ((function integer-of-date(ws-data-hoje)
                 - function integer-of-date(ws-ult-data)) * 86400
                + ws-seg-agora - ws-seg-ult) / 60

           if ws-min-parada < ws-min-sessao-parada then
               move "N" to ws-sessao-confirma
               move ws-min-parada to ws-min-parada-edt
               display erase
               display "ATENCAO: ultima resposta desta prova ha "
                   ws-min-parada-edt " minuto(s)."
               display "A prova pode estar em andamento em outro terminal."
               display "Confirma o encerramento (S/N)? " with no advancing
               accept ws-sessao-confirma
               move function upper-case(ws-sessao-confirma)
                   to ws-sessao-confirma
           end-if
           .
       3297-confere-atividade-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Menu do gestor: alem do que o funcionario faz por si (prova,
      *> pendencias, senha, certificado), consulta o historico e convoca
      *> os funcionarios dos setores vinculados a ele. O escopo e
      *> conferido - e registrado na trilha - pelos proprios P02SISC20 e
      *> P02SISC26, a partir do lk-tipo-usuario-gestor
      *>------------------------------------------------------------------------
       3300-menu-gestor section.
           move space to ws-opcao-menu-gestor
           perform until ws-opcao-menu-gestor = "7"
               display sc-tela-menu-gestor
               accept  sc-tela-menu-gestor
               evaluate ws-opcao-menu-gestor
                   when "1"
                       perform 3110-faz-prova
                   when "2"
                       perform 3130-lista-convocacoes
                   when "3"
                       perform 3310-consulta-equipe
                   when "4"
                       perform 3320-convocacoes-equipe
                   when "5"
                       perform 3150-troca-senha-voluntaria
                   when "6"
                       perform 3260-verifica-certificado
                   when "7"
                       continue
                   when other
                       display erase
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       3300-menu-gestor-exit.
           exit.

       3310-consulta-equipe section.
           move spaces to ws-consulta-alvo
           display sc-tela-escolhe-consulta
           accept  sc-tela-escolhe-consulta

           initialize lk-parametros
           move space              to lk-modo-execucao
           move space              to lk-tipo-usuario-adm
           move space              to lk-tipo-usuario-f
           move "X"                to lk-tipo-usuario-gestor
           move ws-login-user-id   to lk-user-id
           move ws-consulta-alvo   to lk-consulta-user-id
           call "P02SISC20" using lk-parametros
           if lk-cod-retorno = "99" then
               move 28                                     to ws-msn-erro-ofsset
               move lk-msn-erro-cod                        to ws-msn-erro-cod
               move lk-msn-erro-text                       to ws-msn-erro-text
               perform finaliza-anormal
           else
               if lk-cod-retorno <> "00" then
                   display erase
                   display lk-msn-erro-text
               end-if
           end-if
           .
       3310-consulta-equipe-exit.
           exit.

       3320-convocacoes-equipe section.
           initialize lk-parametros
           move space              to lk-modo-execucao
           move space              to lk-tipo-usuario-adm
           move space              to lk-tipo-usuario-f
           move "X"                to lk-tipo-usuario-gestor
           move ws-login-user-id   to lk-user-id
           call "P02SISC26" using lk-parametros
           if lk-cod-retorno = "99" then
               move 29                                     to ws-msn-erro-ofsset
               move lk-msn-erro-cod                        to ws-msn-erro-cod
               move lk-msn-erro-text                       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       3320-convocacoes-equipe-exit.
           exit.

       3100-menu-funcionario section.
           move space to ws-opcao-menu
           perform until ws-opcao-menu = "5"
               accept  sc-tela-menu-func
               evaluate ws-opcao-menu
                   when "1"
                       perform 3110-faz-prova
                   when "2"
                       perform 3130-lista-convocacoes
                   when "3"
       3100-menu-funcionario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Prova pedida pelo proprio usuario logado (funcionario ou gestor)
      *>------------------------------------------------------------------------
       3110-faz-prova section.
      *>   a janela e conferida de novo a cada pedido de prova - pode ter
      *>   aberto depois do login (o P02SISC21 confere tambem, mas recusar
      *>   ja aqui poupa o funcionario de escolher disciplina a toa)
           perform 7000-consulta-janela
           if ws-janela-aberta = "S" then
               display erase
               display "Janela de batch aberta - provas novas"
               display "recusadas ate ela fechar."
           else
               move spaces to ws-disciplina-escolhida
               display sc-tela-escolhe-disciplina
               accept  sc-tela-escolhe-disciplina
               move ws-login-user-id        to lk-exame-user-id
               move ws-disciplina-escolhida to lk-exame-id-disciplina
               move space                   to lk-exame-modo
               move spaces                  to lk-exame-operador
               move spaces                  to lk-exame-motivo
               call "P02SISC21" using lk-param-exame
               if lk-exame-cod-retorno = "99" then
                   move 4                                      to ws-msn-erro-ofsset
                   move lk-exame-msn-erro-cod                  to ws-msn-erro-cod
                   move lk-exame-msn-erro-text                 to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   if lk-exame-cod-retorno <> "00" then
                       display erase
                       display lk-exame-msn-erro-text
                       if lk-exame-cod-retorno = "VH" then
                           display "Retome-a ou peca ao administrador para encerra-la."
                       end-if
                   end-if
               end-if
           end-if
           .
       3110-faz-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista as convocacoes abertas do funcionario logado, com a data
      *> limite de cada prova - e o que diz o que ele ainda deve fazer e
