           record key is fl-perg-chave
           file status is ws-fs-arq-perguntas.

      *> Historico de versoes do banco de perguntas: a alteracao do texto
      *> de uma pergunta guarda aqui a versao que estava em vigor
           select arq-perguntas-hist assign to "arq-perguntas-hist.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-phist-chave
           file status is ws-fs-arq-perguntas-hist.

      *> Convocacoes de prova criadas/canceladas pelo administrador; e o
      *> que autoriza o funcionario a sentar para a prova no P02SISC21
           select arq-convocacoes assign to "arq-convocacoes.dat"
           record key is fl-conv-chave
           file status is ws-fs-arq-convocacoes.

      *> Pre-requisitos entre disciplinas: cadastrados aqui, conferidos pelo
      *> P02SISC21 antes de liberar a prova
           select arq-prerequisitos assign to "arq-prerequisitos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-prq-chave
           file status is ws-fs-arq-prerequisitos.

      *> Topicos de cada disciplina: quantas perguntas de cada topico o
      *> P02SISC21 sorteia e a nota minima exigida por topico
           select arq-topicos assign to "arq-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-top-chave
           file status is ws-fs-arq-topicos.

      *> Resultados sob analise de compliance: enquanto o caso estiver
      *> aberto o certificado (P02SISC27) e o extrato LMS (P02SISC23) do
      *> resultado ficam retidos
           select arq-analises assign to "arq-analises.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-anl-chave-resul
           file status is ws-fs-arq-analises.

      *> Vinculo gestor x setor: cadastrado aqui; e o que limita o gestor
      *> (fl-func-tipo "G") a convocar so os funcionarios dos seus setores
           select arq-gestores-setores assign to "arq-gestores-setores.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-gst-chave
           file status is ws-fs-arq-gestores-setores.

      *> Trilha de acessos dos gestores: cada convocacao incluida ou
      *> cancelada por um gestor, permitida ou recusada
           select arq-acessos-gestores assign to "arq-acessos-gestores.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-acessos-gestores.

      *> Resultados de prova - so leitura, para avisar na convocacao que o
      *> funcionario ainda nao tem o pre-requisito
           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-resul-chave-resul
           alternate key is fl-resul-user-id with duplicates
           alternate key is fl-resul-id-disciplina with duplicates
           file status is ws-fs-arq-resultados.

       i-o-control.

      *>----Declaração de variáveis
       01 fl-pergunta.
           copy CPPERG.

       fd arq-perguntas-hist.
       01 fl-pergunta-hist.
           copy CPPERGH.

       fd arq-convocacoes.
       01 fl-convocacao.
           copy CPCONV.

       fd arq-prerequisitos.
       01 fl-prerequisito.
           copy CPPREREQ.

       fd arq-topicos.
       01 fl-topico.
           copy CPTOPICO.

       fd arq-analises.
       01 fl-analise.
           copy CPANALIS.

       fd arq-gestores-setores.
       01 fl-gestor-setor.
           copy CPGESSET.

       fd arq-acessos-gestores.
       01 fl-acesso-gestor.
           copy CPACGEST.

       fd arq-resultados.
       01 fl-resultado.
           copy CPFLRES.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-funcionarios                    pic x(02).
       77 ws-fs-arq-disciplinas                     pic x(02).
       77 ws-fs-arq-perguntas                      pic x(02).
       77 ws-fs-arq-perguntas-hist                 pic x(02).
       77 ws-fs-arq-convocacoes                     pic x(02).
       77 ws-fs-arq-prerequisitos                   pic x(02).
       77 ws-fs-arq-resultados                      pic x(02).
       77 ws-fs-arq-topicos                         pic x(02).
       77 ws-fs-arq-analises                        pic x(02).
       77 ws-fs-arq-gestores-setores                pic x(02).
       77 ws-fs-arq-acessos-gestores                pic x(02).

       77 ws-opcao-cadastro                        pic x(01).
       77 ws-opcao-operacao                        pic x(01).
       77 ws-cad-perg-opcao-d                      pic x(40).
       77 ws-cad-perg-resposta                     pic x(01).
       77 ws-cad-perg-situacao                     pic x(01).
       77 ws-cad-perg-topico                       pic x(05).
       77 ws-cad-opcao-certa                       pic x(40).

       77 ws-maior-num-pergunta                    pic 9(03).
       77 ws-qtd-perg-ativas                       pic 9(03).
       77 ws-fim-perguntas                         pic x(01).
       77 ws-texto-mudou                           pic x(01).
      *>    "S" = a alteracao mexeu no enunciado, nas opcoes ou na
      *>    resposta certa - gera versao nova da pergunta
       77 ws-versao-edt                            pic zz9.

      *>----Campos de digitacao das convocacoes de prova
       77 ws-cad-conv-user-id                      pic x(10).
       77 ws-cad-conv-disciplina                   pic x(10).
       77 ws-cad-conv-data-limite                  pic 9(08).

      *>----Campos de digitacao dos pre-requisitos
       77 ws-cad-prq-disciplina                    pic x(10).
       77 ws-cad-prq-requisito                     pic x(10).

      *>----Conferencia de ciclo: disciplinas alcancadas a partir da
      *>    disciplina exigida, seguindo os pre-requisitos ativos
       77 ws-ciclo-achado                          pic x(01).
      *>    "N" = sem ciclo   "S" = ciclo   "L" = tabela cheia
       77 ws-fim-ciclo                             pic x(01).
       77 ws-qtd-ciclo                             pic 9(03).
       77 ws-max-ciclo                             pic 9(03) value 500.
       77 ws-ind-ciclo                             pic 9(03).
       77 ws-ind-busca                             pic 9(03).
       01 ws-tab-ciclo.
           05 ws-ciclo-disciplina                  pic x(10) occurs 500 times.

      *>----Campos de digitacao dos topicos da disciplina
       77 ws-cad-top-disciplina                    pic x(10).
       77 ws-cad-top-topico                        pic x(05).
       77 ws-cad-top-descricao                     pic x(30).
       77 ws-cad-top-qtd-sorteio                   pic 9(03).
      *>    nota minima do topico digitada sem virgula, em centesimos,
      *>    como a da disciplina (0000 = sem nota minima)
       77 ws-cad-top-nota-digitada                 pic 9(04).
       77 ws-cad-top-situacao                      pic x(01).

      *>----Campos de digitacao dos resultados sob analise
       77 ws-cad-anl-user-id                       pic x(10).
       77 ws-cad-anl-id-resultado                  pic 9(04).
       77 ws-cad-anl-disciplina                    pic x(10).
       77 ws-cad-anl-nota                          pic z9,99.
       77 ws-cad-anl-data-prova                    pic 9(08).
       77 ws-cad-anl-texto                         pic x(40).
      *>    motivo na marcacao, parecer na liberacao
       77 ws-cad-anl-rotulo                        pic x(10).

      *>----Campos de digitacao do vinculo gestor x setor
       77 ws-cad-gst-gestor-id                     pic x(10).
       77 ws-cad-gst-setor                         pic x(10).

      *>----Convocacao feita por gestor (lk-tipo-usuario-gestor)
       77 ws-modo-gestor                           pic x(01) value "N".
       77 ws-gestor-permitido                      pic x(01).
       77 ws-gestor-setor-alvo                     pic x(10).
       77 ws-acg-acao                              pic x(01).
       77 ws-hora-sistema                          pic 9(08).

      *>----Aviso de pre-requisito na convocacao
       77 ws-fim-prerequisitos                     pic x(01).
       77 ws-fim-resultados                        pic x(01).
       77 ws-req-nota-minima                       pic 9(02)v99.
       77 ws-req-validade                          pic 9(03).
       77 ws-req-data-aprovacao                    pic 9(08).

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

           copy CPMSGERR.

      *>----Variáveis para comunicação entre programas
           05 line 04 col 01 value "  [2] Disciplinas                                                               ".
           05 line 05 col 01 value "  [3] Perguntas                                                                 ".
           05 line 06 col 01 value "  [4] Convocacoes de prova                                                      ".
           05 line 07 col 01 value "  [5] Pre-requisitos entre disciplinas                                          ".
           05 line 08 col 01 value "  [6] Topicos das disciplinas                                                   ".
           05 line 09 col 01 value "  [7] Resultados sob analise (compliance)                                       ".
           05 line 10 col 01 value "  [8] Gestores e setores                                                        ".
           05 line 11 col 01 value "  [9] Voltar                                                                    ".
           05 line 13 col 01 value "  OPCAO:                                                                        ".
           05 line 13 col 11 pic x(01) using ws-opcao-cadastro.

       01 sc-tela-menu-operacao.
           05 blank screen.
           05 line 05 col 10 pic x(30) using ws-cad-func-nome.
           05 line 07 col 01 value "  SENHA (VAZIO=MANTER ATUAL):                                                   ".
           05 line 07 col 32 pic x(10) using ws-cad-func-senha no echo.
           05 line 09 col 01 value "  TIPO (A=ADMIN F=FUNCIONARIO G=GESTOR):                                        ".
           05 line 09 col 42 pic x(01) using ws-cad-func-tipo.
           05 line 11 col 01 value "  SITUACAO (A=ATIVO I=INATIVO):                                                 ".
           05 line 11 col 34 pic x(01) using ws-cad-func-situacao.
           05 line 13 col 01 value "  SETOR:                                                                        ".
           05 line 05 col 01 value "  DATA LIMITE DA PROVA (AAAAMMDD):                                              ".
           05 line 05 col 37 pic 9(08) using ws-cad-conv-data-limite.

      *> Pre-requisito nao tem dados alem da chave: inclui (ou reativa) e
      *> inativa, como a convocacao
       01 sc-tela-menu-oper-prq.
           05 blank screen.
           05 line 01 col 01 value "          PRE-REQUISITOS ENTRE DISCIPLINAS                                     "
           foreground-color 12.
           05 line 03 col 01 value "  [I] Incluir pre-requisito                                                     ".
           05 line 04 col 01 value "  [X] Inativar pre-requisito                                                    ".
           05 line 05 col 01 value "  [V] Voltar                                                                    ".
           05 line 07 col 01 value "  OPCAO:                                                                        ".
           05 line 07 col 11 pic x(01) using ws-opcao-operacao.

       01 sc-tela-prq-chave.
           05 blank screen.
           05 line 01 col 01 value "          PRE-REQUISITOS ENTRE DISCIPLINAS                                     "
           foreground-color 12.
           05 line 03 col 01 value "  DISCIPLINA:                                                                   ".
           05 line 03 col 16 pic x(10) using ws-cad-prq-disciplina.
           05 line 05 col 01 value "  EXIGE APROVACAO EM:                                                           ".
           05 line 05 col 23 pic x(10) using ws-cad-prq-requisito.

      *> Vinculo gestor x setor tambem nao tem dados alem da chave:
      *> vincula (ou reativa) e desfaz, como o pre-requisito
       01 sc-tela-menu-oper-gst.
           05 blank screen.
           05 line 01 col 01 value "          GESTORES E SETORES                                                   "
           foreground-color 12.
           05 line 03 col 01 value "  [I] Vincular setor ao gestor                                                  ".
           05 line 04 col 01 value "  [X] Desfazer vinculo                                                          ".
           05 line 05 col 01 value "  [V] Voltar                                                                    ".
           05 line 07 col 01 value "  OPCAO:                                                                        ".
           05 line 07 col 11 pic x(01) using ws-opcao-operacao.

       01 sc-tela-gst-chave.
           05 blank screen.
           05 line 01 col 01 value "          GESTORES E SETORES                                                   "
           foreground-color 12.
           05 line 03 col 01 value "  ID DO GESTOR:                                                                 ".
           05 line 03 col 18 pic x(10) using ws-cad-gst-gestor-id.
           05 line 05 col 01 value "  SETOR:                                                                        ".
           05 line 05 col 11 pic x(10) using ws-cad-gst-setor.

      *> O banco de perguntas tem uma operacao a mais que os outros
      *> cadastros (anular, para contestacao aceita) - menu proprio
       01 sc-tela-menu-oper-perg.
           05 line 12 col 30 pic x(01) using ws-cad-perg-resposta.
           05 line 14 col 01 value "  SITUACAO (A=ATIVA I=INATIVA N=ANULADA):                                       ".
           05 line 14 col 44 pic x(01) using ws-cad-perg-situacao.
           05 line 16 col 01 value "  TOPICO (VAZIO=SEM TOPICO):                                                    ".
           05 line 16 col 31 pic x(05) using ws-cad-perg-topico.

      *> Topico usa o menu generico (incluir/alterar/inativar) do cadastro
       01 sc-tela-top-chave.
           05 blank screen.
           05 line 01 col 01 value "          TOPICOS DAS DISCIPLINAS                                              "
           foreground-color 12.
           05 line 03 col 01 value "  ID DA DISCIPLINA:                                                             ".
           05 line 03 col 22 pic x(10) using ws-cad-top-disciplina.
           05 line 05 col 01 value "  TOPICO:                                                                       ".
           05 line 05 col 12 pic x(05) using ws-cad-top-topico.

       01 sc-tela-top-dados.
           05 blank screen.
           05 line 01 col 01 value "          TOPICOS DAS DISCIPLINAS                                              "
           foreground-color 12.
           05 line 03 col 01 value "  DISCIPLINA:                                                                   ".
           05 line 03 col 16 pic x(10) from ws-cad-top-disciplina.
           05 line 03 col 30 value "TOPICO:".
           05 line 03 col 38 pic x(05) from ws-cad-top-topico.
           05 line 05 col 01 value "  DESCRICAO:                                                                    ".
           05 line 05 col 15 pic x(30) using ws-cad-top-descricao.
           05 line 07 col 01 value "  PERGUNTAS SORTEADAS DO TOPICO POR PROVA (000=FORA DO SORTEIO):                ".
           05 line 07 col 67 pic 9(03) using ws-cad-top-qtd-sorteio.
           05 line 09 col 01 value "  NOTA MINIMA NO TOPICO (SEM VIRGULA, 0000=SEM MINIMA):                         ".
           05 line 09 col 58 pic 9(04) using ws-cad-top-nota-digitada.
           05 line 11 col 01 value "  SITUACAO (A=ATIVO I=INATIVO):                                                 ".
           05 line 11 col 34 pic x(01) using ws-cad-top-situacao.

      *> Caso de analise nao se altera: ou se abre (marca o resultado) ou
      *> se encerra (libera) - menu proprio com so essas duas operacoes
       01 sc-tela-menu-oper-anl.
           05 blank screen.
           05 line 01 col 01 value "          RESULTADOS SOB ANALISE                                               "
           foreground-color 12.
           05 line 03 col 01 value "  [M] Marcar resultado sob analise                                              ".
           05 line 04 col 01 value "  [L] Liberar resultado (encerrar o caso)                                       ".
           05 line 05 col 01 value "  [V] Voltar                                                                    ".
           05 line 07 col 01 value "  OPCAO:                                                                        ".
           05 line 07 col 11 pic x(01) using ws-opcao-operacao.

       01 sc-tela-anl-chave.
           05 blank screen.
           05 line 01 col 01 value "          RESULTADOS SOB ANALISE                                               "
           foreground-color 12.
           05 line 03 col 01 value "  ID DO FUNCIONARIO:                                                            ".
           05 line 03 col 23 pic x(10) using ws-cad-anl-user-id.
           05 line 05 col 01 value "  NUMERO DO RESULTADO:                                                          ".
           05 line 05 col 25 pic 9(04) using ws-cad-anl-id-resultado.

       01 sc-tela-anl-dados.
           05 blank screen.
           05 line 01 col 01 value "          RESULTADOS SOB ANALISE                                               "
           foreground-color 12.
           05 line 03 col 01 value "  FUNCIONARIO:                                                                  ".
           05 line 03 col 17 pic x(10) from ws-cad-anl-user-id.
           05 line 03 col 30 value "RESULTADO:".
           05 line 03 col 41 pic 9(04) from ws-cad-anl-id-resultado.
           05 line 05 col 01 value "  DISCIPLINA:                                                                   ".
           05 line 05 col 16 pic x(10) from ws-cad-anl-disciplina.
           05 line 05 col 30 value "NOTA:".
           05 line 05 col 36 pic x(05) from ws-cad-anl-nota.
           05 line 05 col 44 value "DATA:".
           05 line 05 col 50 pic 9(08) from ws-cad-anl-data-prova.
           05 line 07 col 03 pic x(10) from ws-cad-anl-rotulo.
           05 line 07 col 14 pic x(40) using ws-cad-anl-texto.


      *>Declaração do corpo do programa
               perform finaliza-anormal
           end-if

           open i-o arq-perguntas-hist
           if ws-fs-arq-perguntas-hist = "35" then
               open output arq-perguntas-hist
               close arq-perguntas-hist
               open i-o arq-perguntas-hist
           end-if
           if ws-fs-arq-perguntas-hist  <> "00"
           and ws-fs-arq-perguntas-hist <> "05" then
               move 30                                     to ws-msn-erro-ofsset
               move ws-fs-arq-perguntas-hist               to ws-msn-erro-cod
               move "Erro ao abrir arq. perguntas-hist"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-convocacoes
           if ws-fs-arq-convocacoes = "35" then
               open output arq-convocacoes
               move "Erro ao abrir arq. convocacoes"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-prerequisitos
           if ws-fs-arq-prerequisitos = "35" then
               open output arq-prerequisitos
               close arq-prerequisitos
               open i-o arq-prerequisitos
           end-if
           if ws-fs-arq-prerequisitos  <> "00"
           and ws-fs-arq-prerequisitos <> "05" then
               move 23                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prerequisitos                to ws-msn-erro-cod
               move "Erro ao abrir arq. prerequisitos"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-topicos
           if ws-fs-arq-topicos = "35" then
               open output arq-topicos
               close arq-topicos
               open i-o arq-topicos
           end-if
           if ws-fs-arq-topicos  <> "00"
           and ws-fs-arq-topicos <> "05" then
               move 33                                     to ws-msn-erro-ofsset
               move ws-fs-arq-topicos                      to ws-msn-erro-cod
               move "Erro ao abrir arq. topicos"           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-analises
           if ws-fs-arq-analises = "35" then
               open output arq-analises
               close arq-analises
               open i-o arq-analises
           end-if
           if ws-fs-arq-analises  <> "00"
           and ws-fs-arq-analises <> "05" then
               move 38                                     to ws-msn-erro-ofsset
               move ws-fs-arq-analises                     to ws-msn-erro-cod
               move "Erro ao abrir arq. analises"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-gestores-setores
           if ws-fs-arq-gestores-setores = "35" then
               open output arq-gestores-setores
               close arq-gestores-setores
               open i-o arq-gestores-setores
           end-if
           if ws-fs-arq-gestores-setores  <> "00"
           and ws-fs-arq-gestores-setores <> "05" then
               move 44                                     to ws-msn-erro-ofsset
               move ws-fs-arq-gestores-setores             to ws-msn-erro-cod
               move "Erro ao abrir arq. gestores-setores"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

       2000-processamento section.
      *>   o gestor nao ve o menu de cadastros: entra direto nas
      *>   convocacoes, limitadas aos funcionarios dos setores dele
           if lk-tipo-usuario-gestor = "x" or lk-tipo-usuario-gestor = "X" then
               move "S" to ws-modo-gestor
               perform 2400-manutencao-convocacao
               move "9" to ws-opcao-cadastro
           else
               move space to ws-opcao-cadastro
           end-if
           perform until ws-opcao-cadastro = "9"
               display sc-tela-menu-cadastros
               accept  sc-tela-menu-cadastros
               evaluate ws-opcao-cadastro
                   when "4"
                       perform 2400-manutencao-convocacao
                   when "5"
                       perform 2500-manutencao-prerequisito
                   when "6"
                       perform 2600-manutencao-topico
                   when "7"
                       perform 2700-manutencao-analise
                   when "8"
                       perform 2800-manutencao-gestor-setor
                   when "9"
                       continue
                   when other
                       display erase
                   display erase
                   display "Senha nao informada."
               else
                   if ws-cad-func-tipo <> "A" and ws-cad-func-tipo <> "F"
                   and ws-cad-func-tipo <> "G" then
                       move "N" to ws-cad-ok
                       display erase
                       display "Tipo invalido (use A, F ou G)."
                   else
                       if ws-cad-func-situacao <> "A"
                       and ws-cad-func-situacao <> "I" then
                   move spaces to ws-cad-perg-opcao-d
                   move space  to ws-cad-perg-resposta
                   move "A"    to ws-cad-perg-situacao
                   move spaces to ws-cad-perg-topico
                   display sc-tela-perg-dados
                   accept  sc-tela-perg-dados
                   perform 2360-valida-pergunta
                       move ws-cad-perg-opcao-d    to fl-perg-opcao-d
                       move ws-cad-perg-resposta   to fl-perg-resposta-certa
                       move ws-cad-perg-situacao   to fl-perg-situacao
                       move ws-cad-perg-topico     to fl-perg-topico
                       move zeros                  to fl-perg-data-anulacao
                       move 1                      to fl-perg-versao
                       write fl-pergunta
                       if ws-fs-arq-perguntas <> "00" then
                           move 10                                  to ws-msn-erro-ofsset
               move fl-perg-opcao-d        to ws-cad-perg-opcao-d
               move fl-perg-resposta-certa to ws-cad-perg-resposta
               move fl-perg-situacao       to ws-cad-perg-situacao
               move fl-perg-topico         to ws-cad-perg-topico
               display sc-tela-perg-dados
               accept  sc-tela-perg-dados
               perform 2360-valida-pergunta
               if ws-cad-ok = "S" then
                   perform 2325-verifica-mudanca-texto
               end-if
               if ws-cad-ok = "S" then
                   if ws-texto-mudou = "S" then
                       perform 2326-grava-versao-anterior
                       add 1 to fl-perg-versao
                   end-if
                   move ws-cad-perg-enunciado  to fl-perg-enunciado
                   move ws-cad-perg-opcao-a    to fl-perg-opcao-a
                   move ws-cad-perg-opcao-b    to fl-perg-opcao-b
                       move zeros to fl-perg-data-anulacao
                   end-if
                   move ws-cad-perg-situacao   to fl-perg-situacao
      *>           o topico so muda o sorteio, nao o texto - fica fora
      *>           do controle de versao
                   move ws-cad-perg-topico     to fl-perg-topico
                   rewrite fl-pergunta
                   if ws-fs-arq-perguntas <> "00" then
                       move 11                                  to ws-msn-erro-ofsset
                       move "Erro ao regravar arq. perguntas"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fl-perg-versao         to ws-versao-edt
                   move ws-cad-perg-disciplina to ws-cad-disc-id
                   perform 2350-recalcula-qtd-perguntas
                   display erase
                   display "Pergunta alterada (versao " ws-versao-edt ")."
               end-if
           end-if
           .
       2320-altera-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Compara o que foi digitado com o registro lido: so enunciado,
      *> opcoes e resposta certa geram versao nova (situacao e anulacao
      *> nao mudam o texto que o funcionario ve). A versao tem 3
      *> posicoes - no limite a alteracao do texto e recusada
      *>------------------------------------------------------------------------
       2325-verifica-mudanca-texto section.
           move "N" to ws-texto-mudou
           if ws-cad-perg-enunciado <> fl-perg-enunciado
           or ws-cad-perg-opcao-a   <> fl-perg-opcao-a
           or ws-cad-perg-opcao-b   <> fl-perg-opcao-b
           or ws-cad-perg-opcao-c   <> fl-perg-opcao-c
           or ws-cad-perg-opcao-d   <> fl-perg-opcao-d
           or ws-cad-perg-resposta  <> fl-perg-resposta-certa then
               move "S" to ws-texto-mudou
               if fl-perg-versao >= 999 then
                   move "N" to ws-cad-ok
                   display erase
                   display "Limite de versoes da pergunta atingido (999)."
               end-if
           end-if
           .
       2325-verifica-mudanca-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda no historico a versao em vigor (ainda intacta em
      *> fl-pergunta), com a data e o administrador que a substituiu
      *>------------------------------------------------------------------------
       2326-grava-versao-anterior section.
           move fl-perg-id-disciplina  to fl-phist-id-disciplina
           move fl-perg-num-pergunta   to fl-phist-num-pergunta
           move fl-perg-versao         to fl-phist-versao
           move fl-perg-enunciado      to fl-phist-enunciado
           move fl-perg-opcao-a        to fl-phist-opcao-a
           move fl-perg-opcao-b        to fl-phist-opcao-b
           move fl-perg-opcao-c        to fl-phist-opcao-c
           move fl-perg-opcao-d        to fl-phist-opcao-d
           move fl-perg-resposta-certa to fl-phist-resposta-certa
           move fl-perg-situacao       to fl-phist-situacao
           move ws-data-hoje           to fl-phist-data-alteracao
           move lk-user-id             to fl-phist-alterado-por
           move "M"                    to fl-phist-origem
           write fl-pergunta-hist
           if ws-fs-arq-perguntas-hist <> "00" then
               move 31                                   to ws-msn-erro-ofsset
               move ws-fs-arq-perguntas-hist             to ws-msn-erro-cod
               move "Erro ao gravar arq. perguntas-hist"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2326-grava-versao-anterior-exit.
           exit.

       2330-inativa-pergunta section.
           perform 2370-aceita-e-le-pergunta
           if ws-registro-existe <> "S" then
               to ws-cad-perg-resposta
           move function upper-case(ws-cad-perg-situacao)
               to ws-cad-perg-situacao
           move function upper-case(ws-cad-perg-topico)
               to ws-cad-perg-topico
           if ws-cad-perg-enunciado = spaces then
               move "N" to ws-cad-ok
               display erase
                   end-if
               end-if
           end-if

      *>   topico informado precisa estar cadastrado na disciplina (pode
      *>   estar inativo - a pergunta so fica fora do sorteio por topico)
           if ws-cad-ok = "S"
           and ws-cad-perg-topico <> spaces then
               move ws-cad-perg-disciplina to fl-top-id-disciplina
               move ws-cad-perg-topico     to fl-top-topico
               read arq-topicos
                   invalid key
                       move "N" to ws-cad-ok
                       display erase
                       display "Topico nao cadastrado na disciplina."
               end-read
           end-if
           .
       2360-valida-pergunta-exit.
           exit.
                       end-if
                       display erase
                       display "Convocacao incluida."
                       perform 2460-avisa-prerequisitos
                   not invalid key
                       if fl-conv-situacao = "A" then
                           display erase
                           end-if
                           display erase
                           display "Convocacao reaberta com prazo novo."
                           perform 2460-avisa-prerequisitos
                       end-if
               end-read
           end-if
           display sc-tela-conv-chave
           accept  sc-tela-conv-chave

           move "S" to ws-gestor-permitido
           if ws-modo-gestor = "S" then
               move ws-cad-conv-user-id to ws-cad-func-user-id
               perform 2150-le-funcionario
               move "C" to ws-acg-acao
               perform 2490-confere-gestor
           end-if

           move ws-cad-conv-user-id    to fl-conv-user-id
           move ws-cad-conv-disciplina to fl-conv-id-disciplina
           read arq-convocacoes
                   display erase
                   display "Convocacao nao cadastrada."
               not invalid key
                   evaluate true
                       when ws-gestor-permitido <> "S"
                           display erase
                           display "Funcionario fora dos setores sob sua gestao."
                       when fl-conv-situacao <> "A"
                           display erase
                           display "Convocacao nao esta aberta."
                       when other
                           move "C" to fl-conv-situacao
                           rewrite fl-convocacao
                           if ws-fs-arq-convocacoes <> "00" then
                               move 21                                    to ws-msn-erro-ofsset
                               move ws-fs-arq-convocacoes                 to ws-msn-erro-cod
                               move "Erro ao regravar arq. convocacoes"   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display erase
                           display "Convocacao cancelada."
                   end-evaluate
           end-read
           .
       2420-cancela-convocacao-exit.
      *> Valida a convocacao digitada: funcionario e disciplina precisam
      *> existir e estar ativos (convocar conta inativa ou disciplina
      *> inativa so geraria recusa na hora da prova), e a data limite nao
      *> pode estar no passado. Pelo gestor, o funcionario ainda precisa
      *> ser de um dos setores dele
      *>------------------------------------------------------------------------
       2450-valida-convocacao section.
           move "S" to ws-cad-ok

           move ws-cad-conv-user-id to ws-cad-func-user-id
           perform 2150-le-funcionario
           move "S" to ws-gestor-permitido
           if ws-modo-gestor = "S" then
               move "I" to ws-acg-acao
               perform 2490-confere-gestor
           end-if

           evaluate true
               when ws-gestor-permitido <> "S"
                   move "N" to ws-cad-ok
                   display erase
                   display "Funcionario fora dos setores sob sua gestao."
               when ws-registro-existe <> "S"
                   move "N" to ws-cad-ok
                   display erase
                   display "Funcionario nao cadastrado."
               when fl-func-situacao <> "A"
                   move "N" to ws-cad-ok
                   display erase
                   display "Funcionario inativo."
           end-evaluate

           if ws-cad-ok = "S" then
               move ws-cad-conv-disciplina to ws-cad-disc-id
           exit.

      *>------------------------------------------------------------------------
      *> Aviso ao administrador: a convocacao e gravada de qualquer forma
      *> (o funcionario pode ainda ser aprovado no pre-requisito antes da
      *> data limite), mas cada disciplina exigida sem aprovacao vigente e
      *> listada, porque o P02SISC21 vai recusar a prova ate la. Mesma
      *> conferencia do P02SISC21 (2025): nota minima atingida e validade
      *> nao vencida. arq-resultados e aberto so aqui, so para leitura
      *>------------------------------------------------------------------------
       2460-avisa-prerequisitos section.
           open input arq-resultados
           if ws-fs-arq-resultados  <> "00"
           and ws-fs-arq-resultados <> "05"
           and ws-fs-arq-resultados <> "35" then
               move 24                                     to ws-msn-erro-ofsset
               move ws-fs-arq-resultados                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-resultados"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N"                    to ws-fim-prerequisitos
           move ws-cad-conv-disciplina to fl-prq-id-disciplina
           move low-values             to fl-prq-id-requisito
           start arq-prerequisitos key is greater than or equal fl-prq-chave
               invalid key
                   move "S" to ws-fim-prerequisitos
           end-start

           perform until ws-fim-prerequisitos = "S"
               read arq-prerequisitos next record
                   at end
                       move "S" to ws-fim-prerequisitos
                   not at end
                       if fl-prq-id-disciplina <> ws-cad-conv-disciplina then
                           move "S" to ws-fim-prerequisitos
                       else
                           if fl-prq-situacao = "A" then
                               perform 2465-avisa-um-requisito
                           end-if
                       end-if
               end-read
           end-perform

           if ws-fs-arq-resultados <> "35" then
               close arq-resultados
               if ws-fs-arq-resultados  <> "00" then
                   move 25                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2460-avisa-prerequisitos-exit.
           exit.

       2465-avisa-um-requisito section.
           move 0 to ws-req-data-aprovacao
           move 0 to ws-req-validade

           move fl-prq-id-requisito to fl-disc-id-disciplina
           read arq-disciplinas
               invalid key
                   continue
               not invalid key
                   move fl-disc-nota-minima    to ws-req-nota-minima
                   move fl-disc-validade-meses to ws-req-validade
                   if ws-fs-arq-resultados <> "35" then
                       perform 2470-acha-aprovacao
                   end-if
           end-read

           if ws-req-data-aprovacao = 0 then
               display "Atencao: pre-requisito " fl-prq-id-requisito
                       " pendente - a prova sera recusada ate a aprovacao."
           else
               if ws-req-validade > 0 then
                   move ws-req-data-aprovacao to ws-venc-data
                   move ws-req-validade       to ws-meses-totais
                   perform 2480-calcula-vencimento
                   if ws-venc-data <= ws-data-hoje then
                       display "Atencao: pre-requisito " fl-prq-id-requisito
                               " vencido - a prova sera recusada ate nova aprovacao."
                   end-if
               end-if
           end-if
           .
       2465-avisa-um-requisito-exit.
           exit.

       2470-acha-aprovacao section.
           move "N"                 to ws-fim-resultados
           move ws-cad-conv-user-id to fl-resul-user-id
           start arq-resultados key is equal fl-resul-user-id
               invalid key
                   move "S" to ws-fim-resultados
           end-start

           perform until ws-fim-resultados = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-resultados
                   not at end
                       if fl-resul-user-id <> ws-cad-conv-user-id then
                           move "S" to ws-fim-resultados
                       else
                           if fl-resul-id-disciplina = fl-prq-id-requisito
                           and fl-resul-nota >= ws-req-nota-minima
                           and fl-resul-reprov-topico <> "S"
                           and fl-resul-data-prova > ws-req-data-aprovacao then
                               move fl-resul-data-prova to ws-req-data-aprovacao
                           end-if
                       end-if
               end-read
           end-perform
           .
       2470-acha-aprovacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma ws-meses-totais meses a ws-venc-data, recuando para o ultimo
      *> dia do mes quando o dia nao existe - mesma regra do P02SISC29
      *>------------------------------------------------------------------------
       2480-calcula-vencimento section.
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
       2480-calcula-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Convocacao pelo gestor: o funcionario (ja lido pelo 2150) so e
      *> dele quando o setor do cadastro tem vinculo ativo com o gestor
      *> logado (lk-user-id). Permitida ou nao, a tentativa vai para a
      *> trilha de acessos com a acao em ws-acg-acao
      *>------------------------------------------------------------------------
       2490-confere-gestor section.
           move "N"    to ws-gestor-permitido
           move spaces to ws-gestor-setor-alvo
           if ws-registro-existe = "S" then
               move fl-func-setor to ws-gestor-setor-alvo
           end-if

           if ws-gestor-setor-alvo <> spaces then
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
           end-if

           perform 2495-grava-acesso-gestor
           .
       2490-confere-gestor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta uma linha na trilha de acessos dos gestores; o arquivo
      *> e criado vazio na primeira vez, igual a auditoria do P02SISC20
      *>------------------------------------------------------------------------
       2495-grava-acesso-gestor section.
           open extend arq-acessos-gestores
           if ws-fs-arq-acessos-gestores = "35" then
               open output arq-acessos-gestores
               close arq-acessos-gestores
               open extend arq-acessos-gestores
           end-if
           if ws-fs-arq-acessos-gestores  <> "00" then
               move 45                                       to ws-msn-erro-ofsset
               move ws-fs-arq-acessos-gestores               to ws-msn-erro-cod
               move "Erro ao abrir arq. acessos-gestores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje            to fl-acg-data
           accept ws-hora-sistema from time
           move ws-hora-sistema(1:6)    to fl-acg-hora
           move lk-user-id              to fl-acg-gestor-id
           move ws-acg-acao             to fl-acg-acao
           move ws-cad-conv-user-id     to fl-acg-user-id
           move ws-gestor-setor-alvo    to fl-acg-setor
           move ws-cad-conv-disciplina  to fl-acg-id-disciplina
           if ws-gestor-permitido = "S" then
               move "P" to fl-acg-resultado
           else
               move "N" to fl-acg-resultado
           end-if
           write fl-acesso-gestor
           if ws-fs-arq-acessos-gestores  <> "00" then
               move 46                                       to ws-msn-erro-ofsset
               move ws-fs-arq-acessos-gestores               to ws-msn-erro-cod
               move "Erro ao escrever arq. acessos-gestores" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-acessos-gestores
           if ws-fs-arq-acessos-gestores  <> "00" then
               move 47                                       to ws-msn-erro-ofsset
               move ws-fs-arq-acessos-gestores               to ws-msn-erro-cod
               move "Erro ao fechar arq. acessos-gestores"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2495-grava-acesso-gestor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao dos pre-requisitos entre disciplinas. A chave e
      *> (disciplina, disciplina exigida); inativar desliga a regra sem
      *> apagar o registro, e incluir por cima de um inativo o reativa
      *>------------------------------------------------------------------------
       2500-manutencao-prerequisito section.
           move space to ws-opcao-operacao
           perform until ws-opcao-operacao = "V" or ws-opcao-operacao = "v"
               display sc-tela-menu-oper-prq
               accept  sc-tela-menu-oper-prq
               move function upper-case(ws-opcao-operacao)
                   to ws-opcao-operacao
               evaluate ws-opcao-operacao
                   when "I"
                       perform 2510-inclui-prerequisito
                   when "X"
                       perform 2520-inativa-prerequisito
                   when "V"
                       continue
                   when other
                       display erase
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       2500-manutencao-prerequisito-exit.
           exit.

       2510-inclui-prerequisito section.
           perform 2540-aceita-chave-prerequisito
           perform 2550-valida-prerequisito
           if ws-cad-ok = "S" then
               move ws-cad-prq-disciplina to fl-prq-id-disciplina
               move ws-cad-prq-requisito  to fl-prq-id-requisito
               read arq-prerequisitos
                   invalid key
                       perform 2530-monta-prerequisito
                       write fl-prerequisito
                       if ws-fs-arq-prerequisitos <> "00" then
                           move 26                                     to ws-msn-erro-ofsset
                           move ws-fs-arq-prerequisitos                to ws-msn-erro-cod
                           move "Erro ao escrever arq. prerequisitos"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display erase
                       display "Pre-requisito incluido."
                   not invalid key
                       if fl-prq-situacao = "A" then
                           display erase
                           display "Pre-requisito ja cadastrado."
                       else
                           perform 2530-monta-prerequisito
                           rewrite fl-prerequisito
                           if ws-fs-arq-prerequisitos <> "00" then
                               move 27                                     to ws-msn-erro-ofsset
                               move ws-fs-arq-prerequisitos                to ws-msn-erro-cod
                               move "Erro ao regravar arq. prerequisitos"  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display erase
                           display "Pre-requisito reativado."
                       end-if
               end-read
           end-if
           .
       2510-inclui-prerequisito-exit.
           exit.

       2520-inativa-prerequisito section.
           perform 2540-aceita-chave-prerequisito
           move ws-cad-prq-disciplina to fl-prq-id-disciplina
           move ws-cad-prq-requisito  to fl-prq-id-requisito
           read arq-prerequisitos
               invalid key
                   display erase
                   display "Pre-requisito nao cadastrado."
               not invalid key
                   if fl-prq-situacao <> "A" then
                       display erase
                       display "Pre-requisito ja esta inativo."
                   else
                       move "I" to fl-prq-situacao
                       rewrite fl-prerequisito
                       if ws-fs-arq-prerequisitos <> "00" then
                           move 28                                     to ws-msn-erro-ofsset
                           move ws-fs-arq-prerequisitos                to ws-msn-erro-cod
                           move "Erro ao regravar arq. prerequisitos"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display erase
                       display "Pre-requisito inativado."
                   end-if
           end-read
           .
       2520-inativa-prerequisito-exit.
           exit.

       2530-monta-prerequisito section.
           move ws-cad-prq-disciplina to fl-prq-id-disciplina
           move ws-cad-prq-requisito  to fl-prq-id-requisito
           move ws-data-hoje          to fl-prq-data-inclusao
           move lk-user-id            to fl-prq-incluido-por
           move "A"                   to fl-prq-situacao
           .
       2530-monta-prerequisito-exit.
           exit.

       2540-aceita-chave-prerequisito section.
           move spaces to ws-cad-prq-disciplina
           move spaces to ws-cad-prq-requisito
           display sc-tela-prq-chave
           accept  sc-tela-prq-chave
           .
       2540-aceita-chave-prerequisito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Valida o pre-requisito digitado: as duas disciplinas precisam
      *> existir e ser diferentes, e o par inverso nao pode estar ativo -
      *> A exigindo B e B exigindo A travaria as duas provas para sempre
      *>------------------------------------------------------------------------
       2550-valida-prerequisito section.
           move "S" to ws-cad-ok

           if ws-cad-prq-disciplina = spaces
           or ws-cad-prq-requisito  = spaces then
               move "N" to ws-cad-ok
               display erase
               display "Disciplina nao informada."
           end-if

           if ws-cad-ok = "S"
           and ws-cad-prq-disciplina = ws-cad-prq-requisito then
               move "N" to ws-cad-ok
               display erase
               display "A disciplina nao pode exigir a si mesma."
           end-if

           if ws-cad-ok = "S" then
               move ws-cad-prq-disciplina to ws-cad-disc-id
               perform 2250-le-disciplina
               if ws-registro-existe <> "S" then
                   move "N" to ws-cad-ok
                   display erase
                   display "Disciplina nao cadastrada."
               end-if
           end-if

           if ws-cad-ok = "S" then
               move ws-cad-prq-requisito to ws-cad-disc-id
               perform 2250-le-disciplina
               if ws-registro-existe <> "S" then
                   move "N" to ws-cad-ok
                   display erase
                   display "Disciplina exigida nao cadastrada."
               end-if
           end-if

           if ws-cad-ok = "S" then
               perform 2560-procura-ciclo
               evaluate ws-ciclo-achado
                   when "S"
                       move "N" to ws-cad-ok
                       display erase
                       display "A disciplina exigida ja depende desta (ciclo)."
                   when "L"
                       move "N" to ws-cad-ok
                       display erase
                       display "Cadeia de pre-requisitos longa demais."
               end-evaluate
           end-if
           .
       2550-valida-prerequisito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Percorre a cadeia a partir da disciplina exigida (os requisitos
      *> dela, os requisitos destes, ...): chegando na disciplina que esta
      *> recebendo o pre-requisito, a inclusao fecharia um ciclo (A exige
      *> B, B exige C, C exige A) e ninguem conseguiria fazer nenhuma das
      *> provas. Cada disciplina entra uma vez so na tabela
      *>------------------------------------------------------------------------
       2560-procura-ciclo section.
           move "N" to ws-ciclo-achado
           move 1   to ws-qtd-ciclo
           move ws-cad-prq-requisito to ws-ciclo-disciplina(1)

           perform 2565-segue-requisitos
               varying ws-ind-ciclo from 1 by 1
               until ws-ind-ciclo > ws-qtd-ciclo
               or ws-ciclo-achado <> "N"
           .
       2560-procura-ciclo-exit.
           exit.

       2565-segue-requisitos section.
           move ws-ciclo-disciplina(ws-ind-ciclo) to fl-prq-id-disciplina
           move low-values                         to fl-prq-id-requisito
           move "N" to ws-fim-ciclo
           start arq-prerequisitos key is greater than or equal fl-prq-chave
               invalid key
                   move "S" to ws-fim-ciclo
           end-start

           perform until ws-fim-ciclo = "S"
               read arq-prerequisitos next record
                   at end
                       move "S" to ws-fim-ciclo
                   not at end
                       if fl-prq-id-disciplina <> ws-ciclo-disciplina(ws-ind-ciclo) then
                           move "S" to ws-fim-ciclo
                       else
                           if fl-prq-situacao = "A" then
                               perform 2570-anota-requisito
                           end-if
                       end-if
               end-read
           end-perform
           .
       2565-segue-requisitos-exit.
           exit.

       2570-anota-requisito section.
           if fl-prq-id-requisito = ws-cad-prq-disciplina then
               move "S" to ws-ciclo-achado
               move "S" to ws-fim-ciclo
           else
               perform varying ws-ind-busca from 1 by 1
                       until ws-ind-busca > ws-qtd-ciclo
                       or ws-ciclo-disciplina(ws-ind-busca) = fl-prq-id-requisito
                   continue
               end-perform
               if ws-ind-busca > ws-qtd-ciclo then
                   if ws-qtd-ciclo >= ws-max-ciclo then
                       move "L" to ws-ciclo-achado
                       move "S" to ws-fim-ciclo
                   else
                       add 1 to ws-qtd-ciclo
                       move fl-prq-id-requisito to ws-ciclo-disciplina(ws-qtd-ciclo)
                   end-if
               end-if
           end-if
           .
       2570-anota-requisito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao dos topicos de cada disciplina (incluir/alterar/
      *> inativar). A chave e (disciplina, topico); o topico inativo sai
      *> do sorteio e da regra de nota minima, mas continua aparecendo no
      *> detalhamento das provas ja feitas
      *>------------------------------------------------------------------------
       2600-manutencao-topico section.
           move space to ws-opcao-operacao
           perform until ws-opcao-operacao = "V" or ws-opcao-operacao = "v"
               display sc-tela-menu-operacao
               accept  sc-tela-menu-operacao
               move function upper-case(ws-opcao-operacao)
                   to ws-opcao-operacao
               evaluate ws-opcao-operacao
                   when "I"
                       perform 2610-inclui-topico
                   when "A"
                       perform 2620-altera-topico
                   when "X"
                       perform 2630-inativa-topico
                   when "V"
                       continue
                   when other
                       display erase
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       2600-manutencao-topico-exit.
           exit.

       2610-inclui-topico section.
           perform 2640-aceita-e-le-topico
           if ws-registro-existe = "S" then
               display erase
               display "Topico ja cadastrado."
           else
               move ws-cad-top-disciplina to ws-cad-disc-id
               perform 2250-le-disciplina
               if ws-registro-existe <> "S" then
                   display erase
                   display "Disciplina nao cadastrada."
               else
                   if ws-cad-top-topico = spaces then
                       display erase
                       display "Topico nao informado."
                   else
                       move spaces to ws-cad-top-descricao
                       move zeros  to ws-cad-top-qtd-sorteio
                       move zeros  to ws-cad-top-nota-digitada
                       move "A"    to ws-cad-top-situacao
                       display sc-tela-top-dados
                       accept  sc-tela-top-dados
                       perform 2650-valida-topico
                       if ws-cad-ok = "S" then
                           perform 2660-monta-topico
                           write fl-topico
                           if ws-fs-arq-topicos <> "00" then
                               move 34                                  to ws-msn-erro-ofsset
                               move ws-fs-arq-topicos                   to ws-msn-erro-cod
                               move "Erro ao escrever arq. topicos"      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display erase
                           display "Topico incluido."
                       end-if
                   end-if
               end-if
           end-if
           .
       2610-inclui-topico-exit.
           exit.

       2620-altera-topico section.
           perform 2640-aceita-e-le-topico
           if ws-registro-existe <> "S" then
               display erase
               display "Topico nao cadastrado."
           else
               move fl-top-descricao   to ws-cad-top-descricao
               move fl-top-qtd-sorteio to ws-cad-top-qtd-sorteio
               compute ws-cad-top-nota-digitada =
                   fl-top-nota-minima * 100
               move fl-top-situacao    to ws-cad-top-situacao
               display sc-tela-top-dados
               accept  sc-tela-top-dados
               perform 2650-valida-topico
               if ws-cad-ok = "S" then
                   perform 2660-monta-topico
                   rewrite fl-topico
                   if ws-fs-arq-topicos <> "00" then
                       move 35                                  to ws-msn-erro-ofsset
                       move ws-fs-arq-topicos                   to ws-msn-erro-cod
                       move "Erro ao regravar arq. topicos"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display erase
                   display "Topico alterado."
               end-if
           end-if
           .
       2620-altera-topico-exit.
           exit.

       2630-inativa-topico section.
           perform 2640-aceita-e-le-topico
           if ws-registro-existe <> "S" then
               display erase
               display "Topico nao cadastrado."
           else
               if fl-top-situacao <> "A" then
                   display erase
                   display "Topico ja esta inativo."
               else
                   move "I"          to fl-top-situacao
                   move ws-data-hoje to fl-top-data-alteracao
                   move lk-user-id   to fl-top-alterado-por
                   rewrite fl-topico
                   if ws-fs-arq-topicos <> "00" then
                       move 36                                  to ws-msn-erro-ofsset
                       move ws-fs-arq-topicos                   to ws-msn-erro-cod
                       move "Erro ao regravar arq. topicos"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display erase
                   display "Topico inativado."
               end-if
           end-if
           .
       2630-inativa-topico-exit.
           exit.

       2640-aceita-e-le-topico section.
           move spaces to ws-cad-top-disciplina
           move spaces to ws-cad-top-topico
           display sc-tela-top-chave
           accept  sc-tela-top-chave
           move function upper-case(ws-cad-top-topico)
               to ws-cad-top-topico

           move "N"                   to ws-registro-existe
           move ws-cad-top-disciplina to fl-top-id-disciplina
           move ws-cad-top-topico     to fl-top-topico
           read arq-topicos
               invalid key
                   continue
               not invalid key
                   move "S" to ws-registro-existe
           end-read
           .
       2640-aceita-e-le-topico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Valida os dados do topico: nota minima de 0 a 10 (00,00 = sem
      *> minima) e situacao A/I
      *>------------------------------------------------------------------------
       2650-valida-topico section.
           move "S" to ws-cad-ok
           move function upper-case(ws-cad-top-situacao)
               to ws-cad-top-situacao
           if ws-cad-top-descricao = spaces then
               move "N" to ws-cad-ok
               display erase
               display "Descricao nao informada."
           else
               if ws-cad-top-nota-digitada > 1000 then
                   move "N" to ws-cad-ok
                   display erase
                   display "Nota minima invalida (maximo 1000 = 10,00)."
               else
                   if ws-cad-top-situacao <> "A"
                   and ws-cad-top-situacao <> "I" then
                       move "N" to ws-cad-ok
                       display erase
                       display "Situacao invalida (use A ou I)."
                   end-if
               end-if
           end-if
           .
       2650-valida-topico-exit.
           exit.

       2660-monta-topico section.
           move ws-cad-top-disciplina  to fl-top-id-disciplina
           move ws-cad-top-topico      to fl-top-topico
           move ws-cad-top-descricao   to fl-top-descricao
           move ws-cad-top-qtd-sorteio to fl-top-qtd-sorteio
           compute fl-top-nota-minima = ws-cad-top-nota-digitada / 100
           move ws-data-hoje           to fl-top-data-alteracao
           move lk-user-id             to fl-top-alterado-por
           move ws-cad-top-situacao    to fl-top-situacao
           .
       2660-monta-topico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao dos resultados sob analise (marcar/liberar). A chave e
      *> a do resultado; um caso liberado pode ser reaberto, e o registro
      *> guarda quem abriu e quem encerrou
      *>------------------------------------------------------------------------
       2700-manutencao-analise section.
           move space to ws-opcao-operacao
           perform until ws-opcao-operacao = "V" or ws-opcao-operacao = "v"
               display sc-tela-menu-oper-anl
               accept  sc-tela-menu-oper-anl
               move function upper-case(ws-opcao-operacao)
                   to ws-opcao-operacao
               evaluate ws-opcao-operacao
                   when "M"
                       perform 2710-marca-analise
                   when "L"
                       perform 2720-libera-analise
                   when "V"
                       continue
                   when other
                       display erase
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       2700-manutencao-analise-exit.
           exit.

       2710-marca-analise section.
           perform 2730-aceita-e-le-resultado
           if ws-registro-existe <> "S" then
               display erase
               display "Resultado nao encontrado."
           else
               move ws-cad-anl-id-resultado to fl-anl-id-resultado
               move ws-cad-anl-user-id      to fl-anl-user-id
               read arq-analises
                   invalid key
                       move "N" to ws-registro-existe
                   not invalid key
                       move "S" to ws-registro-existe
               end-read
               if ws-registro-existe = "S"
               and fl-anl-situacao = "A" then
                   display erase
                   display "Resultado ja esta sob analise."
               else
                   move "MOTIVO:"   to ws-cad-anl-rotulo
                   move spaces      to ws-cad-anl-texto
                   display sc-tela-anl-dados
                   accept  sc-tela-anl-dados
                   if ws-cad-anl-texto = spaces then
                       display erase
                       display "Motivo nao informado."
                   else
                       move ws-cad-anl-id-resultado to fl-anl-id-resultado
                       move ws-cad-anl-user-id      to fl-anl-user-id
                       move ws-cad-anl-disciplina   to fl-anl-id-disciplina
                       move "A"                     to fl-anl-situacao
                       move ws-cad-anl-texto        to fl-anl-motivo
                       move ws-data-hoje            to fl-anl-data-abertura
                       move lk-user-id              to fl-anl-aberto-por
                       move spaces                  to fl-anl-parecer
                       move zeros                   to fl-anl-data-liberacao
                       move spaces                  to fl-anl-liberado-por
                       if ws-registro-existe = "S" then
                           rewrite fl-analise
                       else
                           write fl-analise
                       end-if
                       if ws-fs-arq-analises <> "00" then
                           move 39                                  to ws-msn-erro-ofsset
                           move ws-fs-arq-analises                  to ws-msn-erro-cod
                           move "Erro ao gravar arq. analises"       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display erase
                       display "Resultado marcado sob analise."
                   end-if
               end-if
           end-if
           .
       2710-marca-analise-exit.
           exit.

       2720-libera-analise section.
           perform 2730-aceita-e-le-resultado
           move ws-cad-anl-id-resultado to fl-anl-id-resultado
           move ws-cad-anl-user-id      to fl-anl-user-id
           read arq-analises
               invalid key
                   move "N" to ws-registro-existe
               not invalid key
                   move "S" to ws-registro-existe
           end-read
           if ws-registro-existe <> "S"
           or fl-anl-situacao <> "A" then
               display erase
               display "Resultado nao esta sob analise."
           else
               move fl-anl-id-disciplina to ws-cad-anl-disciplina
               move "PARECER:"           to ws-cad-anl-rotulo
               move spaces               to ws-cad-anl-texto
               display sc-tela-anl-dados
               accept  sc-tela-anl-dados
               if ws-cad-anl-texto = spaces then
                   display erase
                   display "Parecer nao informado."
               else
                   move "L"              to fl-anl-situacao
                   move ws-cad-anl-texto to fl-anl-parecer
                   move ws-data-hoje     to fl-anl-data-liberacao
                   move lk-user-id       to fl-anl-liberado-por
                   rewrite fl-analise
                   if ws-fs-arq-analises <> "00" then
                       move 40                                  to ws-msn-erro-ofsset
                       move ws-fs-arq-analises                  to ws-msn-erro-cod
                       move "Erro ao regravar arq. analises"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display erase
                   display "Resultado liberado."
               end-if
           end-if
           .
       2720-libera-analise-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pede a chave do resultado e le em arq-resultados, para mostrar na
      *> tela o que esta sendo marcado. arq-resultados e aberto so aqui, so
      *> para leitura, igual ao aviso de pre-requisito
      *>------------------------------------------------------------------------
       2730-aceita-e-le-resultado section.
           move spaces to ws-cad-anl-user-id
           move zeros  to ws-cad-anl-id-resultado
           display sc-tela-anl-chave
           accept  sc-tela-anl-chave

           move "N"    to ws-registro-existe
           move spaces to ws-cad-anl-disciplina
           move zeros  to ws-cad-anl-nota
           move zeros  to ws-cad-anl-data-prova

           open input arq-resultados
           if ws-fs-arq-resultados  <> "00"
           and ws-fs-arq-resultados <> "05"
           and ws-fs-arq-resultados <> "35" then
               move 41                                     to ws-msn-erro-ofsset
               move ws-fs-arq-resultados                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-resultados"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arq-resultados <> "35" then
               move ws-cad-anl-id-resultado to fl-resul-id-resultado
               move ws-cad-anl-user-id      to fl-resul-user-id
               read arq-resultados
                   invalid key
                       continue
                   not invalid key
                       move "S"                    to ws-registro-existe
                       move fl-resul-id-disciplina to ws-cad-anl-disciplina
                       move fl-resul-nota          to ws-cad-anl-nota
                       move fl-resul-data-prova    to ws-cad-anl-data-prova
               end-read

               close arq-resultados
               if ws-fs-arq-resultados  <> "00" then
                   move 42                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2730-aceita-e-le-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao do vinculo gestor x setor. A chave e (gestor, setor);
      *> um gestor pode responder por varios setores e um setor pode ter
      *> mais de um gestor. Desfazer inativa o vinculo sem apagar o
      *> registro, e vincular por cima de um inativo o reativa
      *>------------------------------------------------------------------------
       2800-manutencao-gestor-setor section.
           move space to ws-opcao-operacao
           perform until ws-opcao-operacao = "V" or ws-opcao-operacao = "v"
               display sc-tela-menu-oper-gst
               accept  sc-tela-menu-oper-gst
               move function upper-case(ws-opcao-operacao)
                   to ws-opcao-operacao
               evaluate ws-opcao-operacao
                   when "I"
                       perform 2810-inclui-gestor-setor
                   when "X"
                       perform 2820-inativa-gestor-setor
                   when "V"
                       continue
                   when other
                       display erase
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       2800-manutencao-gestor-setor-exit.
           exit.

       2810-inclui-gestor-setor section.
           perform 2840-aceita-chave-gestor-setor
           perform 2850-valida-gestor-setor
           if ws-cad-ok = "S" then
               move ws-cad-gst-gestor-id to fl-gst-gestor-id
               move ws-cad-gst-setor     to fl-gst-setor
               read arq-gestores-setores
                   invalid key
                       perform 2830-monta-gestor-setor
                       write fl-gestor-setor
                       if ws-fs-arq-gestores-setores <> "00" then
                           move 48                                       to ws-msn-erro-ofsset
                           move ws-fs-arq-gestores-setores               to ws-msn-erro-cod
                           move "Erro ao escrever arq. gestores-setores" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display erase
                       display "Setor vinculado ao gestor."
                   not invalid key
                       if fl-gst-situacao = "A" then
                           display erase
                           display "Vinculo ja cadastrado."
                       else
                           perform 2830-monta-gestor-setor
                           rewrite fl-gestor-setor
                           if ws-fs-arq-gestores-setores <> "00" then
                               move 49                                       to ws-msn-erro-ofsset
                               move ws-fs-arq-gestores-setores               to ws-msn-erro-cod
                               move "Erro ao regravar arq. gestores-setores" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display erase
                           display "Vinculo reativado."
                       end-if
               end-read
           end-if
           .
       2810-inclui-gestor-setor-exit.
           exit.

       2820-inativa-gestor-setor section.
           perform 2840-aceita-chave-gestor-setor
           move ws-cad-gst-gestor-id to fl-gst-gestor-id
           move ws-cad-gst-setor     to fl-gst-setor
           read arq-gestores-setores
               invalid key
                   display erase
                   display "Vinculo nao cadastrado."
               not invalid key
                   if fl-gst-situacao <> "A" then
                       display erase
                       display "Vinculo ja esta inativo."
                   else
                       move "I" to fl-gst-situacao
                       rewrite fl-gestor-setor
                       if ws-fs-arq-gestores-setores <> "00" then
                           move 50                                       to ws-msn-erro-ofsset
                           move ws-fs-arq-gestores-setores               to ws-msn-erro-cod
                           move "Erro ao regravar arq. gestores-setores" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display erase
                       display "Vinculo desfeito."
                   end-if
           end-read
           .
       2820-inativa-gestor-setor-exit.
           exit.

       2830-monta-gestor-setor section.
           move ws-cad-gst-gestor-id to fl-gst-gestor-id
           move ws-cad-gst-setor     to fl-gst-setor
           move ws-data-hoje         to fl-gst-data-inclusao
           move lk-user-id           to fl-gst-incluido-por
           move "A"                  to fl-gst-situacao
           .
       2830-monta-gestor-setor-exit.
           exit.

       2840-aceita-chave-gestor-setor section.
           move spaces to ws-cad-gst-gestor-id
           move spaces to ws-cad-gst-setor
           display sc-tela-gst-chave
           accept  sc-tela-gst-chave
           .
       2840-aceita-chave-gestor-setor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Valida o vinculo digitado: o gestor precisa estar cadastrado como
      *> tipo "G" e ativo, e o setor precisa ser informado
      *>------------------------------------------------------------------------
       2850-valida-gestor-setor section.
           move "S" to ws-cad-ok

           move ws-cad-gst-gestor-id to ws-cad-func-user-id
           perform 2150-le-funcionario
           evaluate true
               when ws-registro-existe <> "S"
                   move "N" to ws-cad-ok
                   display erase
                   display "Gestor nao cadastrado."
               when fl-func-tipo <> "G"
                   move "N" to ws-cad-ok
                   display erase
                   display "Funcionario nao e do tipo G (gestor)."
               when fl-func-situacao <> "A"
                   move "N" to ws-cad-ok
                   display erase
                   display "Gestor inativo."
               when ws-cad-gst-setor = spaces
                   move "N" to ws-cad-ok
                   display erase
                   display "Setor nao informado."
           end-evaluate
           .
       2850-valida-gestor-setor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
      *> P02SISC26 e chamado (CALL) por P02SISC24 - GOBACK em vez de STOP RUN
      *> para nao derrubar o chamador, e fecha os arquivos antes de voltar
      *> para a proxima CALL nao os achar ja abertos, igual P02SISC20/21
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arq-funcionarios
           close arq-disciplinas
           close arq-perguntas
           close arq-perguntas-hist
           close arq-convocacoes
           close arq-prerequisitos
           close arq-resultados
           close arq-topicos
           close arq-analises
           close arq-gestores-setores
           close arq-acessos-gestores
           move "99"             to lk-cod-retorno
           move ws-msn-erro-cod  to lk-msn-erro-cod
           move ws-msn-erro-text to lk-msn-erro-text
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-funcionarios
           if ws-fs-arq-funcionarios  <> "00" then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arq-funcionarios                 to ws-msn-erro-cod
               move "Erro ao fechar arq. funcionarios"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-disciplinas
           if ws-fs-arq-disciplinas  <> "00" then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arq-disciplinas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. disciplinas"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-perguntas
           if ws-fs-arq-perguntas  <> "00" then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-arq-perguntas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. perguntas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-perguntas-hist
           if ws-fs-arq-perguntas-hist  <> "00" then
               move 32                                     to ws-msn-erro-ofsset
               move ws-fs-arq-perguntas-hist               to ws-msn-erro-cod
               move "Erro ao fechar arq. perguntas-hist"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-convocacoes
           if ws-fs-arq-convocacoes  <> "00" then
               move 22                                     to ws-msn-erro-ofsset
               move ws-fs-arq-convocacoes                  to ws-msn-erro-cod
               move "Erro ao fechar arq. convocacoes"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-prerequisitos
           if ws-fs-arq-prerequisitos  <> "00" then
               move 29                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prerequisitos                to ws-msn-erro-cod
               move "Erro ao fechar arq. prerequisitos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-topicos
           if ws-fs-arq-topicos  <> "00" then
               move 37                                     to ws-msn-erro-ofsset
               move ws-fs-arq-topicos                      to ws-msn-erro-cod
               move "Erro ao fechar arq. topicos"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-analises
           if ws-fs-arq-analises  <> "00" then
               move 43                                     to ws-msn-erro-ofsset
               move ws-fs-arq-analises                     to ws-msn-erro-cod
               move "Erro ao fechar arq. analises"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-gestores-setores
           if ws-fs-arq-gestores-setores  <> "00" then
               move 51                                     to ws-msn-erro-ofsset
               move ws-fs-arq-gestores-setores             to ws-msn-erro-cod
               move "Erro ao fechar arq. gestores-setores" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       3000-finaliza-exit.
           exit.
