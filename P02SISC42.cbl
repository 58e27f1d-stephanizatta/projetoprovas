      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P02SISC42".
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

      *> Convocacoes de prova - as mesmas que o administrador cria uma a
      *> uma pelo P02SISC26; aqui sao criadas em lote
           select arq-convocacoes assign to "arq-convocacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-conv-chave
           file status is ws-fs-arq-convocacoes.

      *> Pre-requisitos entre disciplinas (cadastro do P02SISC26): so lidos,
      *> para anotar na listagem quem vai ter a prova recusada
           select arq-prerequisitos assign to "arq-prerequisitos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-prq-chave
           file status is ws-fs-arq-prerequisitos.

           select arq-relatorio assign to "arq-relatorio-conv-lote.txt"
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

       fd arq-convocacoes.
       01 fl-convocacao.
           copy CPCONV.

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
       77 ws-fs-arq-convocacoes                     pic x(02).
       77 ws-fs-arq-prerequisitos                   pic x(02).
       77 ws-fs-arq-relatorio                       pic x(02).
       77 ws-fs-arq-log                             pic x(02).
       77 ws-log-hora                               pic 9(08).
       77 ws-log-em-erro                            pic x(01) value "N".

       77 ws-fim-funcionarios                      pic x(01) value "N".
       77 ws-fim-resultados                        pic x(01) value "N".
       77 ws-sem-resultados                        pic x(01) value "N".
      *>    "S" = arq-resultados nem existe - ninguem tem aprovacao a vencer
       77 ws-sem-prerequisitos                     pic x(01) value "N".
      *>    "S" = arq-prerequisitos nem existe - nada a conferir
       77 ws-data-hoje                             pic 9(08).

      *>----Parametros digitados pelo operador
       77 ws-modo                                  pic x(01).
      *>    "V" = aprovacoes que vencem nos proximos ws-dias-janela dias
      *>    "S" = todos os funcionarios ativos de um setor numa disciplina
       77 ws-operador-id                           pic x(10).
       77 ws-dias-janela                           pic 9(03).
       77 ws-dias-folga                            pic 9(03).
      *>    a data limite da convocacao fica ws-dias-folga dias antes do
      *>    vencimento, para a prova ser feita com a aprovacao ainda valida
       77 ws-alvo-setor                            pic x(10).
       77 ws-alvo-disciplina                       pic x(10).
       77 ws-alvo-data-limite                      pic 9(08).

       77 ws-data-janela                           pic 9(08).
       77 ws-data-limite                           pic 9(08).

       77 ws-disciplina-cache                      pic x(10) value spaces.
       77 ws-nota-minima-cache                     pic 9(02)v99 value 0.
       77 ws-validade-cache                        pic 9(03) value 0.
       77 ws-disc-cache-orfa                       pic x(01) value "N".

      *>----Aprovacao mais recente por disciplina com validade, do
      *>    funcionario corrente (mesma mecanica do relatorio de
      *>    recertificacao)
       77 ws-qtd-aprovacoes                        pic 9(03) value 0.
       77 ws-max-aprovacoes                        pic 9(03) value 200.
       77 ws-ind-aprovacao                         pic 9(03).
       77 ws-ind-procura                           pic 9(03).
       01 ws-tab-aprovacoes.
           05 ws-tab-aprov occurs 200 times.
               10 ws-tab-aprov-disciplina          pic x(10).
               10 ws-tab-aprov-data                pic 9(08).
               10 ws-tab-aprov-validade            pic 9(03).

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

      *>----Par (funcionario, disciplina) sendo convocado
       77 ws-conv-user-id                          pic x(10).
       77 ws-conv-disciplina                       pic x(10).
       77 ws-conv-situacao                         pic x(10).
       77 ws-conv-motivo                           pic x(40).

      *>----Conferencia dos pre-requisitos do par (mesma regra do P02SISC21)
       77 ws-fim-prerequisitos                     pic x(01) value "N".
       77 ws-req-nota-minima                       pic 9(02)v99 value 0.
       77 ws-req-validade                          pic 9(03) value 0.
       77 ws-req-data-aprovacao                    pic 9(08) value 0.
       77 ws-req-situacao                          pic x(01).
      *>    "S" = aprovacao vigente   "P" = nunca aprovado   "V" = vencida

       77 ws-qtd-candidatos                        pic 9(07) value 0.
       77 ws-qtd-criadas                           pic 9(07) value 0.
       77 ws-qtd-reabertas                         pic 9(07) value 0.
       77 ws-qtd-ignoradas                         pic 9(07) value 0.
       77 ws-qtd-orfaos                            pic 9(07) value 0.
       77 ws-qtd-pendentes                         pic 9(07) value 0.

       77 ws-data-edt                              pic x(10).

           copy CPMSGERR.

       01 ws-linha-traco.
           05 filler                               pic x(100) value all "=".

       01 ws-linha-cabecalho.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(12) value "FUNCIONARIO".
           05 filler                               pic x(12) value "DISCIPLINA".
           05 filler                               pic x(12) value "DATA LIMITE".
           05 filler                               pic x(12) value "SITUACAO".
           05 filler                               pic x(40) value "MOTIVO".

       01 ws-linha-detalhe.
           05 filler                               pic x(04) value spaces.
           05 ws-lin-user-id                       pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-lin-disciplina                    pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-lin-data-limite                   pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-lin-situacao                      pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ws-lin-motivo                        pic x(40).

       01 ws-linha-contagem.
           05 filler                               pic x(02) value spaces.
           05 ws-cont-descricao                    pic x(42).
           05 ws-cont-valor                        pic zzzzzz9.


      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           perform 1000-inicializa
           if ws-modo = "V" then
               perform 2000-convoca-vencimentos
           else
               perform 4000-convoca-setor
           end-if
           perform 2900-imprime-totais
           perform 3000-finaliza
           stop run
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le os parametros do operador e abre os arquivos. Passo opcional,
      *> rodado pelo operador quando quer: fora da cadeia da madrugada
      *> porque depende do que for digitado aqui
      *>------------------------------------------------------------------------
       1000-inicializa section.
           perform 8000-grava-log-inicio

           accept ws-data-hoje from date yyyymmdd

           display "P02SISC42 - convocacao automatica/em lote"
           display "            [V] aprovacoes que vencem nos proximos dias"
           display "            [S] todos os funcionarios ativos de um setor"
           display "            opcao: " with no advancing
           accept ws-modo
           move function upper-case(ws-modo) to ws-modo
           if ws-modo <> "V" and ws-modo <> "S" then
               move 1                                    to ws-msn-erro-ofsset
               move "V1"                                 to ws-msn-erro-cod
               move "Opcao invalida (use V ou S)"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "            ID do operador responsavel: " with no advancing
           accept ws-operador-id
           if ws-operador-id = spaces then
               move 2                                    to ws-msn-erro-ofsset
               move "V2"                                 to ws-msn-erro-cod
               move "Operador nao informado"             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-funcionarios
           if ws-fs-arq-funcionarios  <> "00" then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arq-funcionarios               to ws-msn-erro-cod
               move "Erro ao abrir arq. funcionarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-disciplinas
           if ws-fs-arq-disciplinas  <> "00" then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arq-disciplinas                to ws-msn-erro-cod
               move "Erro ao abrir arq. disciplinas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-prerequisitos
           if ws-fs-arq-prerequisitos = "35" then
               move "S" to ws-sem-prerequisitos
           else
               if ws-fs-arq-prerequisitos  <> "00"
               and ws-fs-arq-prerequisitos <> "05" then
                   move 21                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-prerequisitos              to ws-msn-erro-cod
                   move "Erro ao abrir arq. prerequisitos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-modo = "V" then
               perform 1100-parametros-vencimento
           else
               perform 1200-parametros-setor
           end-if

           open i-o arq-convocacoes
           if ws-fs-arq-convocacoes = "35" then
               open output arq-convocacoes
               close arq-convocacoes
               open i-o arq-convocacoes
           end-if
           if ws-fs-arq-convocacoes  <> "00"
           and ws-fs-arq-convocacoes <> "05" then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-arq-convocacoes                to ws-msn-erro-cod
               move "Erro ao abrir arq. convocacoes"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo = "V" then
               move spaces to fl-rel-linha
               string "CONVOCACAO AUTOMATICA - APROVACOES QUE VENCEM EM ATE "
                      ws-dias-janela " DIAS (PRAZO " ws-dias-folga
                      " DIAS ANTES DO VENCIMENTO)"
                      delimited by size into fl-rel-linha
           else
               move spaces to fl-rel-linha
               string "CONVOCACAO EM LOTE - SETOR " ws-alvo-setor
                      " DISCIPLINA " ws-alvo-disciplina
                      delimited by size into fl-rel-linha
           end-if
           write fl-rel-linha
           move spaces to fl-rel-linha
           string "OPERADOR: " ws-operador-id
                  delimited by size into fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           write fl-rel-linha
           move ws-linha-cabecalho to fl-rel-linha
           write fl-rel-linha
           .
       1000-inicializa-exit.
           exit.

       1100-parametros-vencimento section.
           display "            Vencimentos nos proximos quantos dias: "
               with no advancing
           accept ws-dias-janela
           display "            Prazo da prova, dias antes do vencimento: "
               with no advancing
           accept ws-dias-folga
           if ws-dias-janela = 0 or ws-dias-folga > ws-dias-janela then
               move 7                                        to ws-msn-erro-ofsset
               move "V3"                                     to ws-msn-erro-cod
               move "Dias invalidos (janela > 0 e >= prazo)" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           compute ws-data-janela =
               function date-of-integer
                   (function integer-of-date(ws-data-hoje) + ws-dias-janela)

           open input arq-resultados
           if ws-fs-arq-resultados = "35" then
               move "S" to ws-sem-resultados
           else
               if ws-fs-arq-resultados  <> "00" then
                   move 8                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       1100-parametros-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Modo setor: a disciplina precisa existir e estar ativa e a data
      *> limite nao pode estar no passado - as mesmas regras da inclusao
      *> de convocacao no P02SISC26 (2450). arq-resultados e aberto aqui
      *> so para a conferencia dos pre-requisitos (5300)
      *>------------------------------------------------------------------------
       1200-parametros-setor section.
           display "            Setor: " with no advancing
           accept ws-alvo-setor
           display "            ID da disciplina: " with no advancing
           accept ws-alvo-disciplina
           display "            Data limite da prova (AAAAMMDD): "
               with no advancing
           accept ws-alvo-data-limite

           move ws-alvo-disciplina to fl-disc-id-disciplina
           read arq-disciplinas
               invalid key
                   move 9                                    to ws-msn-erro-ofsset
                   move "V4"                                 to ws-msn-erro-cod
                   move "Disciplina nao cadastrada"          to ws-msn-erro-text
                   perform finaliza-anormal
           end-read
           if fl-disc-situacao <> "A" then
               move 10                                       to ws-msn-erro-ofsset
               move "V4"                                     to ws-msn-erro-cod
               move "Disciplina inativa"                     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-alvo-data-limite < ws-data-hoje then
               move 11                                       to ws-msn-erro-ofsset
               move "V5"                                     to ws-msn-erro-cod
               move "Data limite no passado"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-resultados
           if ws-fs-arq-resultados = "35" then
               move "S" to ws-sem-resultados
           else
               if ws-fs-arq-resultados  <> "00" then
                   move 23                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       1200-parametros-setor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Modo vencimento - para cada funcionario ativo, acha a aprovacao
      *> mais recente de cada disciplina com validade e convoca as que
      *> vencem ate ws-data-janela (as ja vencidas entram tambem: sao as
      *> mais urgentes, igual aparecem no relatorio de recertificacao)
      *>------------------------------------------------------------------------
       2000-convoca-vencimentos section.
           if ws-sem-resultados = "S" then
               move "S" to ws-fim-funcionarios
           else
               move low-values to fl-func-user-id
               start arq-funcionarios key is greater than or equal fl-func-user-id
                   invalid key
                       move "S" to ws-fim-funcionarios
               end-start
           end-if

           perform until ws-fim-funcionarios = "S"
               read arq-funcionarios next record
                   at end
                       move "S" to ws-fim-funcionarios
                   not at end
                       if fl-func-situacao = "A" then
                           perform 2100-avalia-funcionario
                       end-if
               end-read
           end-perform
           .
       2000-convoca-vencimentos-exit.
           exit.

       2100-avalia-funcionario section.
           move 0 to ws-qtd-aprovacoes

           move "N"             to ws-fim-resultados
           move fl-func-user-id to fl-resul-user-id
           start arq-resultados key is equal fl-resul-user-id
               invalid key
                   move "S" to ws-fim-resultados
           end-start

           perform until ws-fim-resultados = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-resultados
                   not at end
                       if fl-resul-user-id <> fl-func-user-id then
                           move "S" to ws-fim-resultados
                       else
                           perform 2200-acumula-aprovacao
                       end-if
               end-read
           end-perform

           perform varying ws-ind-aprovacao from 1 by 1
                   until ws-ind-aprovacao > ws-qtd-aprovacoes
               perform 2400-avalia-aprovacao
           end-perform
           .
       2100-avalia-funcionario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Se o resultado corrente for uma aprovacao numa disciplina ativa com
      *> prazo de validade, guarda (ou atualiza) na tabela do funcionario a
      *> data da aprovacao mais recente daquela disciplina
      *>------------------------------------------------------------------------
       2200-acumula-aprovacao section.
           if fl-resul-id-disciplina <> ws-disciplina-cache then
               move fl-resul-id-disciplina to ws-disciplina-cache
               move fl-resul-id-disciplina to fl-disc-id-disciplina
               read arq-disciplinas
                   invalid key
                       move "S" to ws-disc-cache-orfa
                       move 0   to ws-nota-minima-cache
                       move 0   to ws-validade-cache
                   not invalid key
                       move "N"                    to ws-disc-cache-orfa
                       move fl-disc-nota-minima    to ws-nota-minima-cache
      *>               disciplina inativa nao recebe convocacao nova -
      *>               tratada como sem validade
                       if fl-disc-situacao = "A" then
                           move fl-disc-validade-meses to ws-validade-cache
                       else
                           move 0                      to ws-validade-cache
                       end-if
               end-read
           end-if

           evaluate true
               when ws-disc-cache-orfa = "S"
      *>           disciplina sem cadastro - conta para conferencia, igual
      *>           os outros batches fazem com orfaos
                   add 1 to ws-qtd-orfaos
               when ws-validade-cache = 0
                   continue
               when fl-resul-nota < ws-nota-minima-cache
                   continue
               when fl-resul-reprov-topico = "S"
                   continue
               when other
                   perform 2300-atualiza-tabela
           end-evaluate
           .
       2200-acumula-aprovacao-exit.
           exit.

       2300-atualiza-tabela section.
           move 0 to ws-ind-procura
           perform varying ws-ind-aprovacao from 1 by 1
                   until ws-ind-aprovacao > ws-qtd-aprovacoes
               if ws-tab-aprov-disciplina(ws-ind-aprovacao)
                  = fl-resul-id-disciplina then
                   move ws-ind-aprovacao to ws-ind-procura
               end-if
           end-perform

           if ws-ind-procura > 0 then
               if fl-resul-data-prova
                  > ws-tab-aprov-data(ws-ind-procura) then
                   move fl-resul-data-prova
                       to ws-tab-aprov-data(ws-ind-procura)
               end-if
           else
               if ws-qtd-aprovacoes >= ws-max-aprovacoes then
      *>           mais disciplinas com validade do que a tabela comporta -
      *>           avisa o operador em vez de descartar em silencio
                   display "P02SISC42 - tabela de aprovacoes cheia para "
                       with no advancing
                   display fl-func-user-id
               else
                   add 1 to ws-qtd-aprovacoes
                   move fl-resul-id-disciplina
                       to ws-tab-aprov-disciplina(ws-qtd-aprovacoes)
                   move fl-resul-data-prova
                       to ws-tab-aprov-data(ws-qtd-aprovacoes)
                   move ws-validade-cache
                       to ws-tab-aprov-validade(ws-qtd-aprovacoes)
               end-if
           end-if
           .
       2300-atualiza-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aprovacao que vence dentro da janela: data limite = vencimento
      *> menos a folga; se isso ja passou (aprovacao vencida ou vencendo
      *> em cima da hora), o funcionario ganha a folga inteira a partir de
      *> hoje
      *>------------------------------------------------------------------------
       2400-avalia-aprovacao section.
           move ws-tab-aprov-data(ws-ind-aprovacao)     to ws-venc-data
           move ws-tab-aprov-validade(ws-ind-aprovacao) to ws-meses-totais
           perform 2700-calcula-vencimento

           if ws-venc-data <= ws-data-janela then
               compute ws-data-limite =
                   function date-of-integer
                       (function integer-of-date(ws-venc-data) - ws-dias-folga)
               if ws-data-limite < ws-data-hoje then
                   compute ws-data-limite =
                       function date-of-integer
                           (function integer-of-date(ws-data-hoje) + ws-dias-folga)
               end-if

               move fl-func-user-id                           to ws-conv-user-id
               move ws-tab-aprov-disciplina(ws-ind-aprovacao) to ws-conv-disciplina
               perform 5000-grava-convocacao
           end-if
           .
       2400-avalia-aprovacao-exit.
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
      *> Resumo no fim da listagem
      *>------------------------------------------------------------------------
       2900-imprime-totais section.
           move spaces to fl-rel-linha
           write fl-rel-linha
           move ws-linha-traco to fl-rel-linha
           write fl-rel-linha

           move "PARES AVALIADOS:                          " to ws-cont-descricao
           move ws-qtd-candidatos       to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "CONVOCACOES CRIADAS:                      " to ws-cont-descricao
           move ws-qtd-criadas          to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "CONVOCACOES REABERTAS:                    " to ws-cont-descricao
           move ws-qtd-reabertas        to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "PARES IGNORADOS:                          " to ws-cont-descricao
           move ws-qtd-ignoradas        to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "CONVOCADOS COM PRE-REQUISITO PENDENTE:    " to ws-cont-descricao
           move ws-qtd-pendentes        to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move ws-linha-traco to fl-rel-linha
           write fl-rel-linha
           if ws-fs-arq-relatorio  <> "00" then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2900-imprime-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Modo setor - convoca todo funcionario ativo do setor digitado na
      *> disciplina digitada, com a data limite digitada
      *>------------------------------------------------------------------------
       4000-convoca-setor section.
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
                       if fl-func-setor = ws-alvo-setor
                       and fl-func-situacao = "A" then
                           move fl-func-user-id     to ws-conv-user-id
                           move ws-alvo-disciplina  to ws-conv-disciplina
                           move ws-alvo-data-limite to ws-data-limite
                           perform 5000-grava-convocacao
                       end-if
               end-read
           end-perform
           .
       4000-convoca-setor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cria a convocacao do par (ws-conv-user-id, ws-conv-disciplina) com
      *> prazo ws-data-limite. Par com convocacao aberta e ignorado (o
      *> prazo que o administrador deu fica valendo); convocacao cancelada
      *> ou ja realizada e reaberta com prazo novo, igual ao P02SISC26.
      *> Convocacao criada ou reaberta tambem passa pela conferencia dos
      *> pre-requisitos (5300), como o aviso do P02SISC26 (2460)
      *>------------------------------------------------------------------------
       5000-grava-convocacao section.
           add 1 to ws-qtd-candidatos
           move spaces to ws-conv-motivo

           move ws-conv-user-id    to fl-conv-user-id
           move ws-conv-disciplina to fl-conv-id-disciplina
           read arq-convocacoes
               invalid key
                   perform 5100-monta-convocacao
                   write fl-convocacao
                   if ws-fs-arq-convocacoes <> "00" then
                       move 13                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-convocacoes                 to ws-msn-erro-cod
                       move "Erro ao escrever arq. convocacoes"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-criadas
                   move "CRIADA"   to ws-conv-situacao
                   perform 5300-confere-prerequisitos
               not invalid key
                   if fl-conv-situacao = "A" then
                       add 1 to ws-qtd-ignoradas
                       move "IGNORADA" to ws-conv-situacao
                       move fl-conv-data-limite to ws-data-limite
                       move "JA EXISTE CONVOCACAO ABERTA"  to ws-conv-motivo
                   else
                       if fl-conv-situacao = "C" then
                           move "CONVOCACAO ANTERIOR CANCELADA" to ws-conv-motivo
                       else
                           move "CONVOCACAO ANTERIOR REALIZADA" to ws-conv-motivo
                       end-if
                       perform 5100-monta-convocacao
                       rewrite fl-convocacao
                       if ws-fs-arq-convocacoes <> "00" then
                           move 14                                    to ws-msn-erro-ofsset
                           move ws-fs-arq-convocacoes                 to ws-msn-erro-cod
                           move "Erro ao regravar arq. convocacoes"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-reabertas
                       move "REABERTA" to ws-conv-situacao
                       perform 5300-confere-prerequisitos
                   end-if
           end-read

           perform 5200-imprime-linha
           .
       5000-grava-convocacao-exit.
           exit.

       5100-monta-convocacao section.
           move ws-conv-user-id    to fl-conv-user-id
           move ws-conv-disciplina to fl-conv-id-disciplina
           move ws-data-limite     to fl-conv-data-limite
           move ws-data-hoje       to fl-conv-data-criacao
           move ws-operador-id     to fl-conv-criada-por
           move "A"                to fl-conv-situacao
           .
       5100-monta-convocacao-exit.
           exit.

       5200-imprime-linha section.
           string ws-data-limite(7:2)  "/"
                  ws-data-limite(5:2)  "/"
                  ws-data-limite(1:4)
                  delimited by size into ws-data-edt
           move ws-conv-user-id    to ws-lin-user-id
           move ws-conv-disciplina to ws-lin-disciplina
           move ws-data-edt        to ws-lin-data-limite
           move ws-conv-situacao   to ws-lin-situacao
           move ws-conv-motivo     to ws-lin-motivo
           move ws-linha-detalhe   to fl-rel-linha
           write fl-rel-linha
           if ws-fs-arq-relatorio  <> "00" then
               move 15                                   to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       5200-imprime-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pre-requisitos de ws-conv-disciplina: a convocacao fica gravada de
      *> qualquer forma (o funcionario ainda pode ser aprovado antes da
      *> data limite), mas a primeira disciplina exigida ativa sem aprovacao
      *> vigente vai para o motivo da listagem, porque o P02SISC21 vai
      *> recusar a prova ate la. Mesma conferencia do P02SISC21 (2025):
      *> nota minima atingida, sem reprovacao por topico e validade nao
      *> vencida - aprovacao vencida tambem conta como pendente
      *>------------------------------------------------------------------------
       5300-confere-prerequisitos section.
      *>   sem cadastro de pre-requisitos nao ha o que conferir
           move ws-sem-prerequisitos to ws-fim-prerequisitos
           if ws-fim-prerequisitos <> "S" then
               move ws-conv-disciplina to fl-prq-id-disciplina
               move low-values         to fl-prq-id-requisito
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
                       if fl-prq-id-disciplina <> ws-conv-disciplina then
                           move "S" to ws-fim-prerequisitos
                       else
                           if fl-prq-situacao = "A" then
                               perform 5310-confere-um-requisito
                               if ws-req-situacao <> "S" then
                                   move spaces to ws-conv-motivo
                                   string "PRE-REQUISITO PENDENTE: "
                                          fl-prq-id-requisito
                                          delimited by size into ws-conv-motivo
                                   add 1 to ws-qtd-pendentes
                                   move "S" to ws-fim-prerequisitos
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           .
       5300-confere-prerequisitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um pre-requisito: disciplina exigida sem cadastro nao tem nota
      *> minima para aprovar - conta como pendente, igual ao P02SISC21
      *>------------------------------------------------------------------------
       5310-confere-um-requisito section.
           move "S" to ws-req-situacao
           move 0   to ws-req-data-aprovacao

           move fl-prq-id-requisito to fl-disc-id-disciplina
           read arq-disciplinas
               invalid key
                   move "P" to ws-req-situacao
               not invalid key
                   move fl-disc-nota-minima    to ws-req-nota-minima
                   move fl-disc-validade-meses to ws-req-validade
                   if ws-sem-resultados <> "S" then
                       perform 5320-acha-aprovacao
                   end-if
                   if ws-req-data-aprovacao = 0 then
                       move "P" to ws-req-situacao
                   else
                       if ws-req-validade > 0 then
                           move ws-req-data-aprovacao to ws-venc-data
                           move ws-req-validade       to ws-meses-totais
                           perform 2700-calcula-vencimento
                           if ws-venc-data <= ws-data-hoje then
                               move "V" to ws-req-situacao
                           end-if
                       end-if
                   end-if
           end-read
           .
       5310-confere-um-requisito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aprovacao mais recente do funcionario na disciplina exigida. No
      *> modo vencimento o 2100 ja terminou de ler os resultados do
      *> funcionario quando chega aqui, entao reposicionar nao atrapalha
      *>------------------------------------------------------------------------
       5320-acha-aprovacao section.
           move "N"             to ws-fim-resultados
           move ws-conv-user-id to fl-resul-user-id
           start arq-resultados key is equal fl-resul-user-id
               invalid key
                   move "S" to ws-fim-resultados
           end-start

           perform until ws-fim-resultados = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-resultados
                   not at end
                       if fl-resul-user-id <> ws-conv-user-id then
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
       5320-acha-aprovacao-exit.
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
           compute fl-log-qtd-gravados =
               ws-qtd-criadas + ws-qtd-reabertas
           move "F"                to fl-log-tipo
           move ws-qtd-candidatos  to fl-log-qtd-lidos
           move ws-qtd-ignoradas   to fl-log-qtd-rejeitados
           move "OK"               to fl-log-status
           move spaces             to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8100-grava-log-fim-exit.
           exit.

       8200-grava-log-erro section.
           move "S"                to ws-log-em-erro
           compute fl-log-qtd-gravados =
               ws-qtd-criadas + ws-qtd-reabertas
           move "F"                to fl-log-tipo
           move ws-qtd-candidatos  to fl-log-qtd-lidos
           move ws-qtd-ignoradas   to fl-log-qtd-rejeitados
           move "ERRO"             to fl-log-status
           move ws-msn-erro-cod    to fl-log-cod-erro
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
           move "P02SISC42" to fl-log-programa
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
               move 16                                    to ws-msn-erro-ofsset
               move ws-fs-arq-funcionarios                to ws-msn-erro-cod
               move "Erro ao fechar arq. funcionarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-disciplinas
           if ws-fs-arq-disciplinas  <> "00" then
               move 17                                    to ws-msn-erro-ofsset
               move ws-fs-arq-disciplinas                 to ws-msn-erro-cod
               move "Erro ao fechar arq. disciplinas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-sem-resultados <> "S" then
               close arq-resultados
               if ws-fs-arq-resultados  <> "00" then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-sem-prerequisitos <> "S" then
               close arq-prerequisitos
               if ws-fs-arq-prerequisitos  <> "00" then
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-prerequisitos               to ws-msn-erro-cod
                   move "Erro ao fechar arq. prerequisitos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-convocacoes
           if ws-fs-arq-convocacoes  <> "00" then
               move 19                                    to ws-msn-erro-ofsset
               move ws-fs-arq-convocacoes                 to ws-msn-erro-cod
               move "Erro ao fechar arq. convocacoes"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 20                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC42 - pares avaliados:             " with no advancing
           display ws-qtd-candidatos
           display "P02SISC42 - convocacoes criadas:         " with no advancing
           display ws-qtd-criadas
           display "P02SISC42 - convocacoes reabertas:       " with no advancing
           display ws-qtd-reabertas
           display "P02SISC42 - pares ignorados:             " with no advancing
           display ws-qtd-ignoradas
           display "P02SISC42 - com pre-requisito pendente:  " with no advancing
           display ws-qtd-pendentes
           if ws-qtd-orfaos > 0 then
               display "P02SISC42 - resultados de disciplina orfa: "
                   with no advancing
               display ws-qtd-orfaos
           end-if

           perform 8100-grava-log-fim
           .
       3000-finaliza-exit.
           exit.
