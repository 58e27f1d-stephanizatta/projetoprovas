           record key is fl-ses-user-id
           file status is ws-fs-arq-sessoes.

      *> Progresso da prova em andamento (ordem sorteada, opcoes
      *> embaralhadas e respostas ja dadas), regravado a cada resposta:
      *> queda do terminal no meio da prova nao perde mais nada - o
      *> funcionario volta na mesma disciplina e continua de onde parou
           select arq-progresso assign to "arq-progresso.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-prog-chave
           file status is ws-fs-arq-progresso.

      *> Trilha dos encerramentos forcados de prova pelo administrador
           select arq-sessoes-log assign to "arq-sessoes-log.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-sessoes-log.

      *> Pre-requisitos entre disciplinas, mantidos pelo administrador no
      *> P02SISC26 - a prova so comeca com aprovacao vigente em cada
      *> disciplina exigida
           select arq-prerequisitos assign to "arq-prerequisitos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-prq-chave
           file status is ws-fs-arq-prerequisitos.

      *> Topicos da disciplina, mantidos pelo administrador no P02SISC26:
      *> quantas perguntas sortear de cada topico e a nota minima do
      *> topico
           select arq-topicos assign to "arq-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-top-chave
           file status is ws-fs-arq-topicos.

      *> Desempenho por topico da prova, gravado junto com o detalhe de
      *> respostas depois que o resultado foi persistido
           select arq-resultados-topicos assign to "arq-resultados-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-rtop-chave
           file status is ws-fs-arq-resultados-topicos.

       i-o-control.

      *>----Declaração de variáveis
       01 fl-sessao.
           copy CPSESSAO.

       fd arq-progresso.
       01 fl-progresso.
           copy CPPROGR.

       fd arq-sessoes-log.
       01 fl-sessao-log.
           copy CPSESLOG.

       fd arq-prerequisitos.
       01 fl-prerequisito.
           copy CPPREREQ.

       fd arq-topicos.
       01 fl-topico.
           copy CPTOPICO.

       fd arq-resultados-topicos.
       01 fl-resultado-topico.
           copy CPRESTOP.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-perguntas                      pic x(02).
       77 ws-fs-arq-sessoes                         pic x(02).
       77 ws-janela-ok                              pic x(01) value "N".
       77 ws-sessao-ativa                           pic x(01) value "N".
       77 ws-sessao-encerrada                       pic x(01).
      *>    "S" = a sessao desta prova sumiu do arquivo antes da gravacao
      *>    (encerramento forcado feito em outro terminal)
       77 ws-fs-arq-progresso                       pic x(02).
       77 ws-fs-arq-sessoes-log                     pic x(02).
       77 ws-fs-arq-prerequisitos                   pic x(02).

      *>----Variáveis da retomada de prova interrompida
       77 ws-retomada                               pic x(01) value "N".
      *>    "S" = achou progresso gravado desta disciplina: a prova
      *>    continua da proxima pergunta nao respondida
       77 ws-outra-prova                            pic x(01) value "N".
      *>    "S" = o funcionario tem progresso gravado de outra disciplina -
      *>    a prova nova e recusada com "VH"
       77 ws-fim-progresso                          pic x(01).
       77 ws-data-inicio                            pic 9(08).
       77 ws-seg-usados                             pic 9(06) value 0.
       77 ws-ind-primeira                           pic 9(03).
       77 ws-ind-prog                               pic 9(03).
       77 ws-pausa                                  pic x(01).

       77 ws-disciplina                            pic x(10).
       77 ws-ult-id-resultado                      pic 9(04) value 0.
       77 ws-novo-id-resultado                     pic 9(04) value 0.
       77 ws-fim-resultados                        pic x(01) value "N".
       77 ws-num-pergunta                          pic 9(03).
       77 ws-resposta-funcionario                  pic x(01).
       77 ws-disc-max-tentativas                   pic 9(02) value 0.
       77 ws-disc-dias-espera                      pic 9(03) value 0.
       77 ws-disc-nota-minima                      pic 9(02)v99 value 0.
       77 ws-qtd-tentativas                        pic 9(04) value 0.
       77 ws-ult-data-prova                        pic 9(08) value 0.
       77 ws-ult-data-aprovada                     pic 9(08) value 0.
       77 ws-dias-desde-prova                      pic s9(05) value 0.
       77 ws-qtd-provas-disc                       pic 9(04) value 0.
       77 ws-ind-tentativa                         pic 9(04).

      *>----Variáveis da verificacao de pre-requisitos
       77 ws-prereq-ok                             pic x(01) value "S".
       77 ws-fim-prerequisitos                     pic x(01) value "N".
       77 ws-req-nota-minima                       pic 9(02)v99 value 0.
       77 ws-req-validade                          pic 9(03) value 0.
       77 ws-req-data-aprovacao                    pic 9(08) value 0.
       77 ws-req-situacao                          pic x(01).
      *>    "S" = pre-requisito atendido   "P" = pendente (nunca aprovado)
      *>    "V" = aprovacao vencida

      *>----Variáveis do sorteio e do desempenho por topico
       77 ws-fs-arq-topicos                        pic x(02).
       77 ws-fs-arq-resultados-topicos             pic x(02).
       77 ws-fim-topicos                           pic x(01) value "N".
       77 ws-sorteio-topico                        pic x(01) value "N".
      *>    "S" = a disciplina tem topico ativo com quantidade a sortear:
      *>    a prova sai do sorteio por topico, nao do banco inteiro
       77 ws-reprov-topico                         pic x(01) value "N".
      *>    "S" = algum topico da prova ficou abaixo da nota minima
       77 ws-qtd-topicos                           pic 9(04) value 0.
       77 ws-ind-topico                            pic 9(04).
       77 ws-ind-procura-top                       pic 9(04).
       77 ws-ind-banco                             pic 9(04).
       77 ws-qtd-selecionadas                      pic 9(03) value 0.
       77 ws-topico-procura                        pic x(05).
       77 ws-topico-troca                          pic x(05).

      *> topicos ativos da disciplina (e, na correcao, os topicos
      *> respondidos que nao estao mais ativos no cadastro)
       01 ws-tab-topicos.
           05 ws-tab-top occurs 999 times.
               10 ws-tab-top-codigo                pic x(05).
               10 ws-tab-top-qtd-sorteio           pic 9(03).
               10 ws-tab-top-nota-minima           pic 9(02)v99.
               10 ws-tab-top-qtd-sorteadas         pic 9(03).
               10 ws-tab-top-qtd-perguntas         pic 9(03).
               10 ws-tab-top-qtd-acertos           pic 9(03).
               10 ws-tab-top-nota                  pic 9(02)v99.

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

      *> provas ja feitas da disciplina (no maximo 9999, o limite do
      *> proprio id-resultado), para contar so as tentativas do ciclo de
      *> certificacao corrente - depois da aprovacao mais recente
       01 ws-tab-tentativas.
           05 ws-tab-tent occurs 9999 times.
               10 ws-tab-tent-data                 pic 9(08).
               10 ws-tab-tent-aprovada             pic x(01).
       77 ws-qtd-banco                             pic 9(03) value 0.
      *> o indice da tabela e o proprio numero maximo de pergunta (999)
       01 ws-tab-sorteio.
           05 ws-tab-num-perg                      pic 9(03) occurs 999 times.
      *> topico de cada pergunta da tabela de sorteio, na mesma posicao
       01 ws-tab-sorteio-topico.
           05 ws-tab-topico-perg                   pic x(05) occurs 999 times.

      *>----Variáveis do embaralhamento das opcoes A/B/C/D
       77 ws-ind-opcao                             pic 9(01).
               10 ws-tab-resp-dada                 pic x(01).
               10 ws-tab-resp-certa                pic x(01).
               10 ws-tab-resp-acertou              pic x(01).
               10 ws-tab-resp-ordem                pic 9(04).
               10 ws-tab-resp-versao               pic 9(03).
      *>            versao da pergunta apresentada (fl-perg-versao)
               10 ws-tab-resp-topico               pic x(05).
      *>            topico da pergunta apresentada (fl-perg-topico)

           copy CPMSGERR.

       0000-controle section.
           move "00" to lk-exame-cod-retorno
           perform 1000-inicializa
           if lk-exame-modo = "G" or lk-exame-modo = "D" then
               perform 2700-encerramento-forcado
           else
               perform 2000-processamento
           end-if
           perform 3000-finaliza
           goback
           .
           move 0   to ws-qtd-acertos
           move 0   to ws-total-perguntas
           move "N" to ws-prova-expirada
           move "N" to ws-retomada
           move 0   to ws-seg-usados
           move 0   to ws-qtd-sortear
           move "N" to ws-sorteio-topico
           move "N" to ws-reprov-topico

           move lk-exame-id-disciplina to ws-disciplina
           accept ws-data-hoje        from date yyyymmdd
           accept ws-hora-sistema-ini from time
           move ws-data-hoje          to ws-data-inicio
           .
       1000-inicializa-exit.
           exit.
      *> de acertos - assim duas provas da mesma disciplina nao saem iguais
      *>------------------------------------------------------------------------
       2000-processamento section.
           move "N" to ws-outra-prova
           move "N" to ws-convocacao-ok
           move "N" to ws-tentativas-ok
           move "N" to ws-prereq-ok
           perform 2005-verifica-janela
           if ws-janela-ok = "S" then
               perform 2010-le-disciplina
           end-if
      *>   uma prova interrompida por funcionario, no maximo: com progresso
      *>   de outra disciplina a prova nova nao comeca
           if ws-janela-ok = "S" and ws-disc-ok = "S" then
               perform 2077-verifica-outra-prova
           end-if
      *>   prova desta disciplina interrompida antes (queda do terminal):
      *>   continua com o mesmo sorteio em vez de sortear de novo. Lido
      *>   antes das regras de entrada - prazo da convocacao, tentativas e
      *>   pre-requisitos foram conferidos quando a tentativa comecou e nao
      *>   podem impedir que ela termine; so a convocacao cancelada pelo
      *>   administrador continua fechando a prova (2015)
           if ws-janela-ok = "S" and ws-disc-ok = "S"
           and ws-outra-prova = "N" then
               perform 2080-le-progresso
               perform 2015-verifica-convocacao
           end-if
           if ws-retomada = "S" then
               move "S" to ws-tentativas-ok
               move "S" to ws-prereq-ok
           else
               if ws-janela-ok = "S" and ws-disc-ok = "S"
               and ws-outra-prova = "N"
               and ws-convocacao-ok = "S" then
                   perform 2020-verifica-tentativas
               end-if
               if ws-janela-ok = "S" and ws-disc-ok = "S"
               and ws-outra-prova = "N"
               and ws-convocacao-ok = "S"
               and ws-tentativas-ok = "S" then
                   perform 2025-verifica-prerequisitos
               end-if
           end-if
           if ws-janela-ok = "S" and ws-disc-ok = "S"
           and ws-outra-prova = "N"
           and ws-convocacao-ok = "S"
           and ws-tentativas-ok = "S"
           and ws-prereq-ok = "S" then
               perform 2095-carrega-topicos
               if ws-retomada = "N" then
                   perform 2100-carrega-banco
      *>           com topicos a sortear, o banco desta prova passa a ser
      *>           so o que saiu do sorteio por topico
                   if ws-sorteio-topico = "S" then
                       perform 2160-sorteia-por-topico
                   end-if
               end-if
           end-if

           if ws-janela-ok = "S" and ws-disc-ok = "S"
           and ws-outra-prova = "N"
           and ws-convocacao-ok = "S"
           and ws-tentativas-ok = "S"
           and ws-prereq-ok = "S" then
               if ws-retomada = "S" or ws-qtd-banco > 0 then
                   if ws-disc-tempo-limite > 0 then
                       compute ws-seg-limite =
                           ws-disc-tempo-limite * 60
                   else
                       move 0 to ws-seg-limite
                   end-if

                   if ws-retomada = "S" then
                       perform 2090-retoma-prova
                   else
      *>               o sorteio por topico (2160) ja embaralhou e separou
      *>               as perguntas da prova - entram todas
                       if ws-sorteio-topico = "S" then
                           move ws-qtd-banco to ws-qtd-sortear
                       else
                           perform 2150-embaralha-banco

      *>                   fl-disc-qtd-sorteio zerado (ou maior que o banco)
      *>                   cai para o banco inteiro, preservando o
      *>                   comportamento antigo de aplicar todas as perguntas
                           if ws-disc-qtd-sorteio > 0
                           and ws-disc-qtd-sorteio < ws-qtd-banco then
                               move ws-disc-qtd-sorteio to ws-qtd-sortear
                           else
                               move ws-qtd-banco        to ws-qtd-sortear
                           end-if
                       end-if

      *>               marco zero do relogio da prova: o limite em
      *>               minutos vira segundos e conta a partir da hora de
      *>               inicio ja capturada na inicializacao
                       move ws-hora-sistema-ini to ws-hora-calc
                       perform 2205-calcula-segundos
                       move ws-seg-calc to ws-seg-inicio
                   end-if

      *>           o progresso e gravado antes da sessao: queda entre os
      *>           dois deixa so o progresso, que a proxima entrada
      *>           retoma, e nunca uma sessao sem progresso
                   perform 2085-grava-progresso
                   perform 2060-registra-sessao
                   compute ws-ind-primeira = ws-total-perguntas + 1
                   perform 2200-apresenta-pergunta
                       varying ws-ind-sorteio from ws-ind-primeira by 1
                       until ws-ind-sorteio > ws-qtd-sortear
                       or ws-prova-expirada = "S"

                   else
                       move 0 to ws-nota
                   end-if
      *>           prova encerrada pelo administrador em outro terminal
      *>           enquanto esta seguia aberta: o encerramento de la ja
      *>           gravou ou descartou a tentativa - gravar aqui faria um
      *>           segundo resultado
                   perform 2087-confere-sessao
                   if ws-sessao-encerrada = "S" then
                       perform 2075-apaga-progresso
                       move "N"                                         to ws-sessao-ativa
                       move "VG"                                        to lk-exame-cod-retorno
                       move "VG"                                        to lk-exame-msn-erro-cod
                       move "Prova encerrada pelo administrador"        to lk-exame-msn-erro-text
                       display erase
                       display lk-exame-msn-erro-text
                   else
                       perform 2500-grava-resultado
      *>               gravacao recusada pelo P02SISC20: sessao e progresso
      *>               ficam, para a prova ser retomada ou encerrada pelo
      *>               administrador com as respostas ja dadas
                       if lk-exame-cod-retorno = "00" then
                           perform 2070-encerra-sessao
                       end-if
                   end-if
               else
      *>           disciplina sem pergunta ativa (banco ainda nao carregado,
      *>           ou todas inativadas) - gravar um 0/0 "concluido"

           move lk-exame-user-id         to fl-ses-user-id
           move ws-disciplina            to fl-ses-id-disciplina
           move ws-data-inicio           to fl-ses-data
           move ws-hora-sistema-ini(1:6) to fl-ses-hora-inicio
           write fl-sessao
           if ws-fs-arq-sessoes = "22" then
           exit.

      *>------------------------------------------------------------------------
      *> Prova gravada (ou descartada pelo administrador): tira o registro
      *> da sessao do arquivo, liberando a janela para os batches, e apaga
      *> o progresso (a proxima entrada na disciplina e prova nova)
      *>------------------------------------------------------------------------
       2070-encerra-sessao section.
           perform 2075-apaga-progresso

      *>   tentativa sem sessao (so com progresso) pode chegar aqui pelo
      *>   encerramento forcado com o arquivo de sessoes inexistente (35)
           open i-o arq-sessoes
           if ws-fs-arq-sessoes = "35" then
               continue
           else
               if ws-fs-arq-sessoes  <> "00"
               and ws-fs-arq-sessoes <> "05" then
                   move 24                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. sessoes"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       a sessao e uma por funcionario: so sai se for desta
      *>       disciplina (o encerramento forcado pode chegar a uma
      *>       tentativa que ficou sem sessao enquanto outra prova do
      *>       funcionario esta aberta)
               move lk-exame-user-id to fl-ses-user-id
               read arq-sessoes
                   invalid key
                       continue
                   not invalid key
                       if fl-ses-id-disciplina = ws-disciplina then
                           delete arq-sessoes record
                               invalid key
                                   continue
                           end-delete
                       end-if
               end-read

               close arq-sessoes
               if ws-fs-arq-sessoes  <> "00" then
                   move 25                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. sessoes"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sessao-ativa
           .
       2070-encerra-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere, antes de gravar o resultado, se a sessao desta prova
      *> ainda esta no arquivo: sem ela (ou com a sessao de outra
      *> disciplina) a prova foi encerrada pelo administrador enquanto
      *> corria - ws-sessao-encerrada = "S"
      *>------------------------------------------------------------------------
       2087-confere-sessao section.
           move "N" to ws-sessao-encerrada

           open input arq-sessoes
           if ws-fs-arq-sessoes = "35" then
               move "S" to ws-sessao-encerrada
           else
               if ws-fs-arq-sessoes  <> "00"
               and ws-fs-arq-sessoes <> "05" then
                   move 45                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. sessoes"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move lk-exame-user-id to fl-ses-user-id
               read arq-sessoes
                   invalid key
                       move "S" to ws-sessao-encerrada
                   not invalid key
                       if fl-ses-id-disciplina <> ws-disciplina then
                           move "S" to ws-sessao-encerrada
                       end-if
               end-read

               close arq-sessoes
               if ws-fs-arq-sessoes  <> "00" then
                   move 46                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. sessoes"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2087-confere-sessao-exit.
           exit.

       2075-apaga-progresso section.
           open i-o arq-progresso
           if ws-fs-arq-progresso = "35" then
               continue
           else
               if ws-fs-arq-progresso  <> "00"
               and ws-fs-arq-progresso <> "05" then
                   move 26                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. progresso"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move lk-exame-user-id to fl-prog-user-id
               move ws-disciplina    to fl-prog-id-disciplina
               delete arq-progresso record
                   invalid key
                       continue
               end-delete

               close arq-progresso
               if ws-fs-arq-progresso  <> "00" then
                   move 27                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. progresso"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2075-apaga-progresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura progresso gravado de uma prova desta disciplina que foi
      *> interrompida (queda do terminal ou do online). Achando, carrega
      *> na memoria a ordem sorteada, as respostas ja dadas, o tempo ja
      *> consumido e a data/hora de inicio originais - ws-retomada = "S".
      *> Abre e fecha aqui mesmo, pelo mesmo motivo do 2450; arquivo
      *> inexistente (35) e prova nova
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
      *> Progresso de OUTRA disciplina: o funcionario tem prova interrompida
      *> em andamento e a sessao e uma so por funcionario - comecar a nova
      *> regravaria a sessao da antiga, que sumiria da lista do
      *> administrador. Recusa com "VH"; a antiga e retomada ou encerrada
      *> pelo administrador. Abre e fecha aqui mesmo, pelo mesmo motivo do
      *> 2450
      *>------------------------------------------------------------------------
       2077-verifica-outra-prova section.
           move "N" to ws-outra-prova

           open input arq-progresso
           if ws-fs-arq-progresso = "35" then
               continue
           else
               if ws-fs-arq-progresso  <> "00"
               and ws-fs-arq-progresso <> "05" then
                   move 47                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. progresso"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N"              to ws-fim-progresso
               move lk-exame-user-id to fl-prog-user-id
               move low-values       to fl-prog-id-disciplina
               start arq-progresso key is greater than or equal fl-prog-chave
                   invalid key
                       move "S" to ws-fim-progresso
               end-start

               perform until ws-fim-progresso = "S"
                   read arq-progresso next record
                       at end
                           move "S" to ws-fim-progresso
                       not at end
                           if fl-prog-user-id <> lk-exame-user-id then
                               move "S" to ws-fim-progresso
                           else
                               if fl-prog-id-disciplina <> ws-disciplina then
                                   move "S" to ws-outra-prova
                                   move "S" to ws-fim-progresso
                               end-if
                           end-if
                   end-read
               end-perform

               close arq-progresso
               if ws-fs-arq-progresso  <> "00" then
                   move 48                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. progresso"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-outra-prova = "S" then
               move "VH"                                   to lk-exame-cod-retorno
               move "VH"                                   to lk-exame-msn-erro-cod
               move "Prova de outra disciplina em andamento" to lk-exame-msn-erro-text
               display erase
               display lk-exame-msn-erro-text
           end-if
           .
       2077-verifica-outra-prova-exit.
           exit.

       2080-le-progresso section.
           move "N" to ws-retomada

           open input arq-progresso
           if ws-fs-arq-progresso = "35" then
               continue
           else
               if ws-fs-arq-progresso  <> "00"
               and ws-fs-arq-progresso <> "05" then
                   move 28                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. progresso"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move lk-exame-user-id to fl-prog-user-id
               move ws-disciplina    to fl-prog-id-disciplina
               read arq-progresso
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-retomada
                       perform 2082-carrega-progresso
               end-read

               close arq-progresso
               if ws-fs-arq-progresso  <> "00" then
                   move 29                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-progresso                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. progresso"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2080-le-progresso-exit.
           exit.

       2082-carrega-progresso section.
           move fl-prog-data-inicio      to ws-data-inicio
           move fl-prog-hora-inicio      to ws-hora-sistema-ini(1:6)
           move fl-prog-hora-ultima      to ws-hora-sistema-fim(1:6)
           move fl-prog-seg-usados       to ws-seg-usados
           move fl-prog-qtd-sortear      to ws-qtd-sortear
           move fl-prog-qtd-respondidas  to ws-total-perguntas
           move fl-prog-qtd-acertos      to ws-qtd-acertos

           perform varying ws-ind-prog from 1 by 1
                   until ws-ind-prog > ws-qtd-sortear
               move fl-prog-num-pergunta(ws-ind-prog)
                   to ws-tab-num-perg(ws-ind-prog)
           end-perform

           perform varying ws-ind-prog from 1 by 1
                   until ws-ind-prog > ws-total-perguntas
               move fl-prog-num-pergunta(ws-ind-prog)
                   to ws-tab-resp-num-perg(ws-ind-prog)
               move fl-prog-ordem-opcoes(ws-ind-prog)
                   to ws-tab-resp-ordem(ws-ind-prog)
               move fl-prog-resposta-dada(ws-ind-prog)
                   to ws-tab-resp-dada(ws-ind-prog)
               move fl-prog-resposta-certa(ws-ind-prog)
                   to ws-tab-resp-certa(ws-ind-prog)
               move fl-prog-acertou(ws-ind-prog)
                   to ws-tab-resp-acertou(ws-ind-prog)
               move fl-prog-versao-pergunta(ws-ind-prog)
                   to ws-tab-resp-versao(ws-ind-prog)
               move fl-prog-topico(ws-ind-prog)
                   to ws-tab-resp-topico(ws-ind-prog)
           end-perform
           .
       2082-carrega-progresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava (ou regrava) o progresso da prova: a ordem sorteada, a
      *> ordem das opcoes e as respostas dadas ate aqui, e o tempo de
      *> prova ja consumido - chamado logo depois do sorteio e a cada
      *> resposta. Abre e fecha aqui mesmo, pelo mesmo motivo do 2450, o
      *> que tambem garante que cada resposta ja esta no disco quando a
      *> proxima pergunta aparece
      *>------------------------------------------------------------------------
       2085-grava-progresso section.
           perform 2215-calcula-decorridos

           open i-o arq-progresso
           if ws-fs-arq-progresso = "35" then
               open output arq-progresso
               close arq-progresso
               open i-o arq-progresso
           end-if
           if ws-fs-arq-progresso  <> "00"
           and ws-fs-arq-progresso <> "05" then
               move 30                                  to ws-msn-erro-ofsset
               move ws-fs-arq-progresso                 to ws-msn-erro-cod
               move "Erro ao abrir arq. progresso"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           initialize fl-progresso
           move lk-exame-user-id          to fl-prog-user-id
           move ws-disciplina             to fl-prog-id-disciplina
           move ws-data-inicio            to fl-prog-data-inicio
           move ws-hora-sistema-ini(1:6)  to fl-prog-hora-inicio
           move ws-hora-agora(1:6)        to fl-prog-hora-ultima
           move ws-seg-decorridos         to fl-prog-seg-usados
           move ws-qtd-sortear            to fl-prog-qtd-sortear
           move ws-total-perguntas        to fl-prog-qtd-respondidas
           move ws-qtd-acertos            to fl-prog-qtd-acertos

           perform varying ws-ind-prog from 1 by 1
                   until ws-ind-prog > ws-qtd-sortear
               move ws-tab-num-perg(ws-ind-prog)
                   to fl-prog-num-pergunta(ws-ind-prog)
           end-perform

           perform varying ws-ind-prog from 1 by 1
                   until ws-ind-prog > ws-total-perguntas
               move ws-tab-resp-ordem(ws-ind-prog)
                   to fl-prog-ordem-opcoes(ws-ind-prog)
               move ws-tab-resp-dada(ws-ind-prog)
                   to fl-prog-resposta-dada(ws-ind-prog)
               move ws-tab-resp-certa(ws-ind-prog)
                   to fl-prog-resposta-certa(ws-ind-prog)
               move ws-tab-resp-acertou(ws-ind-prog)
                   to fl-prog-acertou(ws-ind-prog)
               move ws-tab-resp-versao(ws-ind-prog)
                   to fl-prog-versao-pergunta(ws-ind-prog)
               move ws-tab-resp-topico(ws-ind-prog)
                   to fl-prog-topico(ws-ind-prog)
           end-perform

           write fl-progresso
           if ws-fs-arq-progresso = "22" then
               rewrite fl-progresso
           end-if
           if ws-fs-arq-progresso  <> "00" then
               move 31                                  to ws-msn-erro-ofsset
               move ws-fs-arq-progresso                 to ws-msn-erro-cod
               move "Erro ao gravar arq. progresso"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-progresso
           if ws-fs-arq-progresso  <> "00" then
               move 32                                  to ws-msn-erro-ofsset
               move ws-fs-arq-progresso                 to ws-msn-erro-cod
               move "Erro ao fechar arq. progresso"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2085-grava-progresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retomada: o relogio da prova recomeca descontando o tempo ja
      *> consumido antes da queda (o tempo em que o terminal ficou fora
      *> nao conta, o que ja foi usado continua contando contra o limite),
      *> e o funcionario e avisado de onde a prova continua
      *>------------------------------------------------------------------------
       2090-retoma-prova section.
           accept ws-hora-agora from time
           move ws-hora-agora to ws-hora-calc
           perform 2205-calcula-segundos
      *>   marco zero "antes da meia-noite": o 2210 ja sabe somar o dia
      *>   quando a hora corrente fica menor que a de inicio
           if ws-seg-calc < ws-seg-usados then
               add 86400 to ws-seg-calc
           end-if
           compute ws-seg-inicio = ws-seg-calc - ws-seg-usados

           display erase
           display "Prova interrompida retomada: " ws-total-perguntas
               " de " ws-qtd-sortear " perguntas ja respondidas."
           display "Pressione ENTER para continuar."
           accept ws-pausa
           .
       2090-retoma-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega os topicos ativos da disciplina (arq-topicos): a quantidade
      *> a sortear de cada um e a nota minima do topico. Basta um topico
      *> com quantidade a sortear para a prova sair do sorteio por topico;
      *> sem arquivo de topicos (35) ou sem topico ativo a disciplina
      *> continua no sorteio do banco inteiro. Abre e fecha aqui mesmo,
      *> pelo mesmo motivo do 2450
      *>------------------------------------------------------------------------
       2095-carrega-topicos section.
           move 0   to ws-qtd-topicos
           move "N" to ws-sorteio-topico

           open input arq-topicos
           if ws-fs-arq-topicos = "35" then
               continue
           else
               if ws-fs-arq-topicos  <> "00"
               and ws-fs-arq-topicos <> "05" then
                   move 40                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-topicos                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. topicos"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N"           to ws-fim-topicos
               move ws-disciplina to fl-top-id-disciplina
               move low-values    to fl-top-topico
               start arq-topicos key is greater than or equal fl-top-chave
                   invalid key
                       move "S" to ws-fim-topicos
               end-start

               perform until ws-fim-topicos = "S"
                   read arq-topicos next record
                       at end
                           move "S" to ws-fim-topicos
                       not at end
                           if fl-top-id-disciplina <> ws-disciplina then
                               move "S" to ws-fim-topicos
                           else
                               if fl-top-situacao = "A"
                               and ws-qtd-topicos < 999 then
                                   add 1 to ws-qtd-topicos
                                   move fl-top-topico
                                       to ws-tab-top-codigo(ws-qtd-topicos)
                                   move fl-top-qtd-sorteio
                                       to ws-tab-top-qtd-sorteio(ws-qtd-topicos)
                                   move fl-top-nota-minima
                                       to ws-tab-top-nota-minima(ws-qtd-topicos)
                                   move 0 to ws-tab-top-qtd-sorteadas(ws-qtd-topicos)
                                   move 0 to ws-tab-top-qtd-perguntas(ws-qtd-topicos)
                                   move 0 to ws-tab-top-qtd-acertos(ws-qtd-topicos)
                                   move 0 to ws-tab-top-nota(ws-qtd-topicos)
                                   if fl-top-qtd-sorteio > 0 then
                                       move "S" to ws-sorteio-topico
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform

               close arq-topicos
               if ws-fs-arq-topicos  <> "00" then
                   move 41                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-topicos                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. topicos"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2095-carrega-topicos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
      *> Convocacao formal: a prova so comeca se o administrador convocou
      *> este funcionario para esta disciplina, a convocacao esta aberta e
      *> o prazo nao venceu (na retomada o prazo nao conta: a tentativa
      *> comecou dentro dele). Arquivo de convocacoes inexistente (35)
      *> significa que ninguem foi convocado ainda - recusa igual. Abre e
      *> fecha aqui mesmo, pelo mesmo motivo do 2450
      *>------------------------------------------------------------------------
                               display erase
                               display lk-exame-msn-erro-text
                           when fl-conv-data-limite < ws-data-hoje
                           and ws-retomada = "N"
                               move "VB"                                   to lk-exame-cod-retorno
                               move "VB"                                   to lk-exame-msn-erro-cod
                               move "Prazo da convocacao ja vencido"       to lk-exame-msn-erro-text
       2020-verifica-tentativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pre-requisitos da disciplina: para cada disciplina exigida ativa
      *> no cadastro (P02SISC26), o funcionario precisa ter aprovacao (nota
      *> >= nota minima) ainda dentro da validade - a mesma regra de
      *> vencimento do relatorio de recertificacao. Recusa com "VE" quando
      *> nunca foi aprovado e com "VF" quando a aprovacao venceu, dizendo
      *> qual disciplina falta. Sem cadastro de pre-requisitos (35) nao ha
      *> o que exigir. Abre e fecha os arquivos aqui mesmo, pelo mesmo
      *> motivo do 2450; a leitura da disciplina exigida reaproveita o
      *> registro de arq-disciplinas, ja copiado para ws- em 2010
      *>------------------------------------------------------------------------
       2025-verifica-prerequisitos section.
           move "S" to ws-prereq-ok

           open input arq-prerequisitos
           if ws-fs-arq-prerequisitos = "35" then
               continue
           else
               if ws-fs-arq-prerequisitos  <> "00"
               and ws-fs-arq-prerequisitos <> "05" then
                   move 36                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-prerequisitos              to ws-msn-erro-cod
                   move "Erro ao abrir arq. prerequisitos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arq-resultados
               if ws-fs-arq-resultados  <> "00"
               and ws-fs-arq-resultados <> "05"
               and ws-fs-arq-resultados <> "35" then
                   move 37                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-resultados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N"           to ws-fim-prerequisitos
               move ws-disciplina to fl-prq-id-disciplina
               move low-values    to fl-prq-id-requisito
               start arq-prerequisitos key is greater than or equal fl-prq-chave
                   invalid key
                       move "S" to ws-fim-prerequisitos
               end-start

               perform until ws-fim-prerequisitos = "S"
                   read arq-prerequisitos next record
                       at end
                           move "S" to ws-fim-prerequisitos
                       not at end
                           if fl-prq-id-disciplina <> ws-disciplina then
                               move "S" to ws-fim-prerequisitos
                           else
                               if fl-prq-situacao = "A" then
                                   perform 2026-verifica-um-requisito
                                   if ws-req-situacao <> "S" then
                                       move "S" to ws-fim-prerequisitos
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform

               if ws-fs-arq-resultados <> "35" then
                   close arq-resultados
                   if ws-fs-arq-resultados  <> "00" then
                       move 38                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-resultados                  to ws-msn-erro-cod
                       move "Erro ao fechar arq. arq-resultados"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arq-prerequisitos
               if ws-fs-arq-prerequisitos  <> "00" then
                   move 39                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-prerequisitos               to ws-msn-erro-cod
                   move "Erro ao fechar arq. prerequisitos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2025-verifica-prerequisitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um pre-requisito: acha a aprovacao mais recente na disciplina
      *> exigida e confere a validade. Disciplina exigida sem cadastro nao
      *> tem nota minima para aprovar - conta como pendente
      *>------------------------------------------------------------------------
       2026-verifica-um-requisito section.
           move "S" to ws-req-situacao
           move 0   to ws-req-data-aprovacao

           move fl-prq-id-requisito to fl-disc-id-disciplina
           read arq-disciplinas
               invalid key
                   move "P" to ws-req-situacao
               not invalid key
                   move fl-disc-nota-minima    to ws-req-nota-minima
                   move fl-disc-validade-meses to ws-req-validade
                   if ws-fs-arq-resultados <> "35" then
                       perform 2027-acha-aprovacao
                   end-if
                   if ws-req-data-aprovacao = 0 then
                       move "P" to ws-req-situacao
                   else
                       if ws-req-validade > 0 then
                           move ws-req-data-aprovacao to ws-venc-data
                           move ws-req-validade       to ws-meses-totais
                           perform 2029-calcula-vencimento
                           if ws-venc-data <= ws-data-hoje then
                               move "V" to ws-req-situacao
                           end-if
                       end-if
                   end-if
           end-read

           if ws-req-situacao <> "S" then
               move "N"                  to ws-prereq-ok
               move spaces               to lk-exame-msn-erro-text
               if ws-req-situacao = "P" then
                   move "VE"             to lk-exame-cod-retorno
                   move "VE"             to lk-exame-msn-erro-cod
                   string "Pre-requisito pendente: " fl-prq-id-requisito
                       delimited by size into lk-exame-msn-erro-text
               else
                   move "VF"             to lk-exame-cod-retorno
                   move "VF"             to lk-exame-msn-erro-cod
                   string "Pre-requisito vencido: " fl-prq-id-requisito
                       delimited by size into lk-exame-msn-erro-text
               end-if
               display erase
               display lk-exame-msn-erro-text
           end-if
           .
       2026-verifica-um-requisito-exit.
           exit.

       2027-acha-aprovacao section.
           move "N"              to ws-fim-resultados
           move lk-exame-user-id to fl-resul-user-id
           start arq-resultados key is equal fl-resul-user-id
               invalid key
                   move "S" to ws-fim-resultados
           end-start

           perform until ws-fim-resultados = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-resultados
                   not at end
                       if fl-resul-user-id <> lk-exame-user-id then
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
       2027-acha-aprovacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma ws-meses-totais meses a ws-venc-data (aaaa/mm/dd); quando o
      *> dia nao existe no mes de destino (31/01 + 1 mes), recua para o
      *> ultimo dia do mes - a mesma regra do relatorio de recertificacao
      *>------------------------------------------------------------------------
       2029-calcula-vencimento section.
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
       2029-calcula-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Levanta as provas que o funcionario ja fez da disciplina (chave
      *> alternativa fl-resul-user-id), guardando data e aprovacao de cada
           add 1 to ws-qtd-provas-disc
           move fl-resul-data-prova
               to ws-tab-tent-data(ws-qtd-provas-disc)
           if fl-resul-nota >= ws-disc-nota-minima
           and fl-resul-reprov-topico <> "S" then
               move "S" to ws-tab-tent-aprovada(ws-qtd-provas-disc)
               if fl-resul-data-prova > ws-ult-data-aprovada
                   move fl-resul-data-prova to ws-ult-data-aprovada
                               add 1 to ws-qtd-banco
                               move fl-perg-num-pergunta
                                   to ws-tab-num-perg(ws-qtd-banco)
                               move fl-perg-topico
                                   to ws-tab-topico-perg(ws-qtd-banco)
                           end-if
                       end-if
               end-read
               move ws-tab-num-perg(ws-ind-troca)
                   to ws-tab-num-perg(ws-ind-sorteio)
               move ws-num-troca to ws-tab-num-perg(ws-ind-troca)
               move ws-tab-topico-perg(ws-ind-sorteio) to ws-topico-troca
               move ws-tab-topico-perg(ws-ind-troca)
                   to ws-tab-topico-perg(ws-ind-sorteio)
               move ws-topico-troca to ws-tab-topico-perg(ws-ind-troca)
           end-perform
           .
       2150-embaralha-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sorteio por topico: embaralha o banco inteiro e percorre a ordem
      *> sorteada ficando com as primeiras fl-top-qtd-sorteio perguntas de
      *> cada topico - cada topico entra com a sua quantidade, ao acaso
      *> dentro do topico, e os topicos ja saem misturados na prova.
      *> Pergunta sem topico, ou de topico sem quantidade a sortear, fica
      *> de fora; topico com menos perguntas ativas que a quantidade entra
      *> com todas. As escolhidas sao empurradas para o inicio da tabela e
      *> passam a ser o banco desta prova (ws-qtd-banco)
      *>------------------------------------------------------------------------
       2160-sorteia-por-topico section.
           perform 2150-embaralha-banco

           move 0 to ws-qtd-selecionadas
           perform varying ws-ind-banco from 1 by 1
                   until ws-ind-banco > ws-qtd-banco
               move ws-tab-topico-perg(ws-ind-banco) to ws-topico-procura
               perform 2165-acha-topico
               if ws-ind-topico > 0 then
                   if ws-tab-top-qtd-sorteadas(ws-ind-topico)
                       < ws-tab-top-qtd-sorteio(ws-ind-topico) then
                       add 1 to ws-tab-top-qtd-sorteadas(ws-ind-topico)
                       add 1 to ws-qtd-selecionadas
                       move ws-tab-num-perg(ws-ind-banco)
                           to ws-tab-num-perg(ws-qtd-selecionadas)
                       move ws-tab-topico-perg(ws-ind-banco)
                           to ws-tab-topico-perg(ws-qtd-selecionadas)
                   end-if
               end-if
           end-perform

           move ws-qtd-selecionadas to ws-qtd-banco
           .
       2160-sorteia-por-topico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura ws-topico-procura na tabela de topicos: ws-ind-topico fica
      *> com a posicao, ou zero quando o topico nao esta na tabela
      *>------------------------------------------------------------------------
       2165-acha-topico section.
           move 0 to ws-ind-topico
           if ws-topico-procura <> spaces then
               perform varying ws-ind-procura-top from 1 by 1
                       until ws-ind-procura-top > ws-qtd-topicos
                       or ws-ind-topico > 0
                   if ws-tab-top-codigo(ws-ind-procura-top) = ws-topico-procura then
                       move ws-ind-procura-top to ws-ind-topico
                   end-if
               end-perform
           end-if
           .
       2165-acha-topico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le a pergunta sorteada da vez (leitura direta pela chave), embaralha
      *> as opcoes e apresenta ao funcionario; o numero mostrado na tela e a
           if ws-seg-limite = 0 then
               move "----" to ws-tempo-restante-edt
           else
               perform 2215-calcula-decorridos

               if ws-seg-decorridos >= ws-seg-limite then
                   move "S"    to ws-prova-expirada
       2210-verifica-tempo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Segundos de prova decorridos desde o marco zero (ws-seg-inicio)
      *> ate agora, em ws-seg-decorridos
      *>------------------------------------------------------------------------
       2215-calcula-decorridos section.
           accept ws-hora-agora from time
           move ws-hora-agora to ws-hora-calc
           perform 2205-calcula-segundos
           move ws-seg-calc to ws-seg-agora
      *>   prova que virou a meia-noite: a hora do dia recomecou do
      *>   zero, mas o relogio da prova nao
           if ws-seg-agora < ws-seg-inicio then
               add 86400 to ws-seg-agora
           end-if
           compute ws-seg-decorridos = ws-seg-agora - ws-seg-inicio
           .
       2215-calcula-decorridos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda a resposta da pergunta corrente na tabela de memoria, ja
      *> traduzida da letra da tela para a letra do banco de perguntas
           else
               move "N" to ws-tab-resp-acertou(ws-total-perguntas)
           end-if
           move ws-tab-ordem-opcao to
               ws-tab-resp-ordem(ws-total-perguntas)
           move fl-perg-versao to
               ws-tab-resp-versao(ws-total-perguntas)
           move fl-perg-topico to
               ws-tab-resp-topico(ws-total-perguntas)

      *>   cada resposta vai para o disco na hora - e o que a retomada
      *>   le depois de uma queda
           perform 2085-grava-progresso
           .
       2280-memoriza-resposta-exit.
           exit.
               end-read
           end-perform

      *>       pic 9(04) satura em 9999 - sem o ON SIZE ERROR, o resultado
      *>       seguinte do funcionario dava wrap para 0000 e regravava por cima de
      *>       qualquer registro que ja estivesse com essa chave (review)
           add 1 to ws-ult-id-resultado giving ws-novo-id-resultado
               on size error
                   move 6                                             to ws-msn-erro-ofsset
                   move "V7"                                          to ws-msn-erro-cod
                   move "Limite de id-resultado (9999) atingido"      to ws-msn-erro-text
                   perform finaliza-anormal
           end-add

      *>------------------------------------------------------------------------
       2500-grava-resultado section.
           perform 2450-determina-id-resultado
           perform 2550-apura-topicos

           initialize lk-parametros
           move space                   to lk-modo-execucao
           move ws-nota                 to lk-resul-nota
           move ws-qtd-acertos          to lk-resul-qtd-acertos
           move ws-total-perguntas      to lk-resul-total-perguntas
           move ws-data-inicio          to lk-resul-data-prova
           move ws-hora-sistema-ini(1:6) to lk-resul-hora-inicio
           move ws-hora-sistema-fim(1:6) to lk-resul-hora-fim
           if ws-prova-expirada = "S" then
           else
               move "N" to lk-resul-encerramento
           end-if
           move ws-reprov-topico        to lk-resul-reprov-topico

           call "P02SISC20" using lk-parametros
           move lk-cod-retorno     to lk-exame-cod-retorno
                   display ws-msn-erro
               else
                   perform 2600-grava-respostas
                   perform 2620-grava-topicos
                   perform 2650-baixa-convocacao
               end-if
           end-if
       2500-grava-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Desempenho por topico da prova corrigida: soma perguntas e acertos
      *> de cada topico respondido e calcula a nota do topico do mesmo jeito
      *> da nota da prova. Topico com nota minima no cadastro e nota abaixo
      *> dela reprova a prova (ws-reprov-topico), mesmo com a nota geral
      *> acima da minima da disciplina. Topico respondido que nao esta mais
      *> ativo no cadastro entra no desempenho, sem nota minima
      *>------------------------------------------------------------------------
       2550-apura-topicos section.
           move "N" to ws-reprov-topico

           perform varying ws-ind-topico from 1 by 1
                   until ws-ind-topico > ws-qtd-topicos
               move 0 to ws-tab-top-qtd-perguntas(ws-ind-topico)
               move 0 to ws-tab-top-qtd-acertos(ws-ind-topico)
               move 0 to ws-tab-top-nota(ws-ind-topico)
           end-perform

           perform varying ws-ind-resposta from 1 by 1
                   until ws-ind-resposta > ws-total-perguntas
               if ws-tab-resp-topico(ws-ind-resposta) <> spaces then
                   move ws-tab-resp-topico(ws-ind-resposta) to ws-topico-procura
                   perform 2165-acha-topico
                   if ws-ind-topico = 0 and ws-qtd-topicos < 999 then
                       add 1 to ws-qtd-topicos
                       move ws-qtd-topicos    to ws-ind-topico
                       move ws-topico-procura to ws-tab-top-codigo(ws-ind-topico)
                       move 0 to ws-tab-top-qtd-sorteio(ws-ind-topico)
                       move 0 to ws-tab-top-nota-minima(ws-ind-topico)
                       move 0 to ws-tab-top-qtd-sorteadas(ws-ind-topico)
                       move 0 to ws-tab-top-qtd-perguntas(ws-ind-topico)
                       move 0 to ws-tab-top-qtd-acertos(ws-ind-topico)
                       move 0 to ws-tab-top-nota(ws-ind-topico)
                   end-if
                   if ws-ind-topico > 0 then
                       add 1 to ws-tab-top-qtd-perguntas(ws-ind-topico)
                       if ws-tab-resp-acertou(ws-ind-resposta) = "S" then
                           add 1 to ws-tab-top-qtd-acertos(ws-ind-topico)
                       end-if
                   end-if
               end-if
           end-perform

           perform varying ws-ind-topico from 1 by 1
                   until ws-ind-topico > ws-qtd-topicos
               if ws-tab-top-qtd-perguntas(ws-ind-topico) > 0 then
                   compute ws-tab-top-nota(ws-ind-topico) rounded =
                       (ws-tab-top-qtd-acertos(ws-ind-topico)
                        / ws-tab-top-qtd-perguntas(ws-ind-topico)) * 10
                   if ws-tab-top-nota-minima(ws-ind-topico) > 0
                   and ws-tab-top-nota(ws-ind-topico)
                       < ws-tab-top-nota-minima(ws-ind-topico) then
                       move "S" to ws-reprov-topico
                   end-if
               end-if
           end-perform
           .
       2550-apura-topicos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Prova gravada com sucesso: a convocacao que autorizou esta prova
      *> e baixada para "R", fechando o ciclo da convocacao. Abre e fecha
                   to fl-det-resposta-certa
               move ws-tab-resp-acertou(ws-ind-resposta)
                   to fl-det-acertou
               move ws-tab-resp-versao(ws-ind-resposta)
                   to fl-det-versao-pergunta
               move ws-tab-resp-topico(ws-ind-resposta)
                   to fl-det-topico
               write fl-detalhe-resposta
               if ws-fs-arq-respostas  <> "00" then
                   move 10                                  to ws-msn-erro-ofsset
       2600-grava-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Persiste o desempenho por topico apurado no 2550, um registro por
      *> topico respondido, com a mesma chave (id-resultado + user-id) do
      *> resultado. Disciplina sem topicos nao grava nada. Abre e fecha
      *> aqui mesmo, pelo mesmo motivo do 2450
      *>------------------------------------------------------------------------
       2620-grava-topicos section.
           open i-o arq-resultados-topicos
           if ws-fs-arq-resultados-topicos = "35" then
               open output arq-resultados-topicos
               close arq-resultados-topicos
               open i-o arq-resultados-topicos
           end-if
           if ws-fs-arq-resultados-topicos  <> "00"
           and ws-fs-arq-resultados-topicos <> "05" then
               move 42                                       to ws-msn-erro-ofsset
               move ws-fs-arq-resultados-topicos             to ws-msn-erro-cod
               move "Erro ao abrir arq. resultados-topicos"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-topico from 1 by 1
                   until ws-ind-topico > ws-qtd-topicos
               if ws-tab-top-qtd-perguntas(ws-ind-topico) > 0 then
                   move ws-novo-id-resultado  to fl-rtop-id-resultado
                   move lk-exame-user-id      to fl-rtop-user-id
                   move ws-tab-top-codigo(ws-ind-topico)
                       to fl-rtop-topico
                   move ws-disciplina         to fl-rtop-id-disciplina
                   move ws-tab-top-qtd-perguntas(ws-ind-topico)
                       to fl-rtop-qtd-perguntas
                   move ws-tab-top-qtd-acertos(ws-ind-topico)
                       to fl-rtop-qtd-acertos
                   move ws-tab-top-nota(ws-ind-topico)
                       to fl-rtop-nota
                   move ws-tab-top-nota-minima(ws-ind-topico)
                       to fl-rtop-nota-minima
                   if ws-tab-top-nota-minima(ws-ind-topico) > 0
                   and ws-tab-top-nota(ws-ind-topico)
                       < ws-tab-top-nota-minima(ws-ind-topico) then
                       move "S" to fl-rtop-abaixo-minimo
                   else
                       move "N" to fl-rtop-abaixo-minimo
                   end-if
                   write fl-resultado-topico
                   if ws-fs-arq-resultados-topicos = "22" then
                       rewrite fl-resultado-topico
                   end-if
                   if ws-fs-arq-resultados-topicos  <> "00" then
                       move 43                                          to ws-msn-erro-ofsset
                       move ws-fs-arq-resultados-topicos                to ws-msn-erro-cod
                       move "Erro ao escrever arq. resultados-topicos"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arq-resultados-topicos
           if ws-fs-arq-resultados-topicos  <> "00" then
               move 44                                       to ws-msn-erro-ofsset
               move ws-fs-arq-resultados-topicos             to ws-msn-erro-cod
               move "Erro ao fechar arq. resultados-topicos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2620-grava-topicos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Encerramento forcado pelo administrador de uma prova que ficou
      *> aberta (sessao que sobrou de uma queda e trava a cadeia da
      *> madrugada): com lk-exame-modo = "G" o que foi respondido e
      *> corrigido e gravado como prova encerrada por tempo ("T"), pelo
      *> mesmo caminho do fim normal da prova; com "D" a tentativa e
      *> descartada. Nos dois casos a sessao e o progresso sao apagados e
      *> o encerramento fica na trilha, com o motivo e quem encerrou
      *>------------------------------------------------------------------------
       2700-encerramento-forcado section.
           perform 2005-verifica-janela
           if ws-janela-ok = "S" then
               perform 2080-le-progresso

               if lk-exame-modo = "G" then
                   perform 2095-carrega-topicos
                   if ws-retomada = "S" and ws-total-perguntas > 0 then
                       compute ws-nota rounded =
                           (ws-qtd-acertos / ws-total-perguntas) * 10
                       move "S" to ws-prova-expirada
                       perform 2500-grava-resultado
                       if lk-exame-cod-retorno = "00" then
                           perform 2720-grava-trilha
                           perform 2070-encerra-sessao
                       end-if
                   else
                       move "VD"                                        to lk-exame-cod-retorno
                       move "VD"                                        to lk-exame-msn-erro-cod
                       move "Nenhuma resposta gravada - use descartar"  to lk-exame-msn-erro-text
                   end-if
               else
                   perform 2720-grava-trilha
                   perform 2070-encerra-sessao
               end-if
           end-if
           .
       2700-encerramento-forcado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta o encerramento forcado na trilha (arq-sessoes-log); o
      *> arquivo e criado vazio na primeira vez, igual a auditoria do
      *> P02SISC20
      *>------------------------------------------------------------------------
       2720-grava-trilha section.
           open extend arq-sessoes-log
           if ws-fs-arq-sessoes-log = "35" then
               open output arq-sessoes-log
               close arq-sessoes-log
               open extend arq-sessoes-log
           end-if
           if ws-fs-arq-sessoes-log  <> "00" then
               move 33                                  to ws-msn-erro-ofsset
               move ws-fs-arq-sessoes-log               to ws-msn-erro-cod
               move "Erro ao abrir arq. sessoes-log"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje             to fl-slog-data
           accept ws-hora-agora from time
           move ws-hora-agora(1:6)       to fl-slog-hora
           move lk-exame-user-id         to fl-slog-user-id
           move ws-disciplina            to fl-slog-id-disciplina
           move lk-exame-modo            to fl-slog-acao
           move ws-total-perguntas       to fl-slog-qtd-respondidas
           move ws-qtd-sortear           to fl-slog-qtd-sortear
           move lk-exame-operador        to fl-slog-operador
           move lk-exame-motivo          to fl-slog-motivo
           write fl-sessao-log
           if ws-fs-arq-sessoes-log  <> "00" then
               move 34                                  to ws-msn-erro-ofsset
               move ws-fs-arq-sessoes-log               to ws-msn-erro-cod
               move "Erro ao escrever arq. sessoes-log" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-sessoes-log
           if ws-fs-arq-sessoes-log  <> "00" then
               move 35                                  to ws-msn-erro-ofsset
               move ws-fs-arq-sessoes-log               to ws-msn-erro-cod
               move "Erro ao fechar arq. sessoes-log"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2720-grava-trilha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
           close arq-respostas
           close arq-convocacoes
           close arq-sys-ctl
           close arq-progresso
           close arq-sessoes-log
           close arq-prerequisitos
           close arq-topicos
           close arq-resultados-topicos
      *>   sessao registrada e nunca encerrada travaria os batches para
      *>   sempre - tenta tirar o registro engolindo qualquer erro, para
      *>   nao esconder o erro original. O progresso fica: a proxima
      *>   entrada do funcionario na disciplina retoma a prova
           if ws-sessao-ativa = "S" then
               close arq-sessoes
               open i-o arq-sessoes
