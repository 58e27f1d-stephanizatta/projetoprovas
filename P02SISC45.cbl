      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P02SISC45".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Backup em geracoes dos arquivos indexados permanentes - primeiro
      *> passo da cadeia da madrugada (P02SISC37), com a janela de batch ja
      *> aberta e sem prova em andamento. Cada arquivo e descarregado, na
      *> ordem da chave, para uma copia sequencial com .bNN no lugar de .dat
      *> (NN = numero da geracao); a quantidade de geracoes guardadas vem
      *> do arq-config-backup.dat e, com todas ocupadas, a geracao mais
      *> antiga e sobrescrita. Data/hora da geracao e contagem de cada
      *> arquivo ficam no arq-bkp-ctl (CPBKPCTL), de onde a restauracao
      *> (P02SISC46) escolhe a geracao e reconcilia a recarga.
      *> Ficam de fora os arquivos de trabalho e de controle de execucao
      *> (sessoes, progresso, status do sistema, reinicio, expurgo,
      *> conversao) e a auditoria viva dos resultados, que e sequencial e
      *> e a fonte da reaplicacao na restauracao. Os arquivos mortos
      *> anuais do expurgo (resultados, respostas e auditoria de cada ano,
      *> de 1900 ate o ano corrente) entram tambem, so os que existem -
      *> ano sem arquivo nem aparece no controle
      *>------------------------------------------------------------------------

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

      *> Parametro do backup, um registro so: posicoes 1-2 = quantas
      *> geracoes guardar (01 a 99); sem o arquivo valem 07
           select arq-config-backup assign to "arq-config-backup.dat"
           organization is line sequential
           file status is ws-fs-arq-config.

      *> Controle das geracoes (registro "*GERACAO" + um por arquivo)
           select arq-bkp-ctl assign to "arq-bkp-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-bkc-chave
           file status is ws-fs-arq-bkp-ctl.

      *> Arquivos salvos - mesmas chaves declaradas pelos programas que os
      *> usam; sao abertos um de cada vez, por isso dividem o file status
           select arq-funcionarios assign to "arq-funcionarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-func-user-id
           file status is ws-fs-arq.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-disc-id-disciplina
           file status is ws-fs-arq.

           select arq-perguntas assign to "arq-perguntas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-perg-chave
           file status is ws-fs-arq.

           select arq-perguntas-hist assign to "arq-perguntas-hist.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-phist-chave
           file status is ws-fs-arq.

           select arq-topicos assign to "arq-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-top-chave
           file status is ws-fs-arq.

           select arq-prerequisitos assign to "arq-prerequisitos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-prq-chave
           file status is ws-fs-arq.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-resul-chave-resul
           alternate key is fl-resul-user-id with duplicates
           alternate key is fl-resul-id-disciplina with duplicates
           file status is ws-fs-arq.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-det-chave
           file status is ws-fs-arq.

           select arq-resultados-topicos assign to "arq-resultados-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-rtop-chave
           file status is ws-fs-arq.

           select arq-certificados assign to "arq-certificados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-cert-numero
           alternate key is fl-cert-chave-resul
           file status is ws-fs-arq.

           select arq-cert-ctl assign to "arq-cert-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is cc-chave
           file status is ws-fs-arq.

           select arq-convocacoes assign to "arq-convocacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-conv-chave
           file status is ws-fs-arq.

           select arq-analises assign to "arq-analises.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-anl-chave-resul
           file status is ws-fs-arq.

           select arq-gestores-setores assign to "arq-gestores-setores.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-gst-chave
           file status is ws-fs-arq.

           select arq-lms-ctl assign to "arq-lms-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-lmsc-chave-resul
           file status is ws-fs-arq.

           select arq-notif-ctl assign to "arq-notif-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-nct-chave
           file status is ws-fs-arq.

      *> Arquivos mortos anuais do expurgo (P02SISC30) - o nome e montado
      *> em tempo de execucao (arq-resultados-AAAA.dat e irmaos)
           select arq-arch-resultados assign to ws-nome-arq
           organization is indexed
           access mode is dynamic
           record key is ar-resul-chave-resul
           alternate key is ar-resul-user-id with duplicates
           alternate key is ar-resul-id-disciplina with duplicates
           file status is ws-fs-arq.

           select arq-arch-respostas assign to ws-nome-arq
           organization is indexed
           access mode is dynamic
           record key is ar-det-chave
           file status is ws-fs-arq.

           select arq-arch-auditoria assign to ws-nome-arq
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq.

      *> Copia da geracao: o nome e montado em tempo de execucao e o
      *> registro de cada arquivo vai inteiro, alinhado a esquerda, num
      *> registro de 300 posicoes (o maior layout salvo tem 264)
           select bk-copia assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

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
       fd arq-config-backup.
       01 fl-config-backup.
           05 cfg-qtd-geracoes                     pic 9(02).

       fd arq-bkp-ctl.
       01 fl-bkp-ctl.
           copy CPBKPCTL.

       fd arq-funcionarios.
       01 fl-funcionario.
           copy CPFUNC.

       fd arq-disciplinas.
       01 fl-disciplina.
           copy CPDISC.

       fd arq-perguntas.
       01 fl-pergunta.
           copy CPPERG.

       fd arq-perguntas-hist.
       01 fl-pergunta-hist.
           copy CPPERGH.

       fd arq-topicos.
       01 fl-topico.
           copy CPTOPICO.

       fd arq-prerequisitos.
       01 fl-prerequisito.
           copy CPPREREQ.

       fd arq-resultados.
       01 fl-resultado.
           copy CPFLRES.

       fd arq-respostas.
       01 fl-detalhe-resposta.
           copy CPFLDET.

       fd arq-resultados-topicos.
       01 fl-resultado-topico.
           copy CPRESTOP.

       fd arq-certificados.
       01 fl-certificado.
           copy CPFLCER.

       fd arq-cert-ctl.
       01 fl-cert-ctl.
           05 cc-chave                         pic x(08).
           05 cc-ultimo-numero                 pic 9(06).

       fd arq-convocacoes.
       01 fl-convocacao.
           copy CPCONV.

       fd arq-analises.
       01 fl-analise.
           copy CPANALIS.

       fd arq-gestores-setores.
       01 fl-gestor-setor.
           copy CPGESSET.

       fd arq-lms-ctl.
       01 fl-lms-ctl.
           copy CPLMSCTL.

       fd arq-notif-ctl.
       01 fl-notif-ctl.
           copy CPNOTCTL.

       fd arq-arch-resultados.
       01 ar-resultado.
           copy CPFLRES replacing leading ==fl-resul== by ==ar-resul==.

       fd arq-arch-respostas.
       01 ar-detalhe-resposta.
           copy CPFLDET replacing leading ==fl-det== by ==ar-det==.

       fd arq-arch-auditoria.
       01 ar-auditoria.
           copy CPAUDIT replacing leading ==fl-audit== by ==ar-audit==.

       fd bk-copia.
       01 bk-registro                              pic x(300).

       fd arq-log-jobs.
       01 fl-log-job.
           copy CPLOGJOB.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-config                         pic x(02).
       77 ws-fs-arq-bkp-ctl                        pic x(02).
       77 ws-fs-arq                                pic x(02).
       77 ws-fs-bk                                 pic x(02).
       77 ws-fs-arq-log                            pic x(02).
       77 ws-log-hora                              pic 9(08).
       77 ws-log-em-erro                           pic x(01) value "N".

       77 ws-data-hoje                             pic 9(08).
       77 ws-hora-sistema                          pic 9(08).
       77 ws-hora-backup                           pic 9(06).

       77 ws-qtd-geracoes                          pic 9(02).
       77 ws-ind-geracao                           pic 9(02).
       77 ws-geracao                               pic 9(02).
      *>    geracao escolhida para esta rodada
       77 ws-geracao-livre                         pic x(01).
       77 ws-dh-candidata                          pic 9(14).
       77 ws-dh-geracao                            pic 9(14).
      *>    data+hora de cada geracao comparada; geracao incompleta ("A")
      *>    vale zero, para ser a primeira a ser reaproveitada

       77 ws-nome-base                             pic x(30).
       77 ws-nome-bk                               pic x(40).
       77 ws-fim-arquivo                           pic x(01) value "N".

       77 ws-qtd-descarregados                     pic 9(09) value 0.
       77 ws-tot-descarregados                     pic 9(09) value 0.
       77 ws-qtd-arquivos                          pic 9(03) value 0.
       77 ws-qtd-sem-arquivo                       pic 9(03) value 0.

      *>----Arquivos mortos anuais
       77 ws-nome-arq                              pic x(40).
       77 ws-tipo-arq                              pic x(05).
      *>    "RESUL", "RESP " ou "AUDIT" - familia do arquivo morto
       77 ws-ano-arquivo                           pic 9(04).
       77 ws-ano-inicial                           pic 9(04) value 1900.
      *>    mesma data minima aceita como corte pelo expurgo (P02SISC30)
       77 ws-ano-atual                             pic 9(04).

           copy CPMSGERR.


      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           perform 1000-inicializa
           perform 2000-descarrega
           perform 3000-finaliza
           goback
           .
       0000-controle-exit.
           exit.

       1000-inicializa section.
           perform 8000-grava-log-inicio

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4) to ws-ano-atual
           accept ws-hora-sistema from time
           move ws-hora-sistema(1:6) to ws-hora-backup

           display "P02SISC45 - backup em geracoes dos arquivos indexados"

           perform 1100-le-configuracao

           open i-o arq-bkp-ctl
           if ws-fs-arq-bkp-ctl = "35" then
               open output arq-bkp-ctl
               close arq-bkp-ctl
               open i-o arq-bkp-ctl
           end-if
           if ws-fs-arq-bkp-ctl  <> "00"
           and ws-fs-arq-bkp-ctl <> "05" then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arq-bkp-ctl                    to ws-msn-erro-cod
               move "Erro ao abrir arq. bkp-ctl"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform 1200-escolhe-geracao
           perform 1250-limpa-geracao

      *>   a geracao fica marcada "A" enquanto as copias sao regravadas:
      *>   se a rodada cair no meio, a restauracao nao a oferece
           move ws-geracao          to fl-bkc-geracao
           move "*GERACAO"          to fl-bkc-arquivo
           move ws-data-hoje        to fl-bkc-data
           move ws-hora-backup      to fl-bkc-hora
           move 0                   to fl-bkc-qtd-registros
           move "A"                 to fl-bkc-situacao
           perform 7000-grava-controle

           display "P02SISC45 - gravando a geracao " ws-geracao
               " de " ws-qtd-geracoes
           .
       1000-inicializa-exit.
           exit.

       1100-le-configuracao section.
           move 7 to ws-qtd-geracoes

           open input arq-config-backup
           if ws-fs-arq-config = "35" then
               continue
           else
               if ws-fs-arq-config  <> "00" then
                   move 1                                      to ws-msn-erro-ofsset
                   move ws-fs-arq-config                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. config-backup"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arq-config-backup next record
                   at end
                       continue
                   not at end
                       if cfg-qtd-geracoes is numeric
                       and cfg-qtd-geracoes > 0 then
                           move cfg-qtd-geracoes to ws-qtd-geracoes
                       end-if
               end-read

               close arq-config-backup
               if ws-fs-arq-config  <> "00" then
                   move 2                                      to ws-msn-erro-ofsset
                   move ws-fs-arq-config                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. config-backup"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       1100-le-configuracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escolhe a geracao desta rodada: a primeira ainda nao usada entre
      *> 01 e ws-qtd-geracoes ou, com todas ocupadas, a de data/hora mais
      *> antiga (incompleta conta como a mais antiga)
      *>------------------------------------------------------------------------
       1200-escolhe-geracao section.
           move 0           to ws-geracao
           move "N"         to ws-geracao-livre
           move 99999999999999 to ws-dh-candidata

           perform varying ws-ind-geracao from 1 by 1
                   until ws-ind-geracao > ws-qtd-geracoes
                      or ws-geracao-livre = "S"
               move ws-ind-geracao to fl-bkc-geracao
               move "*GERACAO"     to fl-bkc-arquivo
               read arq-bkp-ctl
                   invalid key
                       move ws-ind-geracao to ws-geracao
                       move "S"            to ws-geracao-livre
                   not invalid key
                       if fl-bkc-situacao = "A" then
                           move 0 to ws-dh-geracao
                       else
                           compute ws-dh-geracao =
                               fl-bkc-data * 1000000 + fl-bkc-hora
                       end-if
                       if ws-dh-geracao < ws-dh-candidata then
                           move ws-dh-geracao  to ws-dh-candidata
                           move ws-ind-geracao to ws-geracao
                       end-if
               end-read
           end-perform
           .
       1200-escolhe-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Geracao reaproveitada: apaga o controle antigo dela. Os arquivos
      *> fixos seriam todos regravados, mas um arquivo morto anual que nao
      *> existe mais nao - e a copia antiga dele seria oferecida na
      *> restauracao como se fosse desta rodada
      *>------------------------------------------------------------------------
       1250-limpa-geracao section.
           move "N"         to ws-fim-arquivo
           move ws-geracao  to fl-bkc-geracao
           move low-values  to fl-bkc-arquivo
           start arq-bkp-ctl key is greater than or equal fl-bkc-chave
               invalid key
                   move "S" to ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = "S"
               read arq-bkp-ctl next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if fl-bkc-geracao <> ws-geracao then
                           move "S" to ws-fim-arquivo
                       else
                           delete arq-bkp-ctl record
                           if ws-fs-arq-bkp-ctl  <> "00" then
                               move 10                                   to ws-msn-erro-ofsset
                               move ws-fs-arq-bkp-ctl                    to ws-msn-erro-cod
                               move "Erro ao apagar arq. bkp-ctl"        to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
               end-read
           end-perform
           .
       1250-limpa-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Descarrega cada arquivo para a copia da geracao. Arquivo que nao
      *> existe (status 35) fica registrado como "S" - sem copia. Depois
      *> vem os arquivos mortos anuais, ano a ano, como no P02SISC40
      *>------------------------------------------------------------------------
       2000-descarrega section.

           perform 2010-descarrega-funcionarios
           perform 2020-descarrega-disciplinas
           perform 2030-descarrega-perguntas
           perform 2040-descarrega-perguntas-hist
           perform 2050-descarrega-topicos
           perform 2060-descarrega-prerequisitos
           perform 2070-descarrega-resultados
           perform 2080-descarrega-respostas
           perform 2090-descarrega-resultados-topicos
           perform 2100-descarrega-certificados
           perform 2110-descarrega-cert-ctl
           perform 2120-descarrega-convocacoes
           perform 2130-descarrega-analises
           perform 2140-descarrega-gestores-setores
           perform 2150-descarrega-lms-ctl
           perform 2160-descarrega-notif-ctl
           perform 2500-descarrega-ano varying ws-ano-arquivo
                   from ws-ano-inicial by 1
                   until ws-ano-arquivo > ws-ano-atual
           .
       2000-descarrega-exit.
           exit.

       2010-descarrega-funcionarios section.
           move "arq-funcionarios" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-funcionarios
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-funcionarios next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-funcionario to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-funcionarios
               perform 7950-registra-arquivo
           end-if
           .
       2010-descarrega-funcionarios-exit.
           exit.

       2020-descarrega-disciplinas section.
           move "arq-disciplinas" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-disciplinas
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-disciplinas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-disciplina to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-disciplinas
               perform 7950-registra-arquivo
           end-if
           .
       2020-descarrega-disciplinas-exit.
           exit.

       2030-descarrega-perguntas section.
           move "arq-perguntas" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-perguntas
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-perguntas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-pergunta to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-perguntas
               perform 7950-registra-arquivo
           end-if
           .
       2030-descarrega-perguntas-exit.
           exit.

       2040-descarrega-perguntas-hist section.
           move "arq-perguntas-hist" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-perguntas-hist
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-perguntas-hist next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-pergunta-hist to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-perguntas-hist
               perform 7950-registra-arquivo
           end-if
           .
       2040-descarrega-perguntas-hist-exit.
           exit.

       2050-descarrega-topicos section.
           move "arq-topicos" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-topicos
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-topicos next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-topico to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-topicos
               perform 7950-registra-arquivo
           end-if
           .
       2050-descarrega-topicos-exit.
           exit.

       2060-descarrega-prerequisitos section.
           move "arq-prerequisitos" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-prerequisitos
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-prerequisitos next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-prerequisito to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-prerequisitos
               perform 7950-registra-arquivo
           end-if
           .
       2060-descarrega-prerequisitos-exit.
           exit.

       2070-descarrega-resultados section.
           move "arq-resultados" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-resultados
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-resultado to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-resultados
               perform 7950-registra-arquivo
           end-if
           .
       2070-descarrega-resultados-exit.
           exit.

       2080-descarrega-respostas section.
           move "arq-respostas" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-respostas
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-detalhe-resposta to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-respostas
               perform 7950-registra-arquivo
           end-if
           .
       2080-descarrega-respostas-exit.
           exit.

       2090-descarrega-resultados-topicos section.
           move "arq-resultados-topicos" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-resultados-topicos
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-resultados-topicos next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-resultado-topico to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-resultados-topicos
               perform 7950-registra-arquivo
           end-if
           .
       2090-descarrega-resultados-topicos-exit.
           exit.

       2100-descarrega-certificados section.
           move "arq-certificados" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-certificados
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-certificados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-certificado to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-certificados
               perform 7950-registra-arquivo
           end-if
           .
       2100-descarrega-certificados-exit.
           exit.

       2110-descarrega-cert-ctl section.
           move "arq-cert-ctl" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-cert-ctl
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-cert-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-cert-ctl to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-cert-ctl
               perform 7950-registra-arquivo
           end-if
           .
       2110-descarrega-cert-ctl-exit.
           exit.

       2120-descarrega-convocacoes section.
           move "arq-convocacoes" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-convocacoes
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-convocacoes next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-convocacao to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-convocacoes
               perform 7950-registra-arquivo
           end-if
           .
       2120-descarrega-convocacoes-exit.
           exit.

       2130-descarrega-analises section.
           move "arq-analises" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-analises
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-analises next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-analise to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-analises
               perform 7950-registra-arquivo
           end-if
           .
       2130-descarrega-analises-exit.
           exit.

       2140-descarrega-gestores-setores section.
           move "arq-gestores-setores" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-gestores-setores
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-gestores-setores next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-gestor-setor to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-gestores-setores
               perform 7950-registra-arquivo
           end-if
           .
       2140-descarrega-gestores-setores-exit.
           exit.

       2150-descarrega-lms-ctl section.
           move "arq-lms-ctl" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-lms-ctl
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-lms-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-lms-ctl to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-lms-ctl
               perform 7950-registra-arquivo
           end-if
           .
       2150-descarrega-lms-ctl-exit.
           exit.

       2160-descarrega-notif-ctl section.
           move "arq-notif-ctl" to ws-nome-base
           perform 6000-monta-nome-copia
           open input arq-notif-ctl
           if ws-fs-arq = "35" then
               perform 7960-registra-sem-arquivo
           else
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-notif-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move fl-notif-ctl to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-notif-ctl
               perform 7950-registra-arquivo
           end-if
           .
       2160-descarrega-notif-ctl-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivos mortos de um ano (ws-ano-arquivo). Ano sem o arquivo
      *> (status 35) e o normal - o expurgo so cria os anos que arquivou -
      *> e passa em silencio, sem registro no controle
      *>------------------------------------------------------------------------
       2500-descarrega-ano section.
           perform 2510-descarrega-resultados-ano
           perform 2520-descarrega-respostas-ano
           perform 2530-descarrega-auditoria-ano
           .
       2500-descarrega-ano-exit.
           exit.

       2510-descarrega-resultados-ano section.
           move "RESUL" to ws-tipo-arq
           perform 6100-monta-nome-anual
           perform 6000-monta-nome-copia
           open input arq-arch-resultados
           if ws-fs-arq <> "35" then
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-arch-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ar-resultado to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-arch-resultados
               perform 7950-registra-arquivo
           end-if
           .
       2510-descarrega-resultados-ano-exit.
           exit.

       2520-descarrega-respostas-ano section.
           move "RESP " to ws-tipo-arq
           perform 6100-monta-nome-anual
           perform 6000-monta-nome-copia
           open input arq-arch-respostas
           if ws-fs-arq <> "35" then
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-arch-respostas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ar-detalhe-resposta to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-arch-respostas
               perform 7950-registra-arquivo
           end-if
           .
       2520-descarrega-respostas-ano-exit.
           exit.

       2530-descarrega-auditoria-ano section.
           move "AUDIT" to ws-tipo-arq
           perform 6100-monta-nome-anual
           perform 6000-monta-nome-copia
           open input arq-arch-auditoria
           if ws-fs-arq <> "35" then
               perform 7700-confere-abertura
               open output bk-copia
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-arch-auditoria next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ar-auditoria to bk-registro
                           write bk-registro
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-copia
               close arq-arch-auditoria
               perform 7950-registra-arquivo
           end-if
           .
       2530-descarrega-auditoria-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta o nome da copia (.bNN) do arquivo ws-nome-base na geracao
      *> desta rodada
      *>------------------------------------------------------------------------
       6000-monta-nome-copia section.
           move spaces to ws-nome-bk
           string ws-nome-base delimited by space
                  ".b"         delimited by size
                  ws-geracao   delimited by size
                  into ws-nome-bk
           .
       6000-monta-nome-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta o nome (ws-nome-base e ws-nome-arq) do arquivo morto da
      *> familia ws-tipo-arq no ano ws-ano-arquivo - mesma regra do
      *> P02SISC40 (6000-monta-nomes)
      *>------------------------------------------------------------------------
       6100-monta-nome-anual section.
           move spaces to ws-nome-base
           evaluate ws-tipo-arq
               when "RESUL"
                   string "arq-resultados-" ws-ano-arquivo
                       delimited by size into ws-nome-base
               when "RESP "
                   string "arq-respostas-" ws-ano-arquivo
                       delimited by size into ws-nome-base
               when "AUDIT"
                   string "arq-auditoria-" ws-ano-arquivo
                       delimited by size into ws-nome-base
           end-evaluate

           move spaces to ws-nome-arq
           string ws-nome-base delimited by space
                  ".dat"       delimited by size
                  into ws-nome-arq
           .
       6100-monta-nome-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava o registro montado no controle das geracoes; o da geracao
      *> reaproveitada ja existe e e regravado
      *>------------------------------------------------------------------------
       7000-grava-controle section.
           write fl-bkp-ctl
           if ws-fs-arq-bkp-ctl = "22" then
               rewrite fl-bkp-ctl
               if ws-fs-arq-bkp-ctl  <> "00" then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-bkp-ctl                    to ws-msn-erro-cod
                   move "Erro ao regravar arq. bkp-ctl"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-arq-bkp-ctl  <> "00" then
                   move 4                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-bkp-ctl                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. bkp-ctl"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       7000-grava-controle-exit.
           exit.

       7700-confere-abertura section.
           if ws-fs-arq  <> "00" then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arq                            to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao abrir "  delimited by size
                      ws-nome-base      delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7700-confere-abertura-exit.
           exit.

       7800-confere-abertura-copia section.
           if ws-fs-bk  <> "00" then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-bk                             to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao criar "  delimited by size
                      ws-nome-bk        delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7800-confere-abertura-copia-exit.
           exit.

       7900-confere-gravacao-copia section.
           if ws-fs-bk  <> "00" then
               move 8                                    to ws-msn-erro-ofsset
               move ws-fs-bk                             to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao gravar " delimited by size
                      ws-nome-bk        delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-descarregados
           add 1 to ws-tot-descarregados
           .
       7900-confere-gravacao-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra no controle a copia completa do arquivo, com a contagem
      *>------------------------------------------------------------------------
       7950-registra-arquivo section.
           add 1 to ws-qtd-arquivos
           move ws-geracao           to fl-bkc-geracao
           move ws-nome-base         to fl-bkc-arquivo
           move ws-data-hoje         to fl-bkc-data
           move ws-hora-backup       to fl-bkc-hora
           move ws-qtd-descarregados to fl-bkc-qtd-registros
           move "C"                  to fl-bkc-situacao
           perform 7000-grava-controle

           display "P02SISC45 - salvo " ws-nome-bk " " with no advancing
           display ws-qtd-descarregados
           .
       7950-registra-arquivo-exit.
           exit.

       7960-registra-sem-arquivo section.
           add 1 to ws-qtd-sem-arquivo
           move ws-geracao           to fl-bkc-geracao
           move ws-nome-base         to fl-bkc-arquivo
           move ws-data-hoje         to fl-bkc-data
           move ws-hora-backup       to fl-bkc-hora
           move 0                    to fl-bkc-qtd-registros
           move "S"                  to fl-bkc-situacao
           perform 7000-grava-controle

           display "P02SISC45 - " ws-nome-base " nao existe - sem copia"
           .
       7960-registra-sem-arquivo-exit.
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
           move "F"                  to fl-log-tipo
           move ws-tot-descarregados to fl-log-qtd-lidos
           move ws-tot-descarregados to fl-log-qtd-gravados
           move ws-qtd-sem-arquivo   to fl-log-qtd-rejeitados
           move "OK"                 to fl-log-status
           move spaces               to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8100-grava-log-fim-exit.
           exit.

       8200-grava-log-erro section.
           move "S"                  to ws-log-em-erro
           move "F"                  to fl-log-tipo
           move ws-tot-descarregados to fl-log-qtd-lidos
           move ws-tot-descarregados to fl-log-qtd-gravados
           move ws-qtd-sem-arquivo   to fl-log-qtd-rejeitados
           move "ERRO"               to fl-log-status
           move ws-msn-erro-cod      to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8200-grava-log-erro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta o registro montado no arquivo de controle (criado vazio
      *> na primeira vez); durante uma finalizacao anormal (ws-log-em-erro)
      *> um problema no proprio log e engolido para nao esconder o erro
      *> original
      *>------------------------------------------------------------------------
       8500-escreve-log section.
           move "P02SISC45" to fl-log-programa
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
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal - so aqui a geracao passa a "C" (completa)
      *>------------------------------------------------------------------------
       3000-finaliza section.
           move ws-geracao           to fl-bkc-geracao
           move "*GERACAO"           to fl-bkc-arquivo
           move ws-data-hoje         to fl-bkc-data
           move ws-hora-backup       to fl-bkc-hora
           move ws-tot-descarregados to fl-bkc-qtd-registros
           move "C"                  to fl-bkc-situacao
           perform 7000-grava-controle

           close arq-bkp-ctl
           if ws-fs-arq-bkp-ctl  <> "00" then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arq-bkp-ctl                     to ws-msn-erro-cod
               move "Erro ao fechar arq. bkp-ctl"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC45 - arquivos salvos:                   "
               with no advancing
           display ws-qtd-arquivos
           display "P02SISC45 - arquivos inexistentes:             "
               with no advancing
           display ws-qtd-sem-arquivo
           display "P02SISC45 - registros salvos:                  "
               with no advancing
           display ws-tot-descarregados

           perform 8100-grava-log-fim
           .
       3000-finaliza-exit.
           exit.
