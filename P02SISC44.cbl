      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P02SISC44".
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

      *> Parametros das notificacoes, um registro so:
      *> posicoes 1-9  = ate tres antecedencias de lembrete, em dias, antes
      *>                 da data limite da convocacao (000 = nao usada),
      *> posicoes 10-12 = quantos dias para tras um evento ainda e
      *>                 notificado (so pega a historia recente na
      *>                 primeira rodada); sem o arquivo valem 007/001/000
      *>                 e 030
           select arq-config-notif assign to "arq-config-notif.dat"
           organization is line sequential
           file status is ws-fs-arq-config.

           select arq-funcionarios assign to "arq-funcionarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-func-user-id
           file status is ws-fs-arq-funcionarios.

           select arq-convocacoes assign to "arq-convocacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-conv-chave
           file status is ws-fs-arq-convocacoes.

      *> Certificados: a emissao vem do P02SISC27, a revogacao e a
      *> expiracao do P02SISC38 (fl-cert-situacao/fl-cert-data-situacao)
           select arq-certificados assign to "arq-certificados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-cert-numero
           alternate key is fl-cert-chave-resul
           file status is ws-fs-arq-certificados.

      *> Trilha de bloqueio/desbloqueio de conta gravada pelo P02SISC24
           select arq-eventos-acesso assign to "arq-eventos-acesso.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-eventos.

      *> Vinculo gestor x setor: a convocacao vencida vai com copia ao
      *> gestor do setor do funcionario
           select arq-gestores-setores assign to "arq-gestores-setores.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-gst-chave
           file status is ws-fs-arq-gestores-setores.

      *> Controle do que ja foi mandado - cada evento sai uma vez so, e
      *> o reenvio pedido pelo operador sai daqui
           select arq-notif-ctl assign to "arq-notif-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-nct-chave
           file status is ws-fs-arq-notif-ctl.

      *> Feed plano, layout fixo, recolhido pelo gateway de e-mail;
      *> recriado a cada rodada, igual ao extrato do LMS
           select arq-notificacoes assign to "arq-notificacoes.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-notificacoes.

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
       fd arq-config-notif.
       01 fl-config-notif.
           05 cfg-dias-lembrete                    pic 9(03) occurs 3 times.
           05 cfg-dias-retroativos                 pic 9(03).

       fd arq-funcionarios.
       01 fl-funcionario.
           copy CPFUNC.

       fd arq-convocacoes.
       01 fl-convocacao.
           copy CPCONV.

       fd arq-certificados.
       01 fl-certificado.
           copy CPFLCER.

       fd arq-eventos-acesso.
       01 fl-evento-acesso.
           05 ev-data                              pic 9(08).
           05 ev-hora                              pic 9(06).
           05 ev-tipo                              pic x(01).
      *>       "B" = conta bloqueada   "D" = conta desbloqueada
           05 ev-user-id                           pic x(10).
           05 ev-autor                             pic x(10).

       fd arq-gestores-setores.
       01 fl-gestor-setor.
           copy CPGESSET.

       fd arq-notif-ctl.
       01 fl-notif-ctl.
           copy CPNOTCTL.

       fd arq-notificacoes
           record contains 200 characters.
       01 fl-notificacao.
           copy CPNOTIF.

       fd arq-log-jobs.
       01 fl-log-job.
           copy CPLOGJOB.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-config                         pic x(02).
       77 ws-fs-arq-funcionarios                   pic x(02).
       77 ws-fs-arq-convocacoes                     pic x(02).
       77 ws-fs-arq-certificados                    pic x(02).
       77 ws-fs-arq-eventos                         pic x(02).
       77 ws-fs-arq-gestores-setores                pic x(02).
       77 ws-fs-arq-notif-ctl                       pic x(02).
       77 ws-fs-arq-notificacoes                    pic x(02).
       77 ws-fs-arq-log                             pic x(02).
       77 ws-log-hora                               pic 9(08).
       77 ws-log-em-erro                            pic x(01) value "N".

       77 ws-sem-convocacoes                       pic x(01) value "N".
       77 ws-sem-certificados                      pic x(01) value "N".
       77 ws-sem-eventos                           pic x(01) value "N".
      *>    "S" = arquivo ainda nem existe - nada daquele tipo a notificar
       77 ws-fim-arquivo                           pic x(01).
       77 ws-data-hoje                             pic 9(08).
       77 ws-hora-sistema                          pic 9(08).
       77 ws-hora-geracao                          pic 9(06).

      *>----Parametros (arq-config-notif)
       01 ws-tab-lembretes.
           05 ws-dias-lembrete                     pic 9(03) occurs 3 times.
       77 ws-dias-retroativos                      pic 9(03) value 30.
       77 ws-ind-lembrete                          pic 9(01).
       77 ws-data-corte                            pic 9(08).
      *>    eventos de data anterior a esta nao sao mais notificados
       77 ws-data-aviso                            pic 9(08).

      *>----Reenvio pedido pelo operador
       77 ws-reenvio-user-id                       pic x(10).
      *>    em branco = rodada normal   "*" = todos os destinatarios
       77 ws-reenvio-desde                         pic 9(08).

      *>----Funcionario a quem o evento corrente se refere
       77 ws-func-achado                           pic x(01).
      *>    "S" = cadastrado e ativo
       77 ws-func-nome                             pic x(30).
       77 ws-func-setor                            pic x(10).

      *>----Gestores ativos por setor (carregados de arq-gestores-setores)
       77 ws-qtd-vinculos                          pic 9(03) value 0.
       77 ws-max-vinculos                          pic 9(03) value 500.
       77 ws-ind-vinculo                           pic 9(03).
       01 ws-tab-vinculos.
           05 ws-tab-vinc occurs 500 times.
               10 ws-tab-vinc-gestor               pic x(10).
               10 ws-tab-vinc-setor                pic x(10).
               10 ws-tab-vinc-nome                 pic x(30).

       77 ws-nct-chave-salva                       pic x(45).
       77 ws-ntf-salva                             pic x(200).
      *>    a area do registro nao vale depois do WRITE - a copia ao
      *>    gestor reaproveita a mensagem montada para o funcionario
       77 ws-ja-enviado                            pic x(01).
       77 ws-num-certificado                       pic 9(06).
       77 ws-ref-certificado                       pic x(10).

       77 ws-qtd-lidos                             pic 9(07) value 0.
       77 ws-qtd-gravados                          pic 9(07) value 0.
       77 ws-qtd-ja-enviados                       pic 9(07) value 0.
       77 ws-qtd-reenviados                        pic 9(07) value 0.
       77 ws-qtd-ignorados                         pic 9(07) value 0.
      *>    eventos de funcionario inexistente ou inativo - sem destinatario

           copy CPMSGERR.


      *>Declaração do corpo do programa
       procedure division.

      *> GOBACK em vez de STOP RUN: alem de rodar sozinho pelo operador,
      *> este programa e chamado pelo sequenciador da madrugada
      *> (P02SISC37) - um STOP RUN aqui derrubaria a cadeia inteira
       0000-controle section.
           perform 1000-inicializa
      *>   o reenvio vem antes da deteccao: assim o que for mandado pela
      *>   primeira vez nesta rodada nao sai duas vezes no mesmo feed
           if ws-reenvio-user-id <> spaces then
               perform 5000-reenvia
           end-if
           perform 2000-convocacoes
           perform 2500-certificados
           perform 2700-bloqueios
           perform 3000-finaliza
           goback
           .
       0000-controle-exit.
           exit.

       1000-inicializa section.
           perform 8000-grava-log-inicio

           accept ws-data-hoje from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-hora-sistema(1:6) to ws-hora-geracao

           display "P02SISC44 - feed de notificacoes para o gateway de e-mail"
           display "            user-id para reenvio (* = todos,"
           display "            em branco = rodada normal): " with no advancing
           accept ws-reenvio-user-id
           if ws-reenvio-user-id <> spaces then
               display "            reenviar o que foi mandado a partir de"
               display "            (AAAAMMDD): " with no advancing
               accept ws-reenvio-desde
               if ws-reenvio-desde = 0 then
                   move 1                                    to ws-msn-erro-ofsset
                   move "V1"                                 to ws-msn-erro-cod
                   move "Data de reenvio nao informada"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform 1100-le-configuracao
           compute ws-data-corte =
               function date-of-integer
                   (function integer-of-date(ws-data-hoje) - ws-dias-retroativos)

           open input arq-funcionarios
           if ws-fs-arq-funcionarios  <> "00" then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arq-funcionarios               to ws-msn-erro-cod
               move "Erro ao abrir arq. funcionarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-convocacoes
           if ws-fs-arq-convocacoes = "35" then
               move "S" to ws-sem-convocacoes
           else
               if ws-fs-arq-convocacoes  <> "00" then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-convocacoes                to ws-msn-erro-cod
                   move "Erro ao abrir arq. convocacoes"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arq-certificados
           if ws-fs-arq-certificados = "35" then
               move "S" to ws-sem-certificados
           else
               if ws-fs-arq-certificados  <> "00" then
                   move 6                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-certificados               to ws-msn-erro-cod
                   move "Erro ao abrir arq. certificados"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arq-eventos-acesso
           if ws-fs-arq-eventos = "35" then
               move "S" to ws-sem-eventos
           else
               if ws-fs-arq-eventos  <> "00" then
                   move 7                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-eventos                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. eventos-acesso"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform 1200-carrega-gestores

           open i-o arq-notif-ctl
           if ws-fs-arq-notif-ctl = "35" then
               open output arq-notif-ctl
               close arq-notif-ctl
               open i-o arq-notif-ctl
           end-if
           if ws-fs-arq-notif-ctl  <> "00"
           and ws-fs-arq-notif-ctl <> "05" then
               move 10                                   to ws-msn-erro-ofsset
               move ws-fs-arq-notif-ctl                  to ws-msn-erro-cod
               move "Erro ao abrir arq. notif-ctl"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-notificacoes
           if ws-fs-arq-notificacoes  <> "00" then
               move 11                                   to ws-msn-erro-ofsset
               move ws-fs-arq-notificacoes               to ws-msn-erro-cod
               move "Erro ao abrir arq. notificacoes"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le os parametros das notificacoes; sem o arquivo (35) ou sem
      *> registro valem os padroes
      *>------------------------------------------------------------------------
       1100-le-configuracao section.
           move 7  to ws-dias-lembrete(1)
           move 1  to ws-dias-lembrete(2)
           move 0  to ws-dias-lembrete(3)
           move 30 to ws-dias-retroativos

           open input arq-config-notif
           if ws-fs-arq-config = "35" then
               continue
           else
               if ws-fs-arq-config  <> "00" then
                   move 2                                      to ws-msn-erro-ofsset
                   move ws-fs-arq-config                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. config-notif"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arq-config-notif next record
                   at end
                       continue
                   not at end
                       move cfg-dias-lembrete(1)  to ws-dias-lembrete(1)
                       move cfg-dias-lembrete(2)  to ws-dias-lembrete(2)
                       move cfg-dias-lembrete(3)  to ws-dias-lembrete(3)
                       move cfg-dias-retroativos  to ws-dias-retroativos
               end-read

               close arq-config-notif
               if ws-fs-arq-config  <> "00" then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arq-config                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. config-notif"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       1100-le-configuracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda em tabela os vinculos ativos cujo gestor esta ativo e e do
      *> tipo "G" - sao os que recebem copia da convocacao vencida; sem o
      *> arquivo (35) ninguem recebe copia
      *>------------------------------------------------------------------------
       1200-carrega-gestores section.
           open input arq-gestores-setores
           if ws-fs-arq-gestores-setores <> "35" then
               if ws-fs-arq-gestores-setores  <> "00" then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-gestores-setores            to ws-msn-erro-cod
                   move "Erro ao abrir arq. gestores-setores" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-gestores-setores next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if fl-gst-situacao = "A" then
                               perform 1210-guarda-vinculo
                           end-if
                   end-read
               end-perform

               close arq-gestores-setores
               if ws-fs-arq-gestores-setores  <> "00" then
                   move 9                                      to ws-msn-erro-ofsset
                   move ws-fs-arq-gestores-setores             to ws-msn-erro-cod
                   move "Erro ao fechar arq. gestores-setores" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       1200-carrega-gestores-exit.
           exit.

       1210-guarda-vinculo section.
           move fl-gst-gestor-id to fl-func-user-id
           read arq-funcionarios
               invalid key
                   continue
               not invalid key
                   if fl-func-tipo = "G" and fl-func-situacao = "A" then
                       if ws-qtd-vinculos >= ws-max-vinculos then
                           display "P02SISC44 - tabela de gestores cheia, sem copia para "
                               with no advancing
                           display fl-gst-gestor-id
                       else
                           add 1 to ws-qtd-vinculos
                           move fl-gst-gestor-id
                               to ws-tab-vinc-gestor(ws-qtd-vinculos)
                           move fl-gst-setor
                               to ws-tab-vinc-setor(ws-qtd-vinculos)
                           move fl-func-nome
                               to ws-tab-vinc-nome(ws-qtd-vinculos)
                       end-if
                   end-if
           end-read
           .
       1210-guarda-vinculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Convocacoes abertas: a nova avisa o funcionario, chegando perto da
      *> data limite saem os lembretes, e passada a data limite sai o aviso
      *> de vencida para o funcionario e para os gestores do setor dele
      *>------------------------------------------------------------------------
       2000-convocacoes section.
           if ws-sem-convocacoes <> "S" then
               move "N"        to ws-fim-arquivo
               move low-values to fl-conv-chave
               start arq-convocacoes key is greater than or equal fl-conv-chave
                   invalid key
                       move "S" to ws-fim-arquivo
               end-start

               perform until ws-fim-arquivo = "S"
                   read arq-convocacoes next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if fl-conv-situacao = "A" then
                               add 1 to ws-qtd-lidos
                               perform 2100-trata-convocacao
                           end-if
                   end-read
               end-perform
           end-if
           .
       2000-convocacoes-exit.
           exit.

       2100-trata-convocacao section.
           move fl-conv-user-id to fl-func-user-id
           perform 6000-le-funcionario

           if ws-func-achado <> "S" then
               add 1 to ws-qtd-ignorados
           else
               if fl-conv-data-limite < ws-data-hoje then
                   perform 2300-convocacao-vencida
               else
                   if fl-conv-data-criacao >= ws-data-corte then
                       perform 2150-convocacao-nova
                   end-if
                   perform 2200-lembretes
                       varying ws-ind-lembrete from 1 by 1
                       until ws-ind-lembrete > 3
               end-if
           end-if
           .
       2100-trata-convocacao-exit.
           exit.

      *>   a data de criacao entra na chave: a convocacao cancelada e
      *>   reaberta ganha data nova e avisa de novo
       2150-convocacao-nova section.
           initialize fl-notificacao
           move "N"                    to fl-ntf-tipo-evento
           move fl-conv-user-id        to fl-ntf-destinatario
           move ws-func-nome           to fl-ntf-nome-destinatario
           move "P"                    to fl-ntf-papel
           move fl-conv-data-limite    to fl-ntf-data-referencia
           compute fl-ntf-dias =
               function integer-of-date(fl-conv-data-limite)
               - function integer-of-date(ws-data-hoje)
           move "Nova convocacao de prova - fazer ate a data limite"
               to fl-ntf-mensagem

           move fl-conv-data-criacao   to fl-nct-data-ref
           move zeros                  to fl-nct-complemento
           perform 2190-emite-convocacao
           .
       2150-convocacao-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um lembrete por antecedencia configurada, a partir do dia em que
      *> falta aquele numero de dias; a convocacao criada ja dentro da
      *> antecedencia nao ganha o lembrete (o aviso de nova ja diz o prazo)
      *>------------------------------------------------------------------------
       2200-lembretes section.
           if ws-dias-lembrete(ws-ind-lembrete) > 0 then
               compute ws-data-aviso =
                   function date-of-integer
                       (function integer-of-date(fl-conv-data-limite)
                        - ws-dias-lembrete(ws-ind-lembrete))
               if ws-data-hoje >= ws-data-aviso
               and fl-conv-data-criacao < ws-data-aviso then
                   initialize fl-notificacao
                   move "L"                    to fl-ntf-tipo-evento
                   move fl-conv-user-id        to fl-ntf-destinatario
                   move ws-func-nome           to fl-ntf-nome-destinatario
                   move "P"                    to fl-ntf-papel
                   move fl-conv-data-limite    to fl-ntf-data-referencia
                   compute fl-ntf-dias =
                       function integer-of-date(fl-conv-data-limite)
                       - function integer-of-date(ws-data-hoje)
                   move "Lembrete: o prazo da sua prova esta terminando"
                       to fl-ntf-mensagem

                   move fl-conv-data-limite    to fl-nct-data-ref
                   move ws-dias-lembrete(ws-ind-lembrete)
                                               to fl-nct-complemento
                   perform 2190-emite-convocacao
               end-if
           end-if
           .
       2200-lembretes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Prazo vencido com a convocacao ainda aberta: avisa o funcionario e
      *> manda copia a cada gestor ativo vinculado ao setor dele
      *>------------------------------------------------------------------------
       2300-convocacao-vencida section.
           initialize fl-notificacao
           move "V"                    to fl-ntf-tipo-evento
           move fl-conv-user-id        to fl-ntf-destinatario
           move ws-func-nome           to fl-ntf-nome-destinatario
           move "P"                    to fl-ntf-papel
           move fl-conv-data-limite    to fl-ntf-data-referencia
           compute fl-ntf-dias =
               function integer-of-date(ws-data-hoje)
               - function integer-of-date(fl-conv-data-limite)
           move "Prazo da prova vencido - procure o seu gestor"
               to fl-ntf-mensagem
           move fl-conv-data-limite    to fl-nct-data-ref
           move zeros                  to fl-nct-complemento
           perform 2190-emite-convocacao

           if ws-func-setor <> spaces then
               perform varying ws-ind-vinculo from 1 by 1
                       until ws-ind-vinculo > ws-qtd-vinculos
                   if ws-tab-vinc-setor(ws-ind-vinculo) = ws-func-setor then
                       move ws-tab-vinc-gestor(ws-ind-vinculo)
                           to fl-ntf-destinatario
                       move ws-tab-vinc-nome(ws-ind-vinculo)
                           to fl-ntf-nome-destinatario
                       move "C"            to fl-ntf-papel
                       move "Copia ao gestor: prova vencida de funcionario do setor"
                           to fl-ntf-mensagem
                       perform 2190-emite-convocacao
                   end-if
               end-perform
           end-if
           .
       2300-convocacao-vencida-exit.
           exit.

      *>   completa com o que e comum aos eventos de convocacao (a
      *>   mensagem, o destinatario e fl-nct-data-ref/complemento ja vem
      *>   do chamador)
       2190-emite-convocacao section.
           move fl-conv-user-id        to fl-ntf-user-id
           move ws-func-nome           to fl-ntf-nome-funcionario
           move ws-func-setor          to fl-ntf-setor
           move fl-conv-id-disciplina  to fl-ntf-id-disciplina
           move zeros                  to fl-ntf-num-certificado

           move fl-ntf-tipo-evento     to fl-nct-tipo-evento
           move fl-ntf-destinatario    to fl-nct-destinatario
           move fl-conv-user-id        to fl-nct-user-id
           move fl-conv-id-disciplina  to fl-nct-referencia
           perform 7000-emite-notificacao
           .
       2190-emite-convocacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Certificados: emissao recente (P02SISC27) e revogacao/expiracao
      *> recente (P02SISC38); um certificado que volta a valer e depois cai
      *> de novo tem outra data de situacao e avisa de novo
      *>------------------------------------------------------------------------
       2500-certificados section.
           if ws-sem-certificados <> "S" then
               move "N"        to ws-fim-arquivo
               move low-values to fl-cert-numero
               start arq-certificados key is greater than or equal fl-cert-numero
                   invalid key
                       move "S" to ws-fim-arquivo
               end-start

               perform until ws-fim-arquivo = "S"
                   read arq-certificados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           perform 2510-trata-certificado
                   end-read
               end-perform
           end-if
           .
       2500-certificados-exit.
           exit.

       2510-trata-certificado section.
           if fl-cert-data-emissao >= ws-data-corte
           or ((fl-cert-situacao = "R" or fl-cert-situacao = "E")
               and fl-cert-data-situacao >= ws-data-corte) then
               add 1 to ws-qtd-lidos
               move fl-cert-user-id to fl-func-user-id
               perform 6000-le-funcionario
               if ws-func-achado <> "S" then
                   add 1 to ws-qtd-ignorados
               else
                   if fl-cert-data-emissao >= ws-data-corte then
                       initialize fl-notificacao
                       move "C"                    to fl-ntf-tipo-evento
                       move fl-cert-data-emissao   to fl-ntf-data-referencia
                       move "Certificado emitido - aprovacao registrada"
                           to fl-ntf-mensagem
                       move fl-cert-data-emissao   to fl-nct-data-ref
                       perform 2590-emite-certificado
                   end-if

                   if (fl-cert-situacao = "R" or fl-cert-situacao = "E")
                   and fl-cert-data-situacao >= ws-data-corte then
                       initialize fl-notificacao
                       move fl-cert-data-situacao  to fl-ntf-data-referencia
                       if fl-cert-situacao = "R" then
                           move "R" to fl-ntf-tipo-evento
                           string "Certificado revogado: " fl-cert-motivo
                               delimited by size into fl-ntf-mensagem
                       else
                           move "X" to fl-ntf-tipo-evento
                           string "Certificado expirado: " fl-cert-motivo
                               delimited by size into fl-ntf-mensagem
                       end-if
                       move fl-cert-data-situacao  to fl-nct-data-ref
                       perform 2590-emite-certificado
                   end-if
               end-if
           end-if
           .
       2510-trata-certificado-exit.
           exit.

       2590-emite-certificado section.
           move fl-cert-user-id        to fl-ntf-destinatario
           move ws-func-nome           to fl-ntf-nome-destinatario
           move "P"                    to fl-ntf-papel
           move fl-cert-user-id        to fl-ntf-user-id
           move ws-func-nome           to fl-ntf-nome-funcionario
           move ws-func-setor          to fl-ntf-setor
           move fl-cert-id-disciplina  to fl-ntf-id-disciplina
           move fl-cert-numero         to fl-ntf-num-certificado
           move zeros                  to fl-ntf-dias

           move fl-cert-numero         to ws-num-certificado
           move ws-num-certificado     to ws-ref-certificado
           move fl-ntf-tipo-evento     to fl-nct-tipo-evento
           move fl-cert-user-id        to fl-nct-destinatario
           move fl-cert-user-id        to fl-nct-user-id
           move ws-ref-certificado     to fl-nct-referencia
           move zeros                  to fl-nct-complemento
           perform 7000-emite-notificacao
           .
       2590-emite-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Bloqueios de conta recentes registrados na trilha de acessos; a
      *> hora entra na chave - dois bloqueios no mesmo dia avisam duas vezes
      *>------------------------------------------------------------------------
       2700-bloqueios section.
           if ws-sem-eventos <> "S" then
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-eventos-acesso next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if ev-tipo = "B" and ev-data >= ws-data-corte then
                               add 1 to ws-qtd-lidos
                               perform 2710-trata-bloqueio
                           end-if
                   end-read
               end-perform
           end-if
           .
       2700-bloqueios-exit.
           exit.

       2710-trata-bloqueio section.
           move ev-user-id to fl-func-user-id
           perform 6000-le-funcionario
           if ws-func-achado <> "S" then
               add 1 to ws-qtd-ignorados
           else
               initialize fl-notificacao
               move "B"                    to fl-ntf-tipo-evento
               move ev-user-id             to fl-ntf-destinatario
               move ws-func-nome           to fl-ntf-nome-destinatario
               move "P"                    to fl-ntf-papel
               move ev-user-id             to fl-ntf-user-id
               move ws-func-nome           to fl-ntf-nome-funcionario
               move ws-func-setor          to fl-ntf-setor
               move ev-data                to fl-ntf-data-referencia
               move "Conta bloqueada por falhas de senha - procure o administrador"
                   to fl-ntf-mensagem

               move "B"                    to fl-nct-tipo-evento
               move ev-user-id             to fl-nct-destinatario
               move ev-user-id             to fl-nct-user-id
               move spaces                 to fl-nct-referencia
               move ev-data                to fl-nct-data-ref
               move ev-hora                to fl-nct-complemento
               perform 7000-emite-notificacao
           end-if
           .
       2710-trata-bloqueio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reenvio pedido pelo operador: repete, marcado como reenvio, tudo o
      *> que foi mandado ao user-id informado (como destinatario ou como
      *> funcionario do evento) - ou a todos, com "*" - desde a data dada
      *>------------------------------------------------------------------------
       5000-reenvia section.
           move "N"        to ws-fim-arquivo
           move low-values to fl-nct-chave
           start arq-notif-ctl key is greater than or equal fl-nct-chave
               invalid key
                   move "S" to ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = "S"
               read arq-notif-ctl next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       if (ws-reenvio-user-id = "*"
                           or fl-nct-destinatario = ws-reenvio-user-id
                           or fl-nct-user-id      = ws-reenvio-user-id)
                       and fl-nct-data-envio >= ws-reenvio-desde then
                           perform 5100-reenvia-uma
                       end-if
               end-read
           end-perform
           .
       5000-reenvia-exit.
           exit.

       5100-reenvia-uma section.
           move fl-nct-notificacao to fl-notificacao
           move ws-data-hoje       to fl-ntf-data-geracao
           move ws-hora-geracao    to fl-ntf-hora-geracao
           move "S"                to fl-ntf-reenvio
           write fl-notificacao
           if ws-fs-arq-notificacoes  <> "00" then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arq-notificacoes               to ws-msn-erro-cod
               move "Erro ao escrever arq. notificacoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-reenviados

           move ws-data-hoje to fl-nct-data-ult-envio
           add 1             to fl-nct-qtd-envios
           rewrite fl-notif-ctl
           if ws-fs-arq-notif-ctl  <> "00" then
               move 14                                   to ws-msn-erro-ofsset
               move ws-fs-arq-notif-ctl                  to ws-msn-erro-cod
               move "Erro ao regravar arq. notif-ctl"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       5100-reenvia-uma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le o funcionario de fl-func-user-id: ws-func-achado "S" so para
      *> cadastro ativo - inativo nao recebe mais mensagem
      *>------------------------------------------------------------------------
       6000-le-funcionario section.
           move "N"    to ws-func-achado
           move spaces to ws-func-nome
           move spaces to ws-func-setor
           read arq-funcionarios
               invalid key
                   continue
               not invalid key
                   if fl-func-situacao = "A" then
                       move "S"           to ws-func-achado
                       move fl-func-nome  to ws-func-nome
                       move fl-func-setor to ws-func-setor
                   end-if
           end-read
           .
       6000-le-funcionario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manda a mensagem montada em fl-notificacao se a chave montada em
      *> fl-nct-chave ainda nao estiver no controle, e registra o envio
      *> guardando a mensagem para um reenvio futuro
      *>------------------------------------------------------------------------
       7000-emite-notificacao section.
           move fl-nct-chave to ws-nct-chave-salva
           read arq-notif-ctl
               invalid key
                   move "N" to ws-ja-enviado
               not invalid key
                   move "S" to ws-ja-enviado
           end-read

           if ws-ja-enviado = "S" then
               add 1 to ws-qtd-ja-enviados
           else
               move ws-data-hoje       to fl-ntf-data-geracao
               move ws-hora-geracao    to fl-ntf-hora-geracao
               move "N"                to fl-ntf-reenvio
               move fl-notificacao     to ws-ntf-salva
               write fl-notificacao
               if ws-fs-arq-notificacoes  <> "00" then
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-notificacoes               to ws-msn-erro-cod
                   move "Erro ao escrever arq. notificacoes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-gravados

               move ws-nct-chave-salva to fl-nct-chave
               move ws-data-hoje       to fl-nct-data-envio
               move ws-data-hoje       to fl-nct-data-ult-envio
               move 1                  to fl-nct-qtd-envios
               move ws-ntf-salva       to fl-nct-notificacao
               write fl-notif-ctl
               if ws-fs-arq-notif-ctl  <> "00" then
                   move 13                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-notif-ctl                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. notif-ctl"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-ntf-salva       to fl-notificacao
               move ws-nct-chave-salva to fl-nct-chave
           end-if
           .
       7000-emite-notificacao-exit.
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
           move "F"                to fl-log-tipo
           move ws-qtd-lidos       to fl-log-qtd-lidos
           compute fl-log-qtd-gravados =
               ws-qtd-gravados + ws-qtd-reenviados
           move ws-qtd-ignorados   to fl-log-qtd-rejeitados
           move "OK"               to fl-log-status
           move spaces             to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8100-grava-log-fim-exit.
           exit.

       8200-grava-log-erro section.
           move "S"                to ws-log-em-erro
           move "F"                to fl-log-tipo
           move ws-qtd-lidos       to fl-log-qtd-lidos
           compute fl-log-qtd-gravados =
               ws-qtd-gravados + ws-qtd-reenviados
           move ws-qtd-ignorados   to fl-log-qtd-rejeitados
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
           move "P02SISC44" to fl-log-programa
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
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-funcionarios
           if ws-fs-arq-funcionarios  <> "00" then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arq-funcionarios                to ws-msn-erro-cod
               move "Erro ao fechar arq. funcionarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-sem-convocacoes <> "S" then
               close arq-convocacoes
               if ws-fs-arq-convocacoes  <> "00" then
                   move 16                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-convocacoes                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. convocacoes"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-sem-certificados <> "S" then
               close arq-certificados
               if ws-fs-arq-certificados  <> "00" then
                   move 17                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-certificados                to ws-msn-erro-cod
                   move "Erro ao fechar arq. certificados"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-sem-eventos <> "S" then
               close arq-eventos-acesso
               if ws-fs-arq-eventos  <> "00" then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-eventos                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. eventos-acesso"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-notif-ctl
           if ws-fs-arq-notif-ctl  <> "00" then
               move 19                                    to ws-msn-erro-ofsset
               move ws-fs-arq-notif-ctl                   to ws-msn-erro-cod
               move "Erro ao fechar arq. notif-ctl"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-notificacoes
           if ws-fs-arq-notificacoes  <> "00" then
               move 20                                    to ws-msn-erro-ofsset
               move ws-fs-arq-notificacoes                to ws-msn-erro-cod
               move "Erro ao fechar arq. notificacoes"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC44 - eventos examinados:          " with no advancing
           display ws-qtd-lidos
           display "P02SISC44 - notificacoes novas:          " with no advancing
           display ws-qtd-gravados
           display "P02SISC44 - ja mandadas (puladas):       " with no advancing
           display ws-qtd-ja-enviados
           if ws-reenvio-user-id <> spaces then
               display "P02SISC44 - reenviadas:                  " with no advancing
               display ws-qtd-reenviados
           end-if
           if ws-qtd-ignorados > 0 then
               display "P02SISC44 - sem destinatario ativo:      " with no advancing
               display ws-qtd-ignorados
           end-if

           perform 8100-grava-log-fim
           .
       3000-finaliza-exit.
           exit.
