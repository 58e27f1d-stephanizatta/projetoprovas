      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P02SISC46".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Restauracao de uma geracao do backup (P02SISC45). Roda sob demanda,
      *> pelo operador, com o online parado: lista as geracoes guardadas,
      *> pede a geracao, o arquivo (* = todos) e a confirmacao, e entao
      *>   - recria cada arquivo escolhido a partir da copia .bNN, rele o
      *>     arquivo recriado e imprime a reconciliacao (quantidade no
      *>     controle do backup x lida da copia x relida do arquivo);
      *>     arquivo sem copia na geracao nao e tocado. Os arquivos mortos
      *>     anuais (resultados, respostas e auditoria de cada ano) entram
      *>     do mesmo jeito; ano que nao consta da geracao nem existe em
      *>     disco passa em silencio
      *>   - se o arq-resultados foi restaurado, reaplica sobre ele a
      *>     auditoria gravada a partir da data/hora da geracao: correcao
      *>     ("C") regrava a nota, inclusao ("I") de resultado que nao esta
      *>     no arquivo recria o resultado (acertos e reprovacao por topico
      *>     refeitos pelo detalhe de respostas e pelos topicos da prova) -
      *>     assim volta ate a ultima prova corrigida
      *> Qualquer divergencia na reconciliacao para o programa com a janela
      *> de batch ABERTA, como a conversao do P02SISC40
      *> Relatorio: arq-relatorio-restauracao.txt
      *>------------------------------------------------------------------------

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

      *> Controle das geracoes gravado pelo backup
           select arq-bkp-ctl assign to "arq-bkp-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-bkc-chave
           file status is ws-fs-arq-bkp-ctl.

      *> Arquivos restauraveis - mesmas chaves declaradas pelos programas
      *> que os usam; cada status e conferido logo apos a operacao, por
      *> isso dividem o file status

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

      *> Copia da geracao (mesmo registro de 300 posicoes do P02SISC45)
           select bk-copia assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

      *> Auditoria dos resultados gravada pelo P02SISC20 (lancamento,
      *> prova e correcao) e pelo P02SISC33 (recorrecao)
           select arq-auditoria assign to "arq-auditoria-resultados.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-auditoria.

           select arq-relatorio assign to "arq-relatorio-restauracao.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *> Controle de execucao dos batches: um registro "I" no inicio e um
      *> "F" no fim de cada rodada, conferido de manha pelo P02SISC31
           select arq-log-jobs assign to "arq-log-jobs.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-log.

      *> Status do sistema: a restauracao abre a janela de batch antes de
      *> mexer nos arquivos e fecha ao terminar - o online nao inicia
      *> prova nova nesse intervalo
           select arq-sys-ctl assign to "arq-sys-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-sys-chave
           file status is ws-fs-arq-sys-ctl.

      *> Provas em andamento registradas pelo programa de prova: com
      *> qualquer registro aqui a restauracao nem comeca
           select arq-sessoes assign to "arq-sessoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-ses-user-id
           file status is ws-fs-arq-sessoes.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
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

       fd arq-auditoria.
       01 fl-auditoria.
           copy CPAUDIT.

       fd arq-relatorio
           record contains 132 characters.
       01 fl-rel-linha                             pic x(132).

       fd arq-log-jobs.
       01 fl-log-job.
           copy CPLOGJOB.

       fd arq-sys-ctl.
       01 fl-sys-ctl.
           copy CPSYSCTL.

       fd arq-sessoes.
       01 fl-sessao.
           copy CPSESSAO.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-bkp-ctl                         pic x(02).
       77 ws-fs-arq                                 pic x(02).
       77 ws-fs-bk                                  pic x(02).
       77 ws-fs-arq-auditoria                       pic x(02).
       77 ws-fs-arq-relatorio                       pic x(02).
       77 ws-fs-arq-log                             pic x(02).
       77 ws-fs-arq-sys-ctl                         pic x(02).
       77 ws-fs-arq-sessoes                         pic x(02).
       77 ws-fim-sessoes                            pic x(01).
       77 ws-qtd-sessoes                            pic 9(03) value 0.
       77 ws-hora-sistema                           pic 9(08).
       77 ws-janela-aberta-aqui                     pic x(01) value "N".
      *>    "S" = esta execucao abriu a janela de batch - na parada por
      *>    erro ela fica aberta de proposito, ate a restauracao ser
      *>    refeita com sucesso
       77 ws-janela-pedida                          pic x(01).
      *>    estado ("A"/"F") que 7500-grava-janela deve gravar
       77 ws-log-hora                               pic 9(08).
       77 ws-log-em-erro                            pic x(01) value "N".
       77 ws-data-hoje                              pic 9(08).

      *>----Parametros informados pelo operador
       77 ws-operador-id                            pic x(10).
       77 ws-geracao                                pic 9(02).
       77 ws-arquivo-escolhido                      pic x(30).
      *>    "*" = todos os arquivos da geracao
       77 ws-confirmacao                            pic x(01).

       77 ws-ger-data                               pic 9(08).
       77 ws-ger-hora                               pic 9(06).
      *>    inicio do backup da geracao escolhida - a auditoria gravada a
      *>    partir deste momento e reaplicada
       77 ws-qtd-geracoes-listadas                  pic 9(03) value 0.
       77 ws-fim-controle                           pic x(01).

       77 ws-nome-base                              pic x(30).
       77 ws-nome-bk                                pic x(40).
       77 ws-fim-arquivo                            pic x(01) value "N".
       77 ws-restaura-arquivo                       pic x(01).
      *>    "S" = o arquivo corrente foi escolhido e tem copia aberta
       77 ws-situacao-copia                         pic x(01).
      *>    fl-bkc-situacao do arquivo na geracao ("C", "S") ou espaco
      *>    quando o arquivo nem consta do controle

       77 ws-qtd-backup                             pic 9(09) value 0.
       77 ws-qtd-copia                              pic 9(09) value 0.
       77 ws-qtd-depois                             pic 9(09) value 0.

       77 ws-tot-copia                              pic 9(09) value 0.
       77 ws-tot-depois                             pic 9(09) value 0.
       77 ws-qtd-arquivos                           pic 9(03) value 0.
       77 ws-qtd-sem-copia                          pic 9(03) value 0.
       77 ws-qtd-divergentes                        pic 9(03) value 0.

      *>----Reaplicacao da auditoria sobre o arq-resultados
       77 ws-resul-restaurado                       pic x(01) value "N".
       77 ws-qtd-resul-geracao                      pic 9(09) value 0.
       77 ws-qtd-resul-final                        pic 9(09) value 0.
       77 ws-qtd-resul-esperado                     pic 9(09) value 0.
       77 ws-qtd-audit-lidas                        pic 9(09) value 0.
       77 ws-qtd-audit-posteriores                  pic 9(09) value 0.
       77 ws-qtd-correcoes                          pic 9(09) value 0.
       77 ws-qtd-inclusoes                          pic 9(09) value 0.
       77 ws-qtd-nao-aplicadas                      pic 9(09) value 0.
       77 ws-resul-existe                           pic x(01).
       77 ws-resp-aberto                            pic x(01) value "N".
       77 ws-rtop-aberto                            pic x(01) value "N".
       77 ws-fim-detalhe                            pic x(01).

      *>----Arquivos mortos anuais
       77 ws-nome-arq                              pic x(40).
       77 ws-tipo-arq                              pic x(05).
      *>    "RESUL", "RESP " ou "AUDIT" - familia do arquivo morto
       77 ws-ano-arquivo                           pic 9(04).
       77 ws-ano-inicial                           pic 9(04) value 1900.
      *>    mesma data minima aceita como corte pelo expurgo (P02SISC30)
       77 ws-ano-atual                             pic 9(04).
       77 ws-anual-consta                          pic x(01).
      *>    "S" = o arquivo morto do ano entra na restauracao (consta da
      *>    geracao ou existe em disco)

           copy CPMSGERR.

       01 ws-linha-geracao.
           05 filler                               pic x(12) value "   geracao ".
           05 ws-lger-geracao                      pic 99.
           05 filler                               pic x(02) value spaces.
           05 ws-lger-data                         pic 99/99/9999.
           05 filler                               pic x(01) value spaces.
           05 ws-lger-hora                         pic 99b99b99.
           05 filler                               pic x(02) value spaces.
           05 ws-lger-situacao                     pic x(11).
           05 ws-lger-qtd                          pic zzzzzzzz9.
           05 filler                               pic x(10) value " registros".

       01 ws-data-dma.
           05 ws-dma-dia                           pic 9(02).
           05 ws-dma-mes                           pic 9(02).
           05 ws-dma-ano                           pic 9(04).
       01 ws-data-amd                              pic 9(08).
       01 ws-data-amd-r redefines ws-data-amd.
           05 ws-amd-ano                           pic 9(04).
           05 ws-amd-mes                           pic 9(02).
           05 ws-amd-dia                           pic 9(02).

       01 ws-linha-titulo.
           05 filler                               pic x(32)
               value "RESTAURACAO DO BACKUP - GERACAO ".
           05 ws-tit-geracao                       pic 99.
           05 filler                               pic x(04) value " DE ".
           05 ws-tit-data                          pic 99/99/9999.
           05 filler                               pic x(01) value spaces.
           05 ws-tit-hora                          pic 99b99b99.
           05 filler                               pic x(12) value "  OPERADOR: ".
           05 ws-tit-operador                      pic x(10).

       01 ws-linha-cabecalho.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(30) value "ARQUIVO".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(11) value " QTD BACKUP".
           05 filler                               pic x(11) value "  QTD COPIA".
           05 filler                               pic x(11) value " QTD RECRIA".
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(13) value "SITUACAO".

       01 ws-linha-detalhe.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-arquivo                       pic x(30).
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-qtd-backup                    pic zzzzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-qtd-copia                     pic zzzzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-qtd-depois                    pic zzzzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-situacao                      pic x(13).

       01 ws-linha-contagem.
           05 filler                               pic x(02) value spaces.
           05 ws-cont-descricao                    pic x(42).
           05 ws-cont-valor                        pic zzzzzzzz9.

       01 ws-linha-nao-aplicada.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(14) value "NAO APLICADA: ".
           05 ws-lna-id-resultado                  pic 9(04).
           05 filler                               pic x(01) value spaces.
           05 ws-lna-user-id                       pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-lna-operacao                      pic x(01).
           05 filler                               pic x(01) value spaces.
           05 ws-lna-data                          pic 9(08).
           05 filler                               pic x(01) value spaces.
           05 ws-lna-hora                          pic 9(06).
           05 filler                               pic x(37)
               value "  resultado ausente do arquivo".


      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           perform 1000-inicializa
           perform 2000-restaura
           if ws-resul-restaurado = "S" then
               perform 3000-reaplica-auditoria
           end-if
           perform 4000-reconcilia
           perform 5000-finaliza
           stop run
           .
       0000-controle-exit.
           exit.

       1000-inicializa section.
           perform 8000-grava-log-inicio

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4) to ws-ano-atual

           display "P02SISC46 - restauracao de uma geracao do backup"
           display "            ID do operador responsavel: " with no advancing
           accept ws-operador-id
           if ws-operador-id = spaces then
               move 1                                    to ws-msn-erro-ofsset
               move "V1"                                 to ws-msn-erro-cod
               move "Operador nao informado"             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-bkp-ctl
           if ws-fs-arq-bkp-ctl = "35" then
               move 2                                    to ws-msn-erro-ofsset
               move "V2"                                 to ws-msn-erro-cod
               move "Nenhum backup registrado"           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arq-bkp-ctl  <> "00" then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arq-bkp-ctl                    to ws-msn-erro-cod
               move "Erro ao abrir arq. bkp-ctl"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform 1100-lista-geracoes
           perform 1150-escolhe-geracao

           perform 1200-verifica-sessoes
           perform 1300-abre-janela

           open output arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 15                                   to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-geracao     to ws-tit-geracao
           move ws-ger-data    to ws-data-amd
           perform 6500-data-dma
           move ws-data-dma    to ws-tit-data
           move ws-ger-hora    to ws-tit-hora
           move ws-operador-id to ws-tit-operador
           move ws-linha-titulo to fl-rel-linha
           perform 7600-escreve-relatorio
           move spaces to fl-rel-linha
           perform 7600-escreve-relatorio
           move ws-linha-cabecalho to fl-rel-linha
           perform 7600-escreve-relatorio
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra as geracoes guardadas (registros "*GERACAO" do controle)
      *>------------------------------------------------------------------------
       1100-lista-geracoes section.
           display "            geracoes guardadas:"
           move "N" to ws-fim-controle
           perform until ws-fim-controle = "S"
               read arq-bkp-ctl next record
                   at end
                       move "S" to ws-fim-controle
                   not at end
                       if fl-bkc-arquivo = "*GERACAO" then
                           add 1 to ws-qtd-geracoes-listadas
                           move fl-bkc-geracao       to ws-lger-geracao
                           move fl-bkc-data          to ws-data-amd
                           perform 6500-data-dma
                           move ws-data-dma          to ws-lger-data
                           move fl-bkc-hora          to ws-lger-hora
                           if fl-bkc-situacao = "C" then
                               move "completa"   to ws-lger-situacao
                           else
                               move "INCOMPLETA" to ws-lger-situacao
                           end-if
                           move fl-bkc-qtd-registros to ws-lger-qtd
                           display ws-linha-geracao
                       end-if
               end-read
           end-perform

           if ws-qtd-geracoes-listadas = 0 then
               move 2                                    to ws-msn-erro-ofsset
               move "V2"                                 to ws-msn-erro-cod
               move "Nenhum backup registrado"           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       1100-lista-geracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pede a geracao (tem de estar completa), o arquivo e a confirmacao
      *>------------------------------------------------------------------------
       1150-escolhe-geracao section.
           display "            geracao a restaurar: " with no advancing
           accept ws-geracao
           move ws-geracao to fl-bkc-geracao
           move "*GERACAO" to fl-bkc-arquivo
           read arq-bkp-ctl
               invalid key
                   move spaces to fl-bkc-situacao
           end-read
           if fl-bkc-situacao <> "C" then
               move 4                                          to ws-msn-erro-ofsset
               move "V4"                                       to ws-msn-erro-cod
               move "Geracao inexistente ou incompleta"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move fl-bkc-data to ws-ger-data
           move fl-bkc-hora to ws-ger-hora

           display "            arquivo (sem o .dat, * = todos): "
               with no advancing
           accept ws-arquivo-escolhido
           if ws-arquivo-escolhido <> "*" then
               move ws-geracao           to fl-bkc-geracao
               move ws-arquivo-escolhido to fl-bkc-arquivo
               read arq-bkp-ctl
                   invalid key
                       move 5                                    to ws-msn-erro-ofsset
                       move "V5"                                 to ws-msn-erro-cod
                       move "Arquivo nao consta da geracao"      to ws-msn-erro-text
                       perform finaliza-anormal
               end-read
           end-if

           display "            os arquivos atuais serao SUBSTITUIDOS."
           display "            confirma a restauracao (S/N): "
               with no advancing
           accept ws-confirmacao
           move function upper-case(ws-confirmacao) to ws-confirmacao
           if ws-confirmacao <> "S" then
               move 6                                    to ws-msn-erro-ofsset
               move "V6"                                 to ws-msn-erro-cod
               move "Restauracao cancelada pelo operador" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       1150-escolhe-geracao-exit.
           exit.

       1200-verifica-sessoes section.
           move 0   to ws-qtd-sessoes
           move "N" to ws-fim-sessoes

           open input arq-sessoes
           if ws-fs-arq-sessoes = "35" then
               move "S" to ws-fim-sessoes
           else
               if ws-fs-arq-sessoes  <> "00" then
                   move 7                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. sessoes"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-sessoes = "S"
               read arq-sessoes next record
                   at end
                       move "S" to ws-fim-sessoes
                   not at end
                       add 1 to ws-qtd-sessoes
                       display "P02SISC46 - prova em andamento: "
                           fl-ses-user-id " / " fl-ses-id-disciplina
               end-read
           end-perform

           if ws-fs-arq-sessoes <> "35" then
               close arq-sessoes
               if ws-fs-arq-sessoes  <> "00" then
                   move 8                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. sessoes"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-sessoes > 0 then
               move 9                                           to ws-msn-erro-ofsset
               move "V7"                                        to ws-msn-erro-cod
               move "Provas em andamento - restauracao nao inicia" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       1200-verifica-sessoes-exit.
           exit.

       1300-abre-janela section.
           move "A" to ws-janela-pedida
           perform 7500-grava-janela
           move "S" to ws-janela-aberta-aqui
           display "P02SISC46 - janela de batch ABERTA."
           .
       1300-abre-janela-exit.
           exit.

       5500-fecha-janela section.
           move "F" to ws-janela-pedida
           perform 7500-grava-janela
           move "N" to ws-janela-aberta-aqui
           display "P02SISC46 - janela de batch FECHADA."
           .
       5500-fecha-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava o estado pedido da janela (ws-janela-pedida) no registro
      *> JANELA01 do status do sistema, criando arquivo e registro na
      *> primeira vez - mesma mecanica do sequenciador P02SISC37
      *>------------------------------------------------------------------------
       7500-grava-janela section.
           open i-o arq-sys-ctl
           if ws-fs-arq-sys-ctl = "35" then
               open output arq-sys-ctl
               close arq-sys-ctl
               open i-o arq-sys-ctl
           end-if
           if ws-fs-arq-sys-ctl  <> "00"
           and ws-fs-arq-sys-ctl <> "05" then
               move 10                                   to ws-msn-erro-ofsset
               move ws-fs-arq-sys-ctl                    to ws-msn-erro-cod
               move "Erro ao abrir arq. sys-ctl"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "JANELA01" to fl-sys-chave
           read arq-sys-ctl
               invalid key
                   move "JANELA01"       to fl-sys-chave
                   move ws-janela-pedida to fl-sys-janela-batch
                   accept fl-sys-data from date yyyymmdd
                   accept ws-hora-sistema from time
                   move ws-hora-sistema(1:6) to fl-sys-hora
                   move "P02SISC46"      to fl-sys-programa
                   write fl-sys-ctl
                   if ws-fs-arq-sys-ctl  <> "00" then
                       move 11                                   to ws-msn-erro-ofsset
                       move ws-fs-arq-sys-ctl                    to ws-msn-erro-cod
                       move "Erro ao gravar arq. sys-ctl"        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               not invalid key
                   move ws-janela-pedida to fl-sys-janela-batch
                   accept fl-sys-data from date yyyymmdd
                   accept ws-hora-sistema from time
                   move ws-hora-sistema(1:6) to fl-sys-hora
                   move "P02SISC46"      to fl-sys-programa
                   rewrite fl-sys-ctl
                   if ws-fs-arq-sys-ctl  <> "00" then
                       move 12                                   to ws-msn-erro-ofsset
                       move ws-fs-arq-sys-ctl                    to ws-msn-erro-cod
                       move "Erro ao regravar arq. sys-ctl"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           close arq-sys-ctl
           if ws-fs-arq-sys-ctl  <> "00" then
               move 13                                   to ws-msn-erro-ofsset
               move ws-fs-arq-sys-ctl                    to ws-msn-erro-cod
               move "Erro ao fechar arq. sys-ctl"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7500-grava-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recria os arquivos escolhidos a partir das copias da geracao
      *>------------------------------------------------------------------------
       2000-restaura section.

           perform 2010-restaura-funcionarios
           perform 2020-restaura-disciplinas
           perform 2030-restaura-perguntas
           perform 2040-restaura-perguntas-hist
           perform 2050-restaura-topicos
           perform 2060-restaura-prerequisitos
           perform 2070-restaura-resultados
           perform 2080-restaura-respostas
           perform 2090-restaura-resultados-topicos
           perform 2100-restaura-certificados
           perform 2110-restaura-cert-ctl
           perform 2120-restaura-convocacoes
           perform 2130-restaura-analises
           perform 2140-restaura-gestores-setores
           perform 2150-restaura-lms-ctl
           perform 2160-restaura-notif-ctl
           perform 2500-restaura-ano varying ws-ano-arquivo
                   from ws-ano-inicial by 1
                   until ws-ano-arquivo > ws-ano-atual
           .
       2000-restaura-exit.
           exit.

       2010-restaura-funcionarios section.
           move "arq-funcionarios" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-funcionarios
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-funcionario
                           write fl-funcionario
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-funcionarios

      *>       releitura do arquivo recriado
               open input arq-funcionarios
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-funcionarios next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-funcionarios
               perform 3900-imprime-reconciliacao
           end-if
           .
       2010-restaura-funcionarios-exit.
           exit.

       2020-restaura-disciplinas section.
           move "arq-disciplinas" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-disciplinas
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-disciplina
                           write fl-disciplina
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-disciplinas

      *>       releitura do arquivo recriado
               open input arq-disciplinas
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-disciplinas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-disciplinas
               perform 3900-imprime-reconciliacao
           end-if
           .
       2020-restaura-disciplinas-exit.
           exit.

       2030-restaura-perguntas section.
           move "arq-perguntas" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-perguntas
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-pergunta
                           write fl-pergunta
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-perguntas

      *>       releitura do arquivo recriado
               open input arq-perguntas
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-perguntas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-perguntas
               perform 3900-imprime-reconciliacao
           end-if
           .
       2030-restaura-perguntas-exit.
           exit.

       2040-restaura-perguntas-hist section.
           move "arq-perguntas-hist" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-perguntas-hist
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-pergunta-hist
                           write fl-pergunta-hist
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-perguntas-hist

      *>       releitura do arquivo recriado
               open input arq-perguntas-hist
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-perguntas-hist next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-perguntas-hist
               perform 3900-imprime-reconciliacao
           end-if
           .
       2040-restaura-perguntas-hist-exit.
           exit.

       2050-restaura-topicos section.
           move "arq-topicos" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-topicos
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-topico
                           write fl-topico
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-topicos

      *>       releitura do arquivo recriado
               open input arq-topicos
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-topicos next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-topicos
               perform 3900-imprime-reconciliacao
           end-if
           .
       2050-restaura-topicos-exit.
           exit.

       2060-restaura-prerequisitos section.
           move "arq-prerequisitos" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-prerequisitos
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-prerequisito
                           write fl-prerequisito
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-prerequisitos

      *>       releitura do arquivo recriado
               open input arq-prerequisitos
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-prerequisitos next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-prerequisitos
               perform 3900-imprime-reconciliacao
           end-if
           .
       2060-restaura-prerequisitos-exit.
           exit.

       2070-restaura-resultados section.
           move "arq-resultados" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-resultados
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-resultado
                           write fl-resultado
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-resultados

      *>       releitura do arquivo recriado
               open input arq-resultados
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-resultados
               move "S"          to ws-resul-restaurado
               move ws-qtd-depois to ws-qtd-resul-geracao
               perform 3900-imprime-reconciliacao
           end-if
           .
       2070-restaura-resultados-exit.
           exit.

       2080-restaura-respostas section.
           move "arq-respostas" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-respostas
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-detalhe-resposta
                           write fl-detalhe-resposta
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-respostas

      *>       releitura do arquivo recriado
               open input arq-respostas
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-respostas
               perform 3900-imprime-reconciliacao
           end-if
           .
       2080-restaura-respostas-exit.
           exit.

       2090-restaura-resultados-topicos section.
           move "arq-resultados-topicos" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-resultados-topicos
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-resultado-topico
                           write fl-resultado-topico
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-resultados-topicos

      *>       releitura do arquivo recriado
               open input arq-resultados-topicos
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-resultados-topicos next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-resultados-topicos
               perform 3900-imprime-reconciliacao
           end-if
           .
       2090-restaura-resultados-topicos-exit.
           exit.

       2100-restaura-certificados section.
           move "arq-certificados" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-certificados
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-certificado
                           write fl-certificado
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-certificados

      *>       releitura do arquivo recriado
               open input arq-certificados
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-certificados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-certificados
               perform 3900-imprime-reconciliacao
           end-if
           .
       2100-restaura-certificados-exit.
           exit.

       2110-restaura-cert-ctl section.
           move "arq-cert-ctl" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-cert-ctl
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-cert-ctl
                           write fl-cert-ctl
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-cert-ctl

      *>       releitura do arquivo recriado
               open input arq-cert-ctl
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-cert-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-cert-ctl
               perform 3900-imprime-reconciliacao
           end-if
           .
       2110-restaura-cert-ctl-exit.
           exit.

       2120-restaura-convocacoes section.
           move "arq-convocacoes" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-convocacoes
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-convocacao
                           write fl-convocacao
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-convocacoes

      *>       releitura do arquivo recriado
               open input arq-convocacoes
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-convocacoes next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-convocacoes
               perform 3900-imprime-reconciliacao
           end-if
           .
       2120-restaura-convocacoes-exit.
           exit.

       2130-restaura-analises section.
           move "arq-analises" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-analises
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-analise
                           write fl-analise
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-analises

      *>       releitura do arquivo recriado
               open input arq-analises
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-analises next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-analises
               perform 3900-imprime-reconciliacao
           end-if
           .
       2130-restaura-analises-exit.
           exit.

       2140-restaura-gestores-setores section.
           move "arq-gestores-setores" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-gestores-setores
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-gestor-setor
                           write fl-gestor-setor
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-gestores-setores

      *>       releitura do arquivo recriado
               open input arq-gestores-setores
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-gestores-setores next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-gestores-setores
               perform 3900-imprime-reconciliacao
           end-if
           .
       2140-restaura-gestores-setores-exit.
           exit.

       2150-restaura-lms-ctl section.
           move "arq-lms-ctl" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-lms-ctl
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-lms-ctl
                           write fl-lms-ctl
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-lms-ctl

      *>       releitura do arquivo recriado
               open input arq-lms-ctl
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-lms-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-lms-ctl
               perform 3900-imprime-reconciliacao
           end-if
           .
       2150-restaura-lms-ctl-exit.
           exit.

       2160-restaura-notif-ctl section.
           move "arq-notif-ctl" to ws-nome-base
           perform 6000-prepara-arquivo
           if ws-restaura-arquivo = "S" then
               open output arq-notif-ctl
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to fl-notif-ctl
                           write fl-notif-ctl
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-notif-ctl

      *>       releitura do arquivo recriado
               open input arq-notif-ctl
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-notif-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-notif-ctl
               perform 3900-imprime-reconciliacao
           end-if
           .
       2160-restaura-notif-ctl-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivos mortos de um ano (ws-ano-arquivo), pela mesma recarga dos
      *> demais
      *>------------------------------------------------------------------------
       2500-restaura-ano section.
           perform 2510-restaura-resultados-ano
           perform 2520-restaura-respostas-ano
           perform 2530-restaura-auditoria-ano
           .
       2500-restaura-ano-exit.
           exit.

       2510-restaura-resultados-ano section.
           move "RESUL" to ws-tipo-arq
           perform 6100-monta-nome-anual
           perform 6050-confere-anual
           if ws-anual-consta = "N"
           and (ws-arquivo-escolhido = "*"
             or ws-arquivo-escolhido = ws-nome-base) then
      *>       fora da geracao: so interessa se existir hoje em disco (o
      *>       expurgo criou o ano depois do backup) - vai como sem copia
               open input arq-arch-resultados
               if ws-fs-arq <> "35" then
                   if ws-fs-arq = "00" then
                       close arq-arch-resultados
                   end-if
                   move "S" to ws-anual-consta
               end-if
           end-if
           if ws-anual-consta = "S" then
               perform 6000-prepara-arquivo
           else
               move "N" to ws-restaura-arquivo
           end-if
           if ws-restaura-arquivo = "S" then
               open output arq-arch-resultados
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to ar-resultado
                           write ar-resultado
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-arch-resultados

      *>       releitura do arquivo recriado
               open input arq-arch-resultados
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-arch-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-arch-resultados
               perform 3900-imprime-reconciliacao
           end-if
           .
       2510-restaura-resultados-ano-exit.
           exit.

       2520-restaura-respostas-ano section.
           move "RESP " to ws-tipo-arq
           perform 6100-monta-nome-anual
           perform 6050-confere-anual
           if ws-anual-consta = "N"
           and (ws-arquivo-escolhido = "*"
             or ws-arquivo-escolhido = ws-nome-base) then
      *>       fora da geracao: so interessa se existir hoje em disco (o
      *>       expurgo criou o ano depois do backup) - vai como sem copia
               open input arq-arch-respostas
               if ws-fs-arq <> "35" then
                   if ws-fs-arq = "00" then
                       close arq-arch-respostas
                   end-if
                   move "S" to ws-anual-consta
               end-if
           end-if
           if ws-anual-consta = "S" then
               perform 6000-prepara-arquivo
           else
               move "N" to ws-restaura-arquivo
           end-if
           if ws-restaura-arquivo = "S" then
               open output arq-arch-respostas
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to ar-detalhe-resposta
                           write ar-detalhe-resposta
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-arch-respostas

      *>       releitura do arquivo recriado
               open input arq-arch-respostas
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-arch-respostas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-arch-respostas
               perform 3900-imprime-reconciliacao
           end-if
           .
       2520-restaura-respostas-ano-exit.
           exit.

       2530-restaura-auditoria-ano section.
           move "AUDIT" to ws-tipo-arq
           perform 6100-monta-nome-anual
           perform 6050-confere-anual
           if ws-anual-consta = "N"
           and (ws-arquivo-escolhido = "*"
             or ws-arquivo-escolhido = ws-nome-base) then
      *>       fora da geracao: so interessa se existir hoje em disco (o
      *>       expurgo criou o ano depois do backup) - vai como sem copia
               open input arq-arch-auditoria
               if ws-fs-arq <> "35" then
                   if ws-fs-arq = "00" then
                       close arq-arch-auditoria
                   end-if
                   move "S" to ws-anual-consta
               end-if
           end-if
           if ws-anual-consta = "S" then
               perform 6000-prepara-arquivo
           else
               move "N" to ws-restaura-arquivo
           end-if
           if ws-restaura-arquivo = "S" then
               open output arq-arch-auditoria
               perform 7700-confere-criacao
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-copia next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-copia
                           move bk-registro to ar-auditoria
                           write ar-auditoria
                           perform 7750-confere-gravacao
                   end-read
               end-perform
               close bk-copia
               close arq-arch-auditoria

      *>       releitura do arquivo recriado
               open input arq-arch-auditoria
               perform 7760-confere-releitura
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-arch-auditoria next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                   end-read
               end-perform
               close arq-arch-auditoria
               perform 3900-imprime-reconciliacao
           end-if
           .
       2530-restaura-auditoria-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Decide se o arquivo ws-nome-base entra nesta restauracao: tem de
      *> ter sido escolhido e ter copia completa na geracao. Sem copia
      *> (arquivo nao existia no backup) o arquivo atual fica como esta;
      *> copia registrada mas ausente do disco e divergencia
      *>------------------------------------------------------------------------
       6000-prepara-arquivo section.
           move "N" to ws-restaura-arquivo
           if ws-arquivo-escolhido = "*"
           or ws-arquivo-escolhido = ws-nome-base then
               move 0 to ws-qtd-backup
               move 0 to ws-qtd-copia
               move 0 to ws-qtd-depois

               move spaces to ws-nome-bk
               string ws-nome-base delimited by space
                      ".b"         delimited by size
                      ws-geracao   delimited by size
                      into ws-nome-bk

               move ws-geracao   to fl-bkc-geracao
               move ws-nome-base to fl-bkc-arquivo
               read arq-bkp-ctl
                   invalid key
                       move spaces to ws-situacao-copia
                   not invalid key
                       move fl-bkc-situacao      to ws-situacao-copia
                       move fl-bkc-qtd-registros to ws-qtd-backup
               end-read

               if ws-situacao-copia <> "C" then
                   add 1 to ws-qtd-sem-copia
                   move "SEM COPIA" to ws-lin-situacao
                   perform 3950-imprime-sem-recarga
               else
                   open input bk-copia
                   if ws-fs-bk = "35" then
                       add 1 to ws-qtd-divergentes
                       move "COPIA AUSENTE" to ws-lin-situacao
                       perform 3950-imprime-sem-recarga
                   else
                       if ws-fs-bk  <> "00" then
                           move 16                                   to ws-msn-erro-ofsset
                           move ws-fs-bk                             to ws-msn-erro-cod
                           move spaces                               to ws-msn-erro-text
                           string "Erro ao abrir "  delimited by size
                                  ws-nome-bk        delimited by space
                                  into ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "S" to ws-restaura-arquivo
                   end-if
               end-if
           end-if
           .
       6000-prepara-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivo morto do ano: "S" quando consta do controle da geracao
      *> (copia completa ou registrado sem copia)
      *>------------------------------------------------------------------------
       6050-confere-anual section.
           move ws-geracao   to fl-bkc-geracao
           move ws-nome-base to fl-bkc-arquivo
           read arq-bkp-ctl
               invalid key
                   move "N" to ws-anual-consta
               not invalid key
                   move "S" to ws-anual-consta
           end-read
           .
       6050-confere-anual-exit.
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
      *> Converte ws-data-amd (AAAAMMDD) em ws-data-dma (DDMMAAAA)
      *>------------------------------------------------------------------------
       6500-data-dma section.
           move ws-amd-dia to ws-dma-dia
           move ws-amd-mes to ws-dma-mes
           move ws-amd-ano to ws-dma-ano
           .
       6500-data-dma-exit.
           exit.

       7600-escreve-relatorio section.
           write fl-rel-linha
           if ws-fs-arq-relatorio  <> "00" then
               move 14                                   to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7600-escreve-relatorio-exit.
           exit.

       7700-confere-criacao section.
           if ws-fs-arq  <> "00" then
               move 17                                   to ws-msn-erro-ofsset
               move ws-fs-arq                            to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao criar "  delimited by size
                      ws-nome-base      delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7700-confere-criacao-exit.
           exit.

      *>   "02" = chave alternada repetida, normal nos arquivos que a
      *>   declaram with duplicates
       7750-confere-gravacao section.
           if ws-fs-arq  <> "00"
           and ws-fs-arq <> "02" then
               move 18                                   to ws-msn-erro-ofsset
               move ws-fs-arq                            to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao gravar " delimited by size
                      ws-nome-base      delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7750-confere-gravacao-exit.
           exit.

       7760-confere-releitura section.
           if ws-fs-arq  <> "00" then
               move 19                                   to ws-msn-erro-ofsset
               move ws-fs-arq                            to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao reabrir " delimited by size
                      ws-nome-base       delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7760-confere-releitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reaplica sobre o arq-resultados restaurado a auditoria gravada a
      *> partir do inicio do backup da geracao. Entrada que ja estava na
      *> copia (gravada durante o proprio backup) so regrava a mesma nota
      *>------------------------------------------------------------------------
       3000-reaplica-auditoria section.
           open input arq-auditoria
           if ws-fs-arq-auditoria = "35" then
               move "S" to ws-fim-arquivo
           else
               move "N" to ws-fim-arquivo
               if ws-fs-arq-auditoria  <> "00" then
                   move 20                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-auditoria                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. auditoria"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arq-resultados
           if ws-fs-arq  <> "00" then
               move 21                                   to ws-msn-erro-ofsset
               move ws-fs-arq                            to ws-msn-erro-cod
               move "Erro ao abrir arq. resultados"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   detalhe e topicos so servem para refazer acertos e reprovacao
      *>   por topico de uma inclusao - sem eles o resultado volta assim
      *>   mesmo, com a nota
           open input arq-respostas
           if ws-fs-arq = "00" then
               move "S" to ws-resp-aberto
           end-if
           open input arq-resultados-topicos
           if ws-fs-arq = "00" then
               move "S" to ws-rtop-aberto
           end-if

           perform until ws-fim-arquivo = "S"
               read arq-auditoria next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-audit-lidas
                       if fl-audit-data > ws-ger-data
                       or (fl-audit-data = ws-ger-data
                           and fl-audit-hora >= ws-ger-hora) then
                           add 1 to ws-qtd-audit-posteriores
                           perform 3100-reaplica-entrada
                       end-if
               end-read
           end-perform

           if ws-fs-arq-auditoria <> "35" then
               close arq-auditoria
           end-if
           if ws-resp-aberto = "S" then
               close arq-respostas
           end-if
           if ws-rtop-aberto = "S" then
               close arq-resultados-topicos
           end-if
           close arq-resultados

      *>   releitura depois da reaplicacao
           open input arq-resultados
           perform 7760-confere-releitura
           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-resul-final
               end-read
           end-perform
           close arq-resultados

           perform 3800-imprime-reaplicacao
           .
       3000-reaplica-auditoria-exit.
           exit.

       3100-reaplica-entrada section.
           move fl-audit-id-resultado to fl-resul-id-resultado
           move fl-audit-user-id      to fl-resul-user-id
           read arq-resultados
               invalid key
                   move "N" to ws-resul-existe
               not invalid key
                   move "S" to ws-resul-existe
           end-read

           evaluate true
               when ws-resul-existe = "S"
                   move fl-audit-nota-nova to fl-resul-nota
                   rewrite fl-resultado
                   if ws-fs-arq  <> "00" then
                       move 22                                   to ws-msn-erro-ofsset
                       move ws-fs-arq                            to ws-msn-erro-cod
                       move "Erro ao regravar arq. resultados"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-correcoes
               when fl-audit-operacao = "I"
                   perform 3200-recria-resultado
                   add 1 to ws-qtd-inclusoes
               when other
                   add 1 to ws-qtd-nao-aplicadas
                   move fl-audit-id-resultado to ws-lna-id-resultado
                   move fl-audit-user-id      to ws-lna-user-id
                   move fl-audit-operacao     to ws-lna-operacao
                   move fl-audit-data         to ws-lna-data
                   move fl-audit-hora         to ws-lna-hora
                   move ws-linha-nao-aplicada to fl-rel-linha
                   perform 7600-escreve-relatorio
           end-evaluate
           .
       3100-reaplica-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recria o resultado de uma inclusao posterior ao backup: a auditoria
      *> traz chave, disciplina, nota e o momento da gravacao (fim da
      *> prova); a hora de inicio nao e auditada e volta zerada
      *>------------------------------------------------------------------------
       3200-recria-resultado section.
           move fl-audit-id-resultado  to fl-resul-id-resultado
           move fl-audit-user-id       to fl-resul-user-id
           move fl-audit-id-disciplina to fl-resul-id-disciplina
           move fl-audit-nota-nova     to fl-resul-nota
           move 0                      to fl-resul-qtd-acertos
           move 0                      to fl-resul-total-perguntas
           move fl-audit-data          to fl-resul-data-prova
           move 0                      to fl-resul-hora-inicio
           move fl-audit-hora          to fl-resul-hora-fim
           move "N"                    to fl-resul-encerramento
           move "N"                    to fl-resul-reprov-topico

           if ws-resp-aberto = "S" then
               perform 3210-conta-respostas
           end-if
           if ws-rtop-aberto = "S" then
               perform 3220-confere-topicos
           end-if

           write fl-resultado
           if ws-fs-arq  <> "00"
           and ws-fs-arq <> "02" then
               move 23                                   to ws-msn-erro-ofsset
               move ws-fs-arq                            to ws-msn-erro-cod
               move "Erro ao gravar arq. resultados"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       3200-recria-resultado-exit.
           exit.

       3210-conta-respostas section.
           move fl-resul-id-resultado to fl-det-id-resultado
           move fl-resul-user-id      to fl-det-user-id
           move 0                     to fl-det-seq-pergunta
           move "N" to ws-fim-detalhe
           start arq-respostas key is not less than fl-det-chave
               invalid key
                   move "S" to ws-fim-detalhe
           end-start

           perform until ws-fim-detalhe = "S"
               read arq-respostas next record
                   at end
                       move "S" to ws-fim-detalhe
                   not at end
                       if fl-det-id-resultado <> fl-resul-id-resultado
                       or fl-det-user-id      <> fl-resul-user-id then
                           move "S" to ws-fim-detalhe
                       else
                           add 1 to fl-resul-total-perguntas
                           if fl-det-acertou = "S" then
                               add 1 to fl-resul-qtd-acertos
                           end-if
                       end-if
               end-read
           end-perform
           .
       3210-conta-respostas-exit.
           exit.

       3220-confere-topicos section.
           move fl-resul-id-resultado to fl-rtop-id-resultado
           move fl-resul-user-id      to fl-rtop-user-id
           move low-values            to fl-rtop-topico
           move "N" to ws-fim-detalhe
           start arq-resultados-topicos key is not less than fl-rtop-chave
               invalid key
                   move "S" to ws-fim-detalhe
           end-start

           perform until ws-fim-detalhe = "S"
               read arq-resultados-topicos next record
                   at end
                       move "S" to ws-fim-detalhe
                   not at end
                       if fl-rtop-id-resultado <> fl-resul-id-resultado
                       or fl-rtop-user-id      <> fl-resul-user-id then
                           move "S" to ws-fim-detalhe
                       else
                           if fl-rtop-abaixo-minimo = "S" then
                               move "S" to fl-resul-reprov-topico
                           end-if
                       end-if
               end-read
           end-perform
           .
       3220-confere-topicos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Bloco da reaplicacao no relatorio: resultados da geracao mais as
      *> inclusoes recriadas tem de dar o total relido do arquivo
      *>------------------------------------------------------------------------
       3800-imprime-reaplicacao section.
           compute ws-qtd-resul-esperado =
               ws-qtd-resul-geracao + ws-qtd-inclusoes

           move spaces to fl-rel-linha
           perform 7600-escreve-relatorio
           move "REAPLICACAO DA AUDITORIA NO ARQ-RESULTADOS" to fl-rel-linha
           perform 7600-escreve-relatorio

           move "ENTRADAS DE AUDITORIA LIDAS:              " to ws-cont-descricao
           move ws-qtd-audit-lidas       to ws-cont-valor
           perform 3850-imprime-contagem
           move "ENTRADAS POSTERIORES AO BACKUP:           " to ws-cont-descricao
           move ws-qtd-audit-posteriores to ws-cont-valor
           perform 3850-imprime-contagem
           move "NOTAS REGRAVADAS:                         " to ws-cont-descricao
           move ws-qtd-correcoes         to ws-cont-valor
           perform 3850-imprime-contagem
           move "RESULTADOS RECRIADOS:                     " to ws-cont-descricao
           move ws-qtd-inclusoes         to ws-cont-valor
           perform 3850-imprime-contagem
           move "ENTRADAS NAO APLICADAS:                   " to ws-cont-descricao
           move ws-qtd-nao-aplicadas     to ws-cont-valor
           perform 3850-imprime-contagem
           move "RESULTADOS NA GERACAO:                    " to ws-cont-descricao
           move ws-qtd-resul-geracao     to ws-cont-valor
           perform 3850-imprime-contagem
           move "RESULTADOS ESPERADOS APOS REAPLICACAO:    " to ws-cont-descricao
           move ws-qtd-resul-esperado    to ws-cont-valor
           perform 3850-imprime-contagem
           move "RESULTADOS RELIDOS APOS REAPLICACAO:      " to ws-cont-descricao
           move ws-qtd-resul-final       to ws-cont-valor
           perform 3850-imprime-contagem

           if ws-qtd-resul-esperado = ws-qtd-resul-final then
               move "  REAPLICACAO OK" to fl-rel-linha
           else
               move "  REAPLICACAO DIVERGENTE" to fl-rel-linha
               add 1 to ws-qtd-divergentes
           end-if
           perform 7600-escreve-relatorio

           display "P02SISC46 - auditoria reaplicada: " with no advancing
           display ws-qtd-audit-posteriores
           .
       3800-imprime-reaplicacao-exit.
           exit.

       3850-imprime-contagem section.
           move ws-linha-contagem to fl-rel-linha
           perform 7600-escreve-relatorio
           .
       3850-imprime-contagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Uma linha de reconciliacao por arquivo recriado: quantidade do
      *> controle do backup, lida da copia e relida do arquivo tem de bater
      *>------------------------------------------------------------------------
       3900-imprime-reconciliacao section.
           add 1 to ws-qtd-arquivos
           add ws-qtd-copia  to ws-tot-copia
           add ws-qtd-depois to ws-tot-depois

           move ws-nome-base   to ws-lin-arquivo
           move ws-qtd-backup  to ws-lin-qtd-backup
           move ws-qtd-copia   to ws-lin-qtd-copia
           move ws-qtd-depois  to ws-lin-qtd-depois
           if ws-qtd-backup = ws-qtd-copia
           and ws-qtd-copia = ws-qtd-depois then
               move "OK"         to ws-lin-situacao
           else
               move "DIVERGENTE" to ws-lin-situacao
               add 1 to ws-qtd-divergentes
           end-if
           move ws-linha-detalhe to fl-rel-linha
           perform 7600-escreve-relatorio

           display "P02SISC46 - restaurado " ws-nome-base " " ws-lin-situacao
           .
       3900-imprime-reconciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Linha de arquivo escolhido que nao foi recriado (situacao ja em
      *> ws-lin-situacao)
      *>------------------------------------------------------------------------
       3950-imprime-sem-recarga section.
           move ws-nome-base   to ws-lin-arquivo
           move ws-qtd-backup  to ws-lin-qtd-backup
           move 0              to ws-lin-qtd-copia
           move 0              to ws-lin-qtd-depois
           move ws-linha-detalhe to fl-rel-linha
           perform 7600-escreve-relatorio

           display "P02SISC46 - " ws-nome-base " " ws-lin-situacao
               " - arquivo atual mantido"
           .
       3950-imprime-sem-recarga-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo da restauracao; com qualquer divergencia a janela fica
      *> aberta para a analise e a restauracao ser refeita
      *>------------------------------------------------------------------------
       4000-reconcilia section.
           move spaces to fl-rel-linha
           perform 7600-escreve-relatorio
           move "RESUMO DA RESTAURACAO" to fl-rel-linha
           perform 7600-escreve-relatorio

           move "ARQUIVOS RECRIADOS:                       " to ws-cont-descricao
           move ws-qtd-arquivos         to ws-cont-valor
           perform 3850-imprime-contagem
           move "ARQUIVOS SEM COPIA NA GERACAO (MANTIDOS): " to ws-cont-descricao
           move ws-qtd-sem-copia        to ws-cont-valor
           perform 3850-imprime-contagem
           move "REGISTROS LIDOS DAS COPIAS:               " to ws-cont-descricao
           move ws-tot-copia            to ws-cont-valor
           perform 3850-imprime-contagem
           move "REGISTROS NOS ARQUIVOS RECRIADOS:         " to ws-cont-descricao
           move ws-tot-depois           to ws-cont-valor
           perform 3850-imprime-contagem
           move "DIVERGENCIAS:                             " to ws-cont-descricao
           move ws-qtd-divergentes      to ws-cont-valor
           perform 3850-imprime-contagem

           if ws-qtd-divergentes > 0 then
               close arq-relatorio
               move 24                                           to ws-msn-erro-ofsset
               move "V3"                                         to ws-msn-erro-cod
               move "Restauracao com divergencia - ver relatorio" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       4000-reconcilia-exit.
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
           move ws-tot-copia         to fl-log-qtd-lidos
           move ws-tot-depois        to fl-log-qtd-gravados
           move ws-qtd-divergentes   to fl-log-qtd-rejeitados
           move "OK"                 to fl-log-status
           move spaces               to fl-log-cod-erro
           perform 8500-escreve-log
           .
       8100-grava-log-fim-exit.
           exit.

       8200-grava-log-erro section.
           move "S"                  to ws-log-em-erro
           move "F"                  to fl-log-tipo
           move ws-tot-copia         to fl-log-qtd-lidos
           move ws-tot-depois        to fl-log-qtd-gravados
           move ws-qtd-divergentes   to fl-log-qtd-rejeitados
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
           move "P02SISC46" to fl-log-programa
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
      *>   na parada por erro a janela fica ABERTA de proposito: os
      *>   arquivos podem estar pela metade - a restauracao deve ser
      *>   refeita antes de o online voltar
           if ws-janela-aberta-aqui = "S" then
               display "P02SISC46 - janela de batch continua ABERTA ate a"
               display "            restauracao terminar OK."
           end-if
           perform 8200-grava-log-erro
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       5000-finaliza section.
           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 25                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-bkp-ctl
           if ws-fs-arq-bkp-ctl  <> "00" then
               move 26                                    to ws-msn-erro-ofsset
               move ws-fs-arq-bkp-ctl                     to ws-msn-erro-cod
               move "Erro ao fechar arq. bkp-ctl"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC46 - arquivos recriados:                "
               with no advancing
           display ws-qtd-arquivos
           display "P02SISC46 - registros nos arquivos recriados:  "
               with no advancing
           display ws-tot-depois

           perform 5500-fecha-janela
           perform 8100-grava-log-fim
           .
       5000-finaliza-exit.
           exit.
