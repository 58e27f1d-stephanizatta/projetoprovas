      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P02SISC40".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 08/08/2026.
       date-compiled. 08/08/2026.

      *>------------------------------------------------------------------------
      *> Conversao unica do id-resultado de 2 para 4 posicoes em todos os
      *> arquivos que carregam a chave do resultado (vivos e arquivos
      *> mortos anuais). Roda uma vez, com o online parado:
      *>   passada 1 - descarrega cada arquivo, no layout antigo, para uma
      *>               copia sequencial (.cnv) ao lado do original
      *>   passada 2 - recria cada arquivo no layout novo a partir da
      *>               copia, rele o arquivo recriado e imprime a
      *>               reconciliacao antes/depois (quantidade de
      *>               registros, soma dos id-resultado e quantidade de
      *>               registros ligados a um resultado existente)
      *> Na mesma rodada o banco de perguntas e o detalhe de respostas
      *> passam a levar a versao do texto da pergunta: toda pergunta
      *> existente vira a versao 1 e todo detalhe ja gravado aponta para
      *> ela (o texto anterior a conversao nao foi guardado em lugar
      *> nenhum). Na linha das perguntas, a "soma dos id" e a soma dos
      *> numeros de pergunta
      *> Tambem na mesma rodada entram os topicos da disciplina: pergunta e
      *> detalhe convertidos ficam sem topico (espacos) e todo resultado
      *> convertido fica sem reprovacao por topico ("N")
      *> Uma queda na passada 2 e retomada refazendo a passada 2 inteira a
      *> partir das copias (os originais ja podem estar sobrescritos); as
      *> copias .cnv so devem ser apagadas depois da reconciliacao OK
      *>------------------------------------------------------------------------

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

      *> Arquivos no layout ANTIGO (id-resultado com 2 posicoes), lidos so
      *> na passada 1. Resultados, respostas e auditoria servem ao arquivo
      *> vivo e aos arquivos mortos anuais - o nome e montado em tempo de
      *> execucao
           select ant-resultados assign to ws-nome-arq
           organization is indexed
           access mode is dynamic
           record key is ant-resul-chave-resul
           alternate key is ant-resul-user-id with duplicates
           alternate key is ant-resul-id-disciplina with duplicates
           file status is ws-fs-ant-resultados.

           select ant-respostas assign to ws-nome-arq
           organization is indexed
           access mode is dynamic
           record key is ant-det-chave
           file status is ws-fs-ant-respostas.

           select ant-auditoria assign to ws-nome-arq
           organization is sequential
           access mode is sequential
           file status is ws-fs-ant-auditoria.

           select ant-certificados assign to "arq-certificados.dat"
           organization is indexed
           access mode is dynamic
           record key is ant-cert-numero
           alternate key is ant-cert-chave-resul
           file status is ws-fs-ant-certificados.

           select ant-lms-ctl assign to "arq-lms-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is ant-lmsc-chave-resul
           file status is ws-fs-ant-lms-ctl.

           select ant-stage assign to "arq-stage-resultados.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-ant-stage.

           select ant-restart-ctl assign to "arq-restart-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is ant-rc-chave
           file status is ws-fs-ant-restart.

           select ant-retorno-lms assign to "arq-retorno-lms.dat"
           organization is line sequential
           file status is ws-fs-ant-retorno.

           select ant-perguntas assign to "arq-perguntas.dat"
           organization is indexed
           access mode is dynamic
           record key is ant-perg-chave
           file status is ws-fs-ant-perguntas.

      *> Copias de seguranca no layout antigo (nome do arquivo com .cnv no
      *> lugar de .dat) - gravadas na passada 1, lidas na passada 2
           select bk-resultados assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

           select bk-respostas assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

           select bk-auditoria assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

           select bk-certificados assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

           select bk-lms-ctl assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

           select bk-restart-ctl assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

           select bk-retorno-lms assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

           select bk-perguntas assign to ws-nome-bk
           organization is sequential
           access mode is sequential
           file status is ws-fs-bk.

      *> Arquivos no layout NOVO, recriados na passada 2 - mesmas chaves
      *> declaradas pelos programas que os usam
           select arq-resultados assign to ws-nome-arq
           organization is indexed
           access mode is dynamic
           record key is fl-resul-chave-resul
           alternate key is fl-resul-user-id with duplicates
           alternate key is fl-resul-id-disciplina with duplicates
           file status is ws-fs-arq-resultados.

           select arq-respostas assign to ws-nome-arq
           organization is indexed
           access mode is dynamic
           record key is fl-det-chave
           file status is ws-fs-arq-respostas.

           select arq-auditoria assign to ws-nome-arq
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-auditoria.

           select arq-certificados assign to "arq-certificados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-cert-numero
           alternate key is fl-cert-chave-resul
           file status is ws-fs-arq-certificados.

           select arq-lms-ctl assign to "arq-lms-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-lmsc-chave-resul
           file status is ws-fs-arq-lms-ctl.

           select arq-stage-resultados assign to "arq-stage-resultados.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-stage.

           select arq-restart-ctl assign to "arq-restart-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is rc-chave
           file status is ws-fs-arq-restart.

           select arq-retorno-lms assign to "arq-retorno-lms.dat"
           organization is line sequential
           file status is ws-fs-arq-retorno.

           select arq-perguntas assign to "arq-perguntas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-perg-chave
           file status is ws-fs-arq-perguntas.

      *> Todas as chaves de resultado existentes (vivo + mortos), antes e
      *> depois da conversao - e contra elas que se contam os registros
      *> ligados (respostas, auditoria, certificados, controle do LMS)
           select arq-wrk-chave-ant assign to "arq-wrk-conv-ant.dat"
           organization is indexed
           access mode is dynamic
           record key is wka-chave-resul
           file status is ws-fs-arq-wrk-ant.

           select arq-wrk-chave-dep assign to "arq-wrk-conv-dep.dat"
           organization is indexed
           access mode is dynamic
           record key is wkd-chave-resul
           file status is ws-fs-arq-wrk-dep.

      *> Registro de controle da conversao (mesmo padrao do arq-arch-ctl
      *> do P02SISC30): diz se a passada 1 ja terminou e se a conversao
      *> ja foi concluida - rodar de novo sobre arquivos ja convertidos
      *> os destruiria
           select arq-conv-ctl assign to "arq-conv-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is cv-chave
           file status is ws-fs-arq-conv-ctl.

           select arq-relatorio assign to "arq-relatorio-conversao.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *> Controle de execucao dos batches: um registro "I" no inicio e um
      *> "F" no fim de cada rodada, conferido de manha pelo P02SISC31
           select arq-log-jobs assign to "arq-log-jobs.dat"
           organization is sequential
           access mode is sequential
           file status is ws-fs-arq-log.

      *> Status do sistema: a conversao abre a janela de batch antes de
      *> mexer nos arquivos e fecha ao terminar - o online nao inicia
      *> prova nova nesse intervalo
           select arq-sys-ctl assign to "arq-sys-ctl.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-sys-chave
           file status is ws-fs-arq-sys-ctl.

      *> Provas em andamento registradas pelo programa de prova: com
      *> qualquer registro aqui a conversao nem comeca
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
      *>----Layouts antigos: so a chave do resultado e detalhada, o resto
      *>    do registro vai inteiro para o layout novo
       fd ant-resultados.
       01 ant-resultado.
           05 ant-resul-chave-resul.
               10 ant-resul-id-resultado       pic 9(02).
               10 ant-resul-user-id            pic x(10).
           05 ant-resul-id-disciplina          pic x(10).
           05 ant-resul-resto                  pic x(31).

       fd ant-respostas.
       01 ant-detalhe-resposta.
           05 ant-det-chave.
               10 ant-det-id-resultado         pic 9(02).
               10 ant-det-user-id              pic x(10).
               10 ant-det-seq-pergunta         pic 9(03).
           05 ant-det-resto                    pic x(16).

       fd ant-auditoria.
       01 ant-registro-auditoria               pic x(59).

       fd ant-certificados.
       01 ant-certificado.
           05 ant-cert-numero                  pic 9(06).
           05 ant-cert-chave-resul.
               10 ant-cert-id-resultado        pic 9(02).
               10 ant-cert-user-id             pic x(10).
           05 ant-cert-resto                   pic x(69).

       fd ant-lms-ctl.
       01 ant-lms-ctl-reg.
           05 ant-lmsc-chave-resul.
               10 ant-lmsc-id-resultado        pic 9(02).
               10 ant-lmsc-user-id             pic x(10).
           05 ant-lmsc-resto                   pic x(47).

       fd ant-stage.
       01 ant-stage-reg                        pic x(53).

       fd ant-restart-ctl.
       01 ant-restart-reg.
           05 ant-rc-chave                     pic x(08).
           05 ant-rc-resto                     pic x(20).

       fd ant-retorno-lms
           record contains 44 characters.
       01 ant-retorno-reg                      pic x(44).

       fd ant-perguntas.
       01 ant-pergunta.
           05 ant-perg-chave.
               10 ant-perg-id-disciplina       pic x(10).
               10 ant-perg-num-pergunta        pic 9(03).
           05 ant-perg-resto                   pic x(230).

      *>----Copias de seguranca (layout antigo, campo a campo)
       fd bk-resultados.
       01 bk-resultado.
           05 bk-resul-id-resultado            pic 9(02).
           05 bk-resul-user-id                 pic x(10).
           05 bk-resul-resto                   pic x(41).

       fd bk-respostas.
       01 bk-detalhe-resposta.
           05 bk-det-id-resultado              pic 9(02).
           05 bk-det-user-id                   pic x(10).
           05 bk-det-resto                     pic x(19).

       fd bk-auditoria.
       01 bk-registro-auditoria.
           05 bk-audit-chave                   pic x(18).
           05 bk-audit-id-resultado            pic 9(02).
           05 bk-audit-user-id                 pic x(10).
           05 bk-audit-resto                   pic x(29).

       fd bk-certificados.
       01 bk-certificado.
           05 bk-cert-numero                   pic 9(06).
           05 bk-cert-id-resultado             pic 9(02).
           05 bk-cert-user-id                  pic x(10).
           05 bk-cert-resto                    pic x(69).

       fd bk-lms-ctl.
       01 bk-lms-ctl-reg.
           05 bk-lmsc-id-resultado             pic 9(02).
           05 bk-lmsc-user-id                  pic x(10).
           05 bk-lmsc-resto                    pic x(47).

       fd bk-restart-ctl.
       01 bk-restart-reg.
           05 bk-rc-chave                      pic x(08).
           05 bk-rc-ultima-chave-resul.
               10 bk-rc-ult-id-resultado       pic x(02).
               10 bk-rc-ult-user-id            pic x(10).
           05 bk-rc-resto                      pic x(08).

       fd bk-retorno-lms.
       01 bk-retorno-reg.
           05 bk-ret-id-resultado              pic 9(02).
           05 bk-ret-user-id                   pic x(10).
           05 bk-ret-resto                     pic x(32).

       fd bk-perguntas.
       01 bk-pergunta.
           05 bk-perg-id-disciplina            pic x(10).
           05 bk-perg-num-pergunta             pic 9(03).
           05 bk-perg-resto                    pic x(230).

      *>----Layouts novos
       fd arq-resultados.
       01 fl-resultado.
           copy CPFLRES.

       fd arq-respostas.
       01 fl-detalhe-resposta.
           copy CPFLDET.

       fd arq-auditoria.
       01 fl-auditoria.
           copy CPAUDIT.

       fd arq-certificados.
       01 fl-certificado.
           copy CPFLCER.

       fd arq-lms-ctl.
       01 fl-lms-ctl.
           copy CPLMSCTL.

       fd arq-stage-resultados.
       01 stg-resultado.
           copy CPSTGRES.

       fd arq-restart-ctl.
       01 fl-restart-ctl.
           05 rc-chave                         pic x(08).
           05 rc-ultima-chave-resul            pic x(14).
           05 rc-qtd-processados               pic 9(07).
           05 rc-situacao                      pic x(01).

       fd arq-retorno-lms
           record contains 46 characters.
       01 fl-retorno-lms.
           05 ret-lms-id-resultado             pic 9(04).
           05 ret-lms-user-id                  pic x(10).
           05 ret-lms-resto                    pic x(32).

       fd arq-perguntas.
       01 fl-pergunta.
           copy CPPERG.

       fd arq-wrk-chave-ant.
       01 fl-wrk-chave-ant.
           05 wka-chave-resul                  pic x(12).

       fd arq-wrk-chave-dep.
       01 fl-wrk-chave-dep.
           05 wkd-chave-resul                  pic x(14).

       fd arq-conv-ctl.
       01 fl-conv-ctl.
           05 cv-chave                         pic x(08).
           05 cv-situacao                      pic x(01).
      *>       "A" = passada 1 (descarga) em andamento - originais intactos
      *>       "D" = descarga concluida - a passada 2 refaz tudo a partir
      *>             das copias .cnv
      *>       "C" = conversao concluida e reconciliada
           05 cv-data                          pic 9(08).

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
       77 ws-fs-arq-log                             pic x(02).
       77 ws-fs-arq-sys-ctl                         pic x(02).
       77 ws-fs-arq-sessoes                         pic x(02).
       77 ws-fim-sessoes                            pic x(01).
       77 ws-qtd-sessoes                            pic 9(03) value 0.
       77 ws-hora-sistema                           pic 9(08).
       77 ws-janela-aberta-aqui                     pic x(01) value "N".
      *>    "S" = esta execucao abriu a janela de batch - na parada por
      *>    erro ela fica aberta de proposito, ate a retomada terminar
       77 ws-janela-pedida                          pic x(01).
      *>    estado ("A"/"F") que 7500-grava-janela deve gravar
       77 ws-log-hora                               pic 9(08).
       77 ws-log-em-erro                            pic x(01) value "N".

       77 ws-fs-ant-resultados                      pic x(02).
       77 ws-fs-ant-respostas                       pic x(02).
       77 ws-fs-ant-auditoria                       pic x(02).
       77 ws-fs-ant-certificados                    pic x(02).
       77 ws-fs-ant-lms-ctl                         pic x(02).
       77 ws-fs-ant-stage                           pic x(02).
       77 ws-fs-ant-restart                         pic x(02).
       77 ws-fs-ant-retorno                         pic x(02).
       77 ws-fs-ant-perguntas                       pic x(02).
       77 ws-fs-bk                                  pic x(02).
       77 ws-fs-arq-resultados                      pic x(02).
       77 ws-fs-arq-respostas                       pic x(02).
       77 ws-fs-arq-auditoria                       pic x(02).
       77 ws-fs-arq-certificados                    pic x(02).
       77 ws-fs-arq-lms-ctl                         pic x(02).
       77 ws-fs-arq-stage                           pic x(02).
       77 ws-fs-arq-restart                         pic x(02).
       77 ws-fs-arq-retorno                         pic x(02).
       77 ws-fs-arq-perguntas                       pic x(02).
       77 ws-fs-arq-wrk-ant                         pic x(02).
       77 ws-fs-arq-wrk-dep                         pic x(02).
       77 ws-fs-arq-conv-ctl                        pic x(02).
       77 ws-fs-arq-relatorio                       pic x(02).

       77 ws-nome-arq                               pic x(40).
       77 ws-nome-bk                                pic x(40).
       77 ws-nome-base                              pic x(36).
       77 ws-tipo-arq                               pic x(05).
      *>    "RESUL", "RESP " ou "AUDIT" - qual familia de arquivo vivo
      *>    + mortos anuais 6000-monta-nomes deve montar
       77 ws-ano-geracao                            pic 9(04).
      *>    0 = arquivo vivo   demais = ano do arquivo morto
       77 ws-ano-inicial                            pic 9(04) value 1900.
      *>    mesma data minima aceita como corte pelo expurgo (P02SISC30)
       77 ws-ano-atual                              pic 9(04).
       77 ws-data-hoje                              pic 9(08).

       77 ws-descarga-feita                         pic x(01) value "N".
       77 ws-fim-arquivo                            pic x(01) value "N".
       77 ws-sem-copia                              pic x(01) value "N".
       77 ws-conta-vinculo                          pic x(01) value "N".
      *>    "S" = o arquivo em conversao tem registros ligados a um
      *>    resultado, que entram na contagem de vinculos

       77 ws-qtd-descarregados                      pic 9(07) value 0.
       77 ws-qtd-antes                              pic 9(07) value 0.
       77 ws-qtd-depois                             pic 9(07) value 0.
       77 ws-soma-antes                             pic 9(11) value 0.
       77 ws-soma-depois                            pic 9(11) value 0.
       77 ws-vinc-antes                             pic 9(07) value 0.
       77 ws-vinc-depois                            pic 9(07) value 0.

       77 ws-tot-descarregados                      pic 9(07) value 0.
       77 ws-tot-antes                              pic 9(07) value 0.
       77 ws-tot-depois                             pic 9(07) value 0.
       77 ws-qtd-arquivos                           pic 9(07) value 0.
       77 ws-qtd-divergentes                        pic 9(07) value 0.

       77 ws-chave-ant                              pic x(12).
       01 ws-chave-dep.
           05 ws-chave-dep-id                       pic 9(04).
           05 ws-chave-dep-user                     pic x(10).

           copy CPMSGERR.

       01 ws-linha-cabecalho.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(30) value "ARQUIVO".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(09) value "   QTD AN".
           05 filler                               pic x(09) value "   QTD DP".
           05 filler                               pic x(13) value "  SOMA ID AN".
           05 filler                               pic x(13) value "  SOMA ID DP".
           05 filler                               pic x(09) value "  VINC AN".
           05 filler                               pic x(09) value "  VINC DP".
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(10) value "SITUACAO".

       01 ws-linha-detalhe.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-arquivo                       pic x(30).
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-qtd-antes                     pic zzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-qtd-depois                    pic zzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-soma-antes                    pic zzzzzzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-soma-depois                   pic zzzzzzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-vinc-antes                    pic zzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-vinc-depois                   pic zzzzzz9.
           05 filler                               pic x(02) value spaces.
           05 ws-lin-situacao                      pic x(10).

       01 ws-linha-contagem.
           05 filler                               pic x(02) value spaces.
           05 ws-cont-descricao                    pic x(42).
           05 ws-cont-valor                        pic zzzzzz9.


      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           perform 1000-inicializa
           if ws-descarga-feita = "S" then
      *>       a execucao anterior caiu depois da descarga: os originais
      *>       podem estar pela metade no layout novo - a unica versao
      *>       confiavel esta nas copias, so refaz a passada 2
               display "P02SISC40 - descarga ja feita, refazendo a conversao"
               display "            a partir das copias .cnv."
           else
               perform 2000-descarrega
               move "D" to cv-situacao
               perform 4500-grava-conv-ctl
           end-if
           perform 3000-converte
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

           perform 1100-abre-conv-ctl
           perform 1200-verifica-sessoes
           perform 1300-abre-janela

           open output arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RECONCILIACAO DA CONVERSAO DO ID-RESULTADO (2 PARA 4 POSICOES)"
               to fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           write fl-rel-linha
           move ws-linha-cabecalho to fl-rel-linha
           write fl-rel-linha
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le (ou cria) o registro de controle da conversao; "C" quer dizer
      *> que os arquivos ja estao no layout novo e nao ha nada a fazer,
      *> "D" que a descarga terminou e so a passada 2 deve ser refeita
      *>------------------------------------------------------------------------
       1100-abre-conv-ctl section.
           open i-o arq-conv-ctl
           if ws-fs-arq-conv-ctl = "35" then
               open output arq-conv-ctl
               close arq-conv-ctl
               open i-o arq-conv-ctl
           end-if
           if ws-fs-arq-conv-ctl  <> "00"
           and ws-fs-arq-conv-ctl <> "05" then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arq-conv-ctl                   to ws-msn-erro-cod
               move "Erro ao abrir arq. conv-ctl"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "CONVID01" to cv-chave
           read arq-conv-ctl
               invalid key
                   move "CONVID01"   to cv-chave
                   move "A"          to cv-situacao
                   move ws-data-hoje to cv-data
                   write fl-conv-ctl
                   if ws-fs-arq-conv-ctl  <> "00" then
                       move 3                                 to ws-msn-erro-ofsset
                       move ws-fs-arq-conv-ctl                to ws-msn-erro-cod
                       move "Erro ao gravar arq. conv-ctl"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               not invalid key
                   if cv-situacao = "C" then
                       move 4                                         to ws-msn-erro-ofsset
                       move "V1"                                      to ws-msn-erro-cod
                       move "Conversao ja concluida - nada a fazer"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if cv-situacao = "D" then
                       move "S" to ws-descarga-feita
                   end-if
           end-read
           .
       1100-abre-conv-ctl-exit.
           exit.

       1200-verifica-sessoes section.
           move 0   to ws-qtd-sessoes
           move "N" to ws-fim-sessoes

           open input arq-sessoes
           if ws-fs-arq-sessoes = "35" then
               move "S" to ws-fim-sessoes
           else
               if ws-fs-arq-sessoes  <> "00" then
                   move 5                                    to ws-msn-erro-ofsset
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
                       display "P02SISC40 - prova em andamento: "
                           fl-ses-user-id " / " fl-ses-id-disciplina
               end-read
           end-perform

           if ws-fs-arq-sessoes <> "35" then
               close arq-sessoes
               if ws-fs-arq-sessoes  <> "00" then
                   move 6                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-sessoes                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. sessoes"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-sessoes > 0 then
               move 7                                          to ws-msn-erro-ofsset
               move "V2"                                       to ws-msn-erro-cod
               move "Provas em andamento - conversao nao inicia" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       1200-verifica-sessoes-exit.
           exit.

       1300-abre-janela section.
           move "A" to ws-janela-pedida
           perform 7500-grava-janela
           move "S" to ws-janela-aberta-aqui
           display "P02SISC40 - janela de batch ABERTA."
           .
       1300-abre-janela-exit.
           exit.

       5500-fecha-janela section.
           move "F" to ws-janela-pedida
           perform 7500-grava-janela
           move "N" to ws-janela-aberta-aqui
           display "P02SISC40 - janela de batch FECHADA."
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
               move 8                                    to ws-msn-erro-ofsset
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
                   move "P02SISC40"      to fl-sys-programa
                   write fl-sys-ctl
                   if ws-fs-arq-sys-ctl  <> "00" then
                       move 9                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-sys-ctl                    to ws-msn-erro-cod
                       move "Erro ao gravar arq. sys-ctl"        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               not invalid key
                   move ws-janela-pedida to fl-sys-janela-batch
                   accept fl-sys-data from date yyyymmdd
                   accept ws-hora-sistema from time
                   move ws-hora-sistema(1:6) to fl-sys-hora
                   move "P02SISC40"      to fl-sys-programa
                   rewrite fl-sys-ctl
                   if ws-fs-arq-sys-ctl  <> "00" then
                       move 10                                   to ws-msn-erro-ofsset
                       move ws-fs-arq-sys-ctl                    to ws-msn-erro-cod
                       move "Erro ao regravar arq. sys-ctl"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           close arq-sys-ctl
           if ws-fs-arq-sys-ctl  <> "00" then
               move 11                                   to ws-msn-erro-ofsset
               move ws-fs-arq-sys-ctl                    to ws-msn-erro-cod
               move "Erro ao fechar arq. sys-ctl"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7500-grava-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Passada 1 - descarrega, no layout antigo, o arquivo vivo e cada
      *> arquivo morto anual de resultados/respostas/auditoria e os
      *> demais arquivos que carregam a chave do resultado. Arquivo que
      *> nao existe (status 35) simplesmente nao tem copia. Os originais
      *> nao sao tocados nesta passada
      *>------------------------------------------------------------------------
       2000-descarrega section.
           move 0 to ws-ano-geracao
           perform 2050-descarrega-geracao
           perform varying ws-ano-geracao from ws-ano-inicial by 1
                   until ws-ano-geracao > ws-ano-atual
               perform 2050-descarrega-geracao
           end-perform

           perform 2400-descarrega-certificados
           perform 2500-descarrega-lms-ctl
           perform 2600-descarrega-stage
           perform 2700-descarrega-restart
           perform 2800-descarrega-retorno
           perform 2900-descarrega-perguntas
           .
       2000-descarrega-exit.
           exit.

       2050-descarrega-geracao section.
           move "RESUL" to ws-tipo-arq
           perform 6000-monta-nomes
           perform 2100-descarrega-resultados

           move "RESP " to ws-tipo-arq
           perform 6000-monta-nomes
           perform 2200-descarrega-respostas

           move "AUDIT" to ws-tipo-arq
           perform 6000-monta-nomes
           perform 2300-descarrega-auditoria
           .
       2050-descarrega-geracao-exit.
           exit.

       2100-descarrega-resultados section.
           open input ant-resultados
           if ws-fs-ant-resultados <> "35" then
               if ws-fs-ant-resultados  <> "00" then
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-resultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. resultados antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-resultados
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-resultado to bk-resultado
                           write bk-resultado
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-resultados
               close ant-resultados
               perform 7950-mostra-descarga
           end-if
           .
       2100-descarrega-resultados-exit.
           exit.

       2200-descarrega-respostas section.
           open input ant-respostas
           if ws-fs-ant-respostas <> "35" then
               if ws-fs-ant-respostas  <> "00" then
                   move 13                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-respostas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. respostas antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-respostas
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-respostas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-detalhe-resposta to bk-detalhe-resposta
                           write bk-detalhe-resposta
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-respostas
               close ant-respostas
               perform 7950-mostra-descarga
           end-if
           .
       2200-descarrega-respostas-exit.
           exit.

       2300-descarrega-auditoria section.
           open input ant-auditoria
           if ws-fs-ant-auditoria <> "35" then
               if ws-fs-ant-auditoria  <> "00" then
                   move 14                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-auditoria                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. auditoria antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-auditoria
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-auditoria next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-registro-auditoria to bk-registro-auditoria
                           write bk-registro-auditoria
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-auditoria
               close ant-auditoria
               perform 7950-mostra-descarga
           end-if
           .
       2300-descarrega-auditoria-exit.
           exit.

       2400-descarrega-certificados section.
           move "arq-certificados.dat" to ws-nome-arq
           move "arq-certificados.cnv" to ws-nome-bk
           open input ant-certificados
           if ws-fs-ant-certificados <> "35" then
               if ws-fs-ant-certificados  <> "00" then
                   move 15                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-certificados               to ws-msn-erro-cod
                   move "Erro ao abrir arq. certificados antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-certificados
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-certificados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-certificado to bk-certificado
                           write bk-certificado
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-certificados
               close ant-certificados
               perform 7950-mostra-descarga
           end-if
           .
       2400-descarrega-certificados-exit.
           exit.

       2500-descarrega-lms-ctl section.
           move "arq-lms-ctl.dat" to ws-nome-arq
           move "arq-lms-ctl.cnv" to ws-nome-bk
           open input ant-lms-ctl
           if ws-fs-ant-lms-ctl <> "35" then
               if ws-fs-ant-lms-ctl  <> "00" then
                   move 16                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-lms-ctl                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. lms-ctl antigo"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-lms-ctl
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-lms-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-lms-ctl-reg to bk-lms-ctl-reg
                           write bk-lms-ctl-reg
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-lms-ctl
               close ant-lms-ctl
               perform 7950-mostra-descarga
           end-if
           .
       2500-descarrega-lms-ctl-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Staging da carga em lote: tem o mesmo layout do resultado, a
      *> copia usa o mesmo descritor da copia de resultados
      *>------------------------------------------------------------------------
       2600-descarrega-stage section.
           move "arq-stage-resultados.dat" to ws-nome-arq
           move "arq-stage-resultados.cnv" to ws-nome-bk
           open input ant-stage
           if ws-fs-ant-stage <> "35" then
               if ws-fs-ant-stage  <> "00" then
                   move 17                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-stage                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. stage antigo"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-resultados
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-stage next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-stage-reg to bk-resultado
                           write bk-resultado
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-resultados
               close ant-stage
               perform 7950-mostra-descarga
           end-if
           .
       2600-descarrega-stage-exit.
           exit.

       2700-descarrega-restart section.
           move "arq-restart-ctl.dat" to ws-nome-arq
           move "arq-restart-ctl.cnv" to ws-nome-bk
           open input ant-restart-ctl
           if ws-fs-ant-restart <> "35" then
               if ws-fs-ant-restart  <> "00" then
                   move 18                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-restart                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. restart-ctl antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-restart-ctl
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-restart-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-restart-reg to bk-restart-reg
                           write bk-restart-reg
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-restart-ctl
               close ant-restart-ctl
               perform 7950-mostra-descarga
           end-if
           .
       2700-descarrega-restart-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retorno do LMS ainda nao processado pelo P02SISC35: convertido
      *> junto, para as chaves baterem com o controle de extracao
      *>------------------------------------------------------------------------
       2800-descarrega-retorno section.
           move "arq-retorno-lms.dat" to ws-nome-arq
           move "arq-retorno-lms.cnv" to ws-nome-bk
           open input ant-retorno-lms
           if ws-fs-ant-retorno <> "35" then
               if ws-fs-ant-retorno  <> "00" then
                   move 19                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-retorno                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. retorno-lms antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-retorno-lms
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-retorno-lms next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-retorno-reg to bk-retorno-reg
                           write bk-retorno-reg
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-retorno-lms
               close ant-retorno-lms
               perform 7950-mostra-descarga
           end-if
           .
       2800-descarrega-retorno-exit.
           exit.

       2900-descarrega-perguntas section.
           move "arq-perguntas.dat" to ws-nome-arq
           move "arq-perguntas.cnv" to ws-nome-bk
           open input ant-perguntas
           if ws-fs-ant-perguntas <> "35" then
               if ws-fs-ant-perguntas  <> "00" then
                   move 56                                   to ws-msn-erro-ofsset
                   move ws-fs-ant-perguntas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. perguntas antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output bk-perguntas
               perform 7800-confere-abertura-copia
               move 0   to ws-qtd-descarregados
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read ant-perguntas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move ant-pergunta to bk-pergunta
                           write bk-pergunta
                           perform 7900-confere-gravacao-copia
                   end-read
               end-perform
               close bk-perguntas
               close ant-perguntas
               perform 7950-mostra-descarga
           end-if
           .
       2900-descarrega-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Passada 2 - recria cada arquivo no layout novo a partir da copia
      *> e rele o arquivo recriado para a reconciliacao. Resultados vem
      *> primeiro: e a passada deles que monta as duas listas de chaves
      *> (antes/depois) contra as quais os demais arquivos contam vinculos
      *>------------------------------------------------------------------------
       3000-converte section.
           open output arq-wrk-chave-ant
           close arq-wrk-chave-ant
           open i-o arq-wrk-chave-ant
           if ws-fs-arq-wrk-ant  <> "00" then
               move 20                                   to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-ant                    to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-conv-ant"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-wrk-chave-dep
           close arq-wrk-chave-dep
           open i-o arq-wrk-chave-dep
           if ws-fs-arq-wrk-dep  <> "00" then
               move 21                                   to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-dep                    to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-conv-dep"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RESUL" to ws-tipo-arq
           move 0 to ws-ano-geracao
           perform 6000-monta-nomes
           perform 3100-converte-resultados
           perform varying ws-ano-geracao from ws-ano-inicial by 1
                   until ws-ano-geracao > ws-ano-atual
               perform 6000-monta-nomes
               perform 3100-converte-resultados
           end-perform

           move "RESP " to ws-tipo-arq
           move 0 to ws-ano-geracao
           perform 6000-monta-nomes
           perform 3200-converte-respostas
           perform varying ws-ano-geracao from ws-ano-inicial by 1
                   until ws-ano-geracao > ws-ano-atual
               perform 6000-monta-nomes
               perform 3200-converte-respostas
           end-perform

           move "AUDIT" to ws-tipo-arq
           move 0 to ws-ano-geracao
           perform 6000-monta-nomes
           perform 3300-converte-auditoria
           perform varying ws-ano-geracao from ws-ano-inicial by 1
                   until ws-ano-geracao > ws-ano-atual
               perform 6000-monta-nomes
               perform 3300-converte-auditoria
           end-perform

           perform 3400-converte-certificados
           perform 3500-converte-lms-ctl
           perform 3600-converte-stage
           perform 3700-converte-restart
           perform 3800-converte-retorno
           perform 3850-converte-perguntas

           close arq-wrk-chave-ant
           close arq-wrk-chave-dep
           .
       3000-converte-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resultados: o id passa de 9(02) para 9(04) pelo valor, o resto do
      *> registro vai inteiro logo apos a chave nova
      *>------------------------------------------------------------------------
       3100-converte-resultados section.
           open input bk-resultados
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "N" to ws-conta-vinculo
               open output arq-resultados
               if ws-fs-arq-resultados  <> "00" then
                   move 22                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                 to ws-msn-erro-cod
                   move "Erro ao criar arq. resultados"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-resul-id-resultado to ws-soma-antes
                           move bk-resultado(1:12) to wka-chave-resul
                           write fl-wrk-chave-ant
                           if ws-fs-arq-wrk-ant  <> "00"
                           and ws-fs-arq-wrk-ant <> "22" then
                               move 23                                to ws-msn-erro-ofsset
                               move ws-fs-arq-wrk-ant                 to ws-msn-erro-cod
                               move "Erro ao gravar arq. wrk-conv-ant" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move bk-resul-id-resultado to fl-resul-id-resultado
                           move bk-resul-user-id      to fl-resul-user-id
                           move bk-resul-resto        to fl-resultado(15:41)
                           move "N"                   to fl-resul-reprov-topico
                           write fl-resultado
                           if ws-fs-arq-resultados  <> "00" then
                               move 24                                to ws-msn-erro-ofsset
                               move ws-fs-arq-resultados              to ws-msn-erro-cod
                               move "Erro ao gravar arq. resultados"  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-resultados
               close arq-resultados

      *>       releitura do arquivo recriado
               open input arq-resultados
               if ws-fs-arq-resultados  <> "00" then
                   move 25                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados                 to ws-msn-erro-cod
                   move "Erro ao reabrir arq. resultados"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add fl-resul-id-resultado to ws-soma-depois
                           move fl-resul-chave-resul to wkd-chave-resul
                           write fl-wrk-chave-dep
                           if ws-fs-arq-wrk-dep  <> "00"
                           and ws-fs-arq-wrk-dep <> "22" then
                               move 26                                to ws-msn-erro-ofsset
                               move ws-fs-arq-wrk-dep                 to ws-msn-erro-cod
                               move "Erro ao gravar arq. wrk-conv-dep" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close arq-resultados
               perform 3900-imprime-reconciliacao
           end-if
           .
       3100-converte-resultados-exit.
           exit.

       3200-converte-respostas section.
           open input bk-respostas
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "S" to ws-conta-vinculo
               open output arq-respostas
               if ws-fs-arq-respostas  <> "00" then
                   move 27                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                  to ws-msn-erro-cod
                   move "Erro ao criar arq. respostas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-respostas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-det-id-resultado to ws-soma-antes
                           move bk-detalhe-resposta(1:12) to ws-chave-ant
                           perform 7200-vinculo-antes
                           move bk-det-id-resultado to fl-det-id-resultado
                           move bk-det-user-id      to fl-det-user-id
                           move bk-det-resto        to fl-detalhe-resposta(15:19)
                           move 1                   to fl-det-versao-pergunta
                           move spaces              to fl-det-topico
                           write fl-detalhe-resposta
                           if ws-fs-arq-respostas  <> "00" then
                               move 28                                to ws-msn-erro-ofsset
                               move ws-fs-arq-respostas               to ws-msn-erro-cod
                               move "Erro ao gravar arq. respostas"   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-respostas
               close arq-respostas

               open input arq-respostas
               if ws-fs-arq-respostas  <> "00" then
                   move 29                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                  to ws-msn-erro-cod
                   move "Erro ao reabrir arq. respostas"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add fl-det-id-resultado to ws-soma-depois
                           move fl-det-id-resultado to ws-chave-dep-id
                           move fl-det-user-id      to ws-chave-dep-user
                           perform 7300-vinculo-depois
                   end-read
               end-perform
               close arq-respostas
               perform 3900-imprime-reconciliacao
           end-if
           .
       3200-converte-respostas-exit.
           exit.

       3300-converte-auditoria section.
           open input bk-auditoria
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "S" to ws-conta-vinculo
               open output arq-auditoria
               if ws-fs-arq-auditoria  <> "00" then
                   move 30                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-auditoria                  to ws-msn-erro-cod
                   move "Erro ao criar arq. auditoria"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-auditoria next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-audit-id-resultado to ws-soma-antes
                           move bk-registro-auditoria(19:12) to ws-chave-ant
                           perform 7200-vinculo-antes
                           move bk-audit-chave        to fl-audit-chave
                           move bk-audit-id-resultado to fl-audit-id-resultado
                           move bk-audit-user-id      to fl-audit-user-id
                           move bk-audit-resto        to fl-auditoria(33:29)
                           write fl-auditoria
                           if ws-fs-arq-auditoria  <> "00" then
                               move 31                                to ws-msn-erro-ofsset
                               move ws-fs-arq-auditoria               to ws-msn-erro-cod
                               move "Erro ao gravar arq. auditoria"   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-auditoria
               close arq-auditoria

               open input arq-auditoria
               if ws-fs-arq-auditoria  <> "00" then
                   move 32                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-auditoria                  to ws-msn-erro-cod
                   move "Erro ao reabrir arq. auditoria"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-auditoria next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add fl-audit-id-resultado to ws-soma-depois
                           move fl-audit-id-resultado to ws-chave-dep-id
                           move fl-audit-user-id      to ws-chave-dep-user
                           perform 7300-vinculo-depois
                   end-read
               end-perform
               close arq-auditoria
               perform 3900-imprime-reconciliacao
           end-if
           .
       3300-converte-auditoria-exit.
           exit.

       3400-converte-certificados section.
           move "arq-certificados.dat" to ws-nome-arq
           move "arq-certificados.cnv" to ws-nome-bk
           open input bk-certificados
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "S" to ws-conta-vinculo
               open output arq-certificados
               if ws-fs-arq-certificados  <> "00" then
                   move 33                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-certificados               to ws-msn-erro-cod
                   move "Erro ao criar arq. certificados"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-certificados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-cert-id-resultado to ws-soma-antes
                           move bk-certificado(7:12) to ws-chave-ant
                           perform 7200-vinculo-antes
                           move bk-cert-numero        to fl-cert-numero
                           move bk-cert-id-resultado  to fl-cert-id-resultado
                           move bk-cert-user-id       to fl-cert-user-id
                           move bk-cert-resto         to fl-certificado(21:69)
                           write fl-certificado
                           if ws-fs-arq-certificados  <> "00" then
                               move 34                                to ws-msn-erro-ofsset
                               move ws-fs-arq-certificados            to ws-msn-erro-cod
                               move "Erro ao gravar arq. certificados" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-certificados
               close arq-certificados

               open input arq-certificados
               if ws-fs-arq-certificados  <> "00" then
                   move 35                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-certificados               to ws-msn-erro-cod
                   move "Erro ao reabrir arq. certificados"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-certificados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add fl-cert-id-resultado to ws-soma-depois
                           move fl-cert-chave-resul to ws-chave-dep
                           perform 7300-vinculo-depois
                   end-read
               end-perform
               close arq-certificados
               perform 3900-imprime-reconciliacao
           end-if
           .
       3400-converte-certificados-exit.
           exit.

       3500-converte-lms-ctl section.
           move "arq-lms-ctl.dat" to ws-nome-arq
           move "arq-lms-ctl.cnv" to ws-nome-bk
           open input bk-lms-ctl
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "S" to ws-conta-vinculo
               open output arq-lms-ctl
               if ws-fs-arq-lms-ctl  <> "00" then
                   move 36                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-lms-ctl                    to ws-msn-erro-cod
                   move "Erro ao criar arq. lms-ctl"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-lms-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-lmsc-id-resultado to ws-soma-antes
                           move bk-lms-ctl-reg(1:12) to ws-chave-ant
                           perform 7200-vinculo-antes
                           move bk-lmsc-id-resultado to fl-lmsc-id-resultado
                           move bk-lmsc-user-id      to fl-lmsc-user-id
                           move bk-lmsc-resto        to fl-lms-ctl(15:47)
                           write fl-lms-ctl
                           if ws-fs-arq-lms-ctl  <> "00" then
                               move 37                                to ws-msn-erro-ofsset
                               move ws-fs-arq-lms-ctl                 to ws-msn-erro-cod
                               move "Erro ao gravar arq. lms-ctl"     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-lms-ctl
               close arq-lms-ctl

               open input arq-lms-ctl
               if ws-fs-arq-lms-ctl  <> "00" then
                   move 38                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-lms-ctl                    to ws-msn-erro-cod
                   move "Erro ao reabrir arq. lms-ctl"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-lms-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add fl-lmsc-id-resultado to ws-soma-depois
                           move fl-lmsc-chave-resul to ws-chave-dep
                           perform 7300-vinculo-depois
                   end-read
               end-perform
               close arq-lms-ctl
               perform 3900-imprime-reconciliacao
           end-if
           .
       3500-converte-lms-ctl-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Staging: resultados ainda nao carregados - nao ha vinculo a
      *> conferir, so quantidade e soma dos id
      *>------------------------------------------------------------------------
       3600-converte-stage section.
           move "arq-stage-resultados.dat" to ws-nome-arq
           move "arq-stage-resultados.cnv" to ws-nome-bk
           open input bk-resultados
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "N" to ws-conta-vinculo
               open output arq-stage-resultados
               if ws-fs-arq-stage  <> "00" then
                   move 39                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-stage                      to ws-msn-erro-cod
                   move "Erro ao criar arq. stage"           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-resul-id-resultado to ws-soma-antes
                           move bk-resul-id-resultado to stg-resul-id-resultado
                           move bk-resul-user-id      to stg-resul-user-id
                           move bk-resul-resto        to stg-resultado(15:41)
                           write stg-resultado
                           if ws-fs-arq-stage  <> "00" then
                               move 40                                to ws-msn-erro-ofsset
                               move ws-fs-arq-stage                   to ws-msn-erro-cod
                               move "Erro ao gravar arq. stage"       to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-resultados
               close arq-stage-resultados

               open input arq-stage-resultados
               if ws-fs-arq-stage  <> "00" then
                   move 41                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-stage                      to ws-msn-erro-cod
                   move "Erro ao reabrir arq. stage"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-stage-resultados next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add stg-resul-id-resultado to ws-soma-depois
                   end-read
               end-perform
               close arq-stage-resultados
               perform 3900-imprime-reconciliacao
           end-if
           .
       3600-converte-stage-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Checkpoint da carga em lote: a ultima chave processada fica em
      *> branco quando nao ha carga pela metade
      *>------------------------------------------------------------------------
       3700-converte-restart section.
           move "arq-restart-ctl.dat" to ws-nome-arq
           move "arq-restart-ctl.cnv" to ws-nome-bk
           open input bk-restart-ctl
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "N" to ws-conta-vinculo
               open output arq-restart-ctl
               if ws-fs-arq-restart  <> "00" then
                   move 42                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-restart                    to ws-msn-erro-cod
                   move "Erro ao criar arq. restart-ctl"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-restart-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           move bk-rc-chave to rc-chave
                           if bk-rc-ult-id-resultado is numeric then
                               move bk-rc-ult-id-resultado to ws-chave-dep-id
                               move bk-rc-ult-user-id      to ws-chave-dep-user
                               move ws-chave-dep           to rc-ultima-chave-resul
                               add ws-chave-dep-id to ws-soma-antes
                           else
                               move spaces to rc-ultima-chave-resul
                           end-if
                           move bk-rc-resto to fl-restart-ctl(23:8)
                           write fl-restart-ctl
                           if ws-fs-arq-restart  <> "00" then
                               move 43                                to ws-msn-erro-ofsset
                               move ws-fs-arq-restart                 to ws-msn-erro-cod
                               move "Erro ao gravar arq. restart-ctl" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-restart-ctl
               close arq-restart-ctl

               open input arq-restart-ctl
               if ws-fs-arq-restart  <> "00" then
                   move 44                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-restart                    to ws-msn-erro-cod
                   move "Erro ao reabrir arq. restart-ctl"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-restart-ctl next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           if rc-ultima-chave-resul not = spaces then
                               move rc-ultima-chave-resul to ws-chave-dep
                               add ws-chave-dep-id to ws-soma-depois
                           end-if
                   end-read
               end-perform
               close arq-restart-ctl
               perform 3900-imprime-reconciliacao
           end-if
           .
       3700-converte-restart-exit.
           exit.

       3800-converte-retorno section.
           move "arq-retorno-lms.dat" to ws-nome-arq
           move "arq-retorno-lms.cnv" to ws-nome-bk
           open input bk-retorno-lms
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "S" to ws-conta-vinculo
               open output arq-retorno-lms
               if ws-fs-arq-retorno  <> "00" then
                   move 45                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-retorno                    to ws-msn-erro-cod
                   move "Erro ao criar arq. retorno-lms"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-retorno-lms next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-ret-id-resultado to ws-soma-antes
                           move bk-retorno-reg(1:12) to ws-chave-ant
                           perform 7200-vinculo-antes
                           move bk-ret-id-resultado to ret-lms-id-resultado
                           move bk-ret-user-id      to ret-lms-user-id
                           move bk-ret-resto        to ret-lms-resto
                           write fl-retorno-lms
                           if ws-fs-arq-retorno  <> "00" then
                               move 46                                to ws-msn-erro-ofsset
                               move ws-fs-arq-retorno                 to ws-msn-erro-cod
                               move "Erro ao gravar arq. retorno-lms" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-retorno-lms
               close arq-retorno-lms

               open input arq-retorno-lms
               if ws-fs-arq-retorno  <> "00" then
                   move 47                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-retorno                    to ws-msn-erro-cod
                   move "Erro ao reabrir arq. retorno-lms"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-retorno-lms next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add ret-lms-id-resultado to ws-soma-depois
                           move ret-lms-id-resultado to ws-chave-dep-id
                           move ret-lms-user-id      to ws-chave-dep-user
                           perform 7300-vinculo-depois
                   end-read
               end-perform
               close arq-retorno-lms
               perform 3900-imprime-reconciliacao
           end-if
           .
       3800-converte-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Banco de perguntas: o registro antigo vai inteiro e cada pergunta
      *> entra como versao 1 do seu texto; nao ha vinculo com resultado
      *>------------------------------------------------------------------------
       3850-converte-perguntas section.
           move "arq-perguntas.dat" to ws-nome-arq
           move "arq-perguntas.cnv" to ws-nome-bk
           open input bk-perguntas
           if ws-fs-bk = "35" then
               move "S" to ws-sem-copia
           else
               move "N" to ws-sem-copia
               perform 7850-confere-abertura-copia-ent
           end-if

           if ws-sem-copia = "N" then
               perform 7100-zera-contagens
               move "N" to ws-conta-vinculo
               open output arq-perguntas
               if ws-fs-arq-perguntas  <> "00" then
                   move 57                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                  to ws-msn-erro-cod
                   move "Erro ao criar arq. perguntas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read bk-perguntas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-antes
                           add bk-perg-num-pergunta to ws-soma-antes
                           move bk-pergunta to fl-pergunta(1:243)
                           move 1           to fl-perg-versao
                           move spaces      to fl-perg-topico
                           write fl-pergunta
                           if ws-fs-arq-perguntas  <> "00" then
                               move 58                                to ws-msn-erro-ofsset
                               move ws-fs-arq-perguntas               to ws-msn-erro-cod
                               move "Erro ao gravar arq. perguntas"   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                   end-read
               end-perform
               close bk-perguntas
               close arq-perguntas

               open input arq-perguntas
               if ws-fs-arq-perguntas  <> "00" then
                   move 59                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                  to ws-msn-erro-cod
                   move "Erro ao reabrir arq. perguntas"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-perguntas next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           add 1 to ws-qtd-depois
                           add fl-perg-num-pergunta to ws-soma-depois
                   end-read
               end-perform
               close arq-perguntas
               perform 3900-imprime-reconciliacao
           end-if
           .
       3850-converte-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Uma linha de reconciliacao por arquivo convertido: quantidade,
      *> soma dos id e vinculos tem de bater antes/depois
      *>------------------------------------------------------------------------
       3900-imprime-reconciliacao section.
           add 1 to ws-qtd-arquivos
           add ws-qtd-antes  to ws-tot-antes
           add ws-qtd-depois to ws-tot-depois

           move ws-nome-arq    to ws-lin-arquivo
           move ws-qtd-antes   to ws-lin-qtd-antes
           move ws-qtd-depois  to ws-lin-qtd-depois
           move ws-soma-antes  to ws-lin-soma-antes
           move ws-soma-depois to ws-lin-soma-depois
           move ws-vinc-antes  to ws-lin-vinc-antes
           move ws-vinc-depois to ws-lin-vinc-depois
           if ws-qtd-antes  = ws-qtd-depois
           and ws-soma-antes = ws-soma-depois
           and ws-vinc-antes = ws-vinc-depois then
               move "OK"         to ws-lin-situacao
           else
               move "DIVERGENTE" to ws-lin-situacao
               add 1 to ws-qtd-divergentes
           end-if
           move ws-linha-detalhe to fl-rel-linha
           write fl-rel-linha
           if ws-fs-arq-relatorio  <> "00" then
               move 48                                   to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC40 - convertido " ws-nome-arq " " ws-lin-situacao
           .
       3900-imprime-reconciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo da reconciliacao; com qualquer divergencia a conversao
      *> NAO e dada por concluida - o controle fica em "D" e as copias
      *> continuam valendo para refazer a passada 2 depois da analise
      *>------------------------------------------------------------------------
       4000-reconcilia section.
           move spaces to fl-rel-linha
           write fl-rel-linha
           move "RESUMO DA CONVERSAO" to fl-rel-linha
           write fl-rel-linha

           move "REGISTROS DESCARREGADOS NESTA EXECUCAO:   " to ws-cont-descricao
           move ws-tot-descarregados    to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "REGISTROS ANTES (COPIAS):                 " to ws-cont-descricao
           move ws-tot-antes            to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "REGISTROS DEPOIS (ARQUIVOS RECRIADOS):    " to ws-cont-descricao
           move ws-tot-depois           to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "ARQUIVOS CONVERTIDOS:                     " to ws-cont-descricao
           move ws-qtd-arquivos         to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           move "ARQUIVOS COM DIVERGENCIA:                 " to ws-cont-descricao
           move ws-qtd-divergentes      to ws-cont-valor
           move ws-linha-contagem       to fl-rel-linha
           write fl-rel-linha

           if ws-qtd-divergentes > 0 then
               close arq-relatorio
               move 49                                          to ws-msn-erro-ofsset
               move "V3"                                        to ws-msn-erro-cod
               move "Conversao com divergencia - ver relatorio" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "C"          to cv-situacao
           move ws-data-hoje to cv-data
           perform 4500-grava-conv-ctl
           .
       4000-reconcilia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o registro de controle da conversao (lido em 1100)
      *>------------------------------------------------------------------------
       4500-grava-conv-ctl section.
           rewrite fl-conv-ctl
           if ws-fs-arq-conv-ctl  <> "00" then
               move 50                                   to ws-msn-erro-ofsset
               move ws-fs-arq-conv-ctl                   to ws-msn-erro-cod
               move "Erro ao regravar arq. conv-ctl"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       4500-grava-conv-ctl-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta o nome do arquivo (.dat) e da copia (.cnv) da familia
      *> ws-tipo-arq para a geracao ws-ano-geracao (0 = arquivo vivo)
      *>------------------------------------------------------------------------
       6000-monta-nomes section.
           move spaces to ws-nome-base
           evaluate ws-tipo-arq
               when "RESUL"
                   if ws-ano-geracao = 0 then
                       move "arq-resultados" to ws-nome-base
                   else
                       string "arq-resultados-" ws-ano-geracao
                           delimited by size into ws-nome-base
                   end-if
               when "RESP "
                   if ws-ano-geracao = 0 then
                       move "arq-respostas" to ws-nome-base
                   else
                       string "arq-respostas-" ws-ano-geracao
                           delimited by size into ws-nome-base
                   end-if
               when "AUDIT"
                   if ws-ano-geracao = 0 then
                       move "arq-auditoria-resultados" to ws-nome-base
                   else
                       string "arq-auditoria-" ws-ano-geracao
                           delimited by size into ws-nome-base
                   end-if
           end-evaluate

           move spaces to ws-nome-arq
           string ws-nome-base delimited by space
                  ".dat"       delimited by size
                  into ws-nome-arq
           move spaces to ws-nome-bk
           string ws-nome-base delimited by space
                  ".cnv"       delimited by size
                  into ws-nome-bk
           .
       6000-monta-nomes-exit.
           exit.

       7100-zera-contagens section.
           move 0 to ws-qtd-antes
           move 0 to ws-qtd-depois
           move 0 to ws-soma-antes
           move 0 to ws-soma-depois
           move 0 to ws-vinc-antes
           move 0 to ws-vinc-depois
           .
       7100-zera-contagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta o registro como ligado quando a chave do resultado que ele
      *> carrega existe no vivo ou em algum arquivo morto - antes pela
      *> chave antiga (ws-chave-ant), depois pela nova (ws-chave-dep)
      *>------------------------------------------------------------------------
       7200-vinculo-antes section.
           move ws-chave-ant to wka-chave-resul
           read arq-wrk-chave-ant
               invalid key
                   continue
               not invalid key
                   add 1 to ws-vinc-antes
           end-read
           .
       7200-vinculo-antes-exit.
           exit.

       7300-vinculo-depois section.
           move ws-chave-dep to wkd-chave-resul
           read arq-wrk-chave-dep
               invalid key
                   continue
               not invalid key
                   add 1 to ws-vinc-depois
           end-read
           .
       7300-vinculo-depois-exit.
           exit.

       7800-confere-abertura-copia section.
           if ws-fs-bk  <> "00" then
               move 51                                   to ws-msn-erro-ofsset
               move ws-fs-bk                             to ws-msn-erro-cod
               move "Erro ao criar copia .cnv"           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7800-confere-abertura-copia-exit.
           exit.

       7850-confere-abertura-copia-ent section.
           if ws-fs-bk  <> "00" then
               move 52                                   to ws-msn-erro-ofsset
               move ws-fs-bk                             to ws-msn-erro-cod
               move "Erro ao abrir copia .cnv"           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       7850-confere-abertura-copia-ent-exit.
           exit.

       7900-confere-gravacao-copia section.
           if ws-fs-bk  <> "00" then
               move 53                                   to ws-msn-erro-ofsset
               move ws-fs-bk                             to ws-msn-erro-cod
               move "Erro ao gravar copia .cnv"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-descarregados
           add 1 to ws-tot-descarregados
           .
       7900-confere-gravacao-copia-exit.
           exit.

       7950-mostra-descarga section.
           display "P02SISC40 - descarregado " ws-nome-arq " "
               with no advancing
           display ws-qtd-descarregados
           .
       7950-mostra-descarga-exit.
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
           move ws-tot-antes         to fl-log-qtd-lidos
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
           move ws-tot-antes         to fl-log-qtd-lidos
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
           move "P02SISC40" to fl-log-programa
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
      *>   arquivos podem estar pela metade no layout novo e a retomada
      *>   vem em seguida - prova nova nesse intervalo so pioraria
           if ws-janela-aberta-aqui = "S" then
               display "P02SISC40 - janela de batch continua ABERTA ate a"
               display "            retomada da conversao terminar OK."
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
               move 54                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-conv-ctl
           if ws-fs-arq-conv-ctl  <> "00" then
               move 55                                    to ws-msn-erro-ofsset
               move ws-fs-arq-conv-ctl                    to ws-msn-erro-cod
               move "Erro ao fechar arq. conv-ctl"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC40 - arquivos convertidos:              "
               with no advancing
           display ws-qtd-arquivos
           display "P02SISC40 - registros antes:                   "
               with no advancing
           display ws-tot-antes
           display "P02SISC40 - registros depois:                  "
               with no advancing
           display ws-tot-depois
           display "P02SISC40 - copias .cnv podem ser guardadas/apagadas."

           perform 5500-fecha-janela
           perform 8100-grava-log-fim
           .
       5000-finaliza-exit.
           exit.
