      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P02SISC43".
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

      *> Relatorio de integridade das provas para a equipe de compliance:
      *> sinaliza resultados com padrao suspeito, cada um com a evidencia
      *>   1 - prova terminada muito abaixo do tempo mediano da disciplina
      *>   2 - dois funcionarios na mesma disciplina no mesmo dia com erros
      *>       iguais (mesma letra errada nas mesmas perguntas) demais
      *>   3 - salto grande de nota entre tentativas seguidas do mesmo
      *>       funcionario na mesma disciplina
      *> So aponta: quem coloca o resultado sob analise (e retem o
      *> certificado e o extrato LMS) e o administrador, pelo P02SISC26
           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is sequential
           record key is fl-resul-chave-resul
           alternate key is fl-resul-user-id with duplicates
           alternate key is fl-resul-id-disciplina with duplicates
           file status is ws-fs-arq-resultados.

      *> Detalhe pergunta a pergunta das provas - de onde saem as letras
      *> erradas comparadas entre os pares do mesmo dia
           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-det-chave
           file status is ws-fs-arq-respostas.

      *> Casos de analise ja abertos - so leitura, para o relatorio dizer
      *> se o resultado sinalizado ja esta sendo tratado
           select arq-analises assign to "arq-analises.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-anl-chave-resul
           file status is ws-fs-arq-analises.

      *> Arquivos de trabalho recriados a cada execucao, igual ao da
      *> analise de itens: cada chave ja entrega os resultados na ordem
      *> que a verificacao precisa
      *>   wrk-tempo     - disciplina e duracao (a mediana sai da ordem)
      *>   wrk-dia       - disciplina e data (os pares do mesmo dia juntos)
      *>   wrk-tentativa - funcionario, disciplina e resultado (as
      *>                   tentativas seguidas em sequencia)
           select arq-wrk-tempo assign to "arq-wrk-tempo.dat"
           organization is indexed
           access mode is dynamic
           record key is wt-chave
           file status is ws-fs-arq-wrk-tempo.

           select arq-wrk-dia assign to "arq-wrk-dia.dat"
           organization is indexed
           access mode is dynamic
           record key is wd-chave
           file status is ws-fs-arq-wrk-dia.

           select arq-wrk-tentativa assign to "arq-wrk-tentativa.dat"
           organization is indexed
           access mode is dynamic
           record key is wa-chave
           file status is ws-fs-arq-wrk-tentativa.

           select arq-relatorio assign to "arq-relatorio-integridade.txt"
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
       fd arq-resultados.
       01 fl-resultado.
           copy CPFLRES.

       fd arq-respostas.
       01 fl-detalhe-resposta.
           copy CPFLDET.

       fd arq-analises.
       01 fl-analise.
           copy CPANALIS.

       fd arq-wrk-tempo.
       01 fl-wrk-tempo.
           05 wt-chave.
               10 wt-id-disciplina             pic x(10).
               10 wt-resto-chave.
                   15 wt-duracao               pic 9(05).
      *>                   segundos entre hora-inicio e hora-fim
                   15 wt-id-resultado          pic 9(04).
                   15 wt-user-id               pic x(10).
           05 wt-data-prova                    pic 9(08).
           05 wt-nota                          pic 9(02)v99.

       fd arq-wrk-dia.
       01 fl-wrk-dia.
           05 wd-chave.
               10 wd-id-disciplina             pic x(10).
               10 wd-data-prova                pic 9(08).
               10 wd-user-id                   pic x(10).
               10 wd-id-resultado              pic 9(04).
           05 wd-qtd-erradas                   pic 9(03).
           05 wd-nota                          pic 9(02)v99.

       fd arq-wrk-tentativa.
       01 fl-wrk-tentativa.
           05 wa-chave.
               10 wa-user-id                   pic x(10).
               10 wa-id-disciplina             pic x(10).
               10 wa-id-resultado              pic 9(04).
           05 wa-data-prova                    pic 9(08).
           05 wa-nota                          pic 9(02)v99.

       fd arq-relatorio
           record contains 132 characters.
       01 fl-rel-linha                             pic x(132).

       fd arq-log-jobs.
       01 fl-log-job.
           copy CPLOGJOB.

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-respostas                      pic x(02).
       77 ws-fs-arq-analises                       pic x(02).
       77 ws-fs-arq-wrk-tempo                      pic x(02).
       77 ws-fs-arq-wrk-dia                        pic x(02).
       77 ws-fs-arq-wrk-tentativa                  pic x(02).
       77 ws-fs-arq-relatorio                      pic x(02).
       77 ws-fs-arq-log                            pic x(02).
       77 ws-log-hora                              pic 9(08).
       77 ws-log-em-erro                           pic x(01) value "N".

       77 ws-resp-aberto                           pic x(01) value "N".
       77 ws-anl-aberto                            pic x(01) value "N".
       77 ws-fim-arquivo                           pic x(01) value "N".
       77 ws-fim-trabalho                          pic x(01).
       77 ws-fim-grupo                             pic x(01).
       77 ws-fim-det                               pic x(01).
       77 ws-data-hoje                             pic 9(08).

      *>----Limites das verificacoes
      *>    minimo de provas com horario na disciplina para a mediana
      *>    valer alguma coisa
       77 ws-minimo-amostra                        pic 9(03) value 5.
      *>    prova com duracao abaixo deste percentual da mediana da
      *>    disciplina e sinalizada
       77 ws-pct-tempo-rapido                      pic 9(03) value 30.
      *>    par sinalizado: pelo menos este numero de erros com a mesma
      *>    letra, e esses erros iguais sendo pelo menos este percentual
      *>    das perguntas que os dois erraram em comum (errando ao acaso,
      *>    com tres letras erradas por pergunta, o esperado e um terco)
       77 ws-minimo-erros-iguais                   pic 9(03) value 3.
       77 ws-pct-erros-iguais                      pic 9(03) value 80.
      *>    subida de nota, de uma tentativa para a seguinte na mesma
      *>    disciplina, igual ou acima disto e sinalizada
       77 ws-salto-nota                            pic 9(02)v99 value 4,00.

      *>----Contagens
       77 ws-qtd-lidos                             pic 9(07) value 0.
       77 ws-qtd-sem-tempo                         pic 9(07) value 0.
      *>    resultados fora da verificacao de tempo (sem horario ou
      *>    encerrados por estouro do tempo limite)
       77 ws-qtd-rapidos                           pic 9(07) value 0.
       77 ws-qtd-pares                             pic 9(07) value 0.
       77 ws-qtd-saltos                            pic 9(07) value 0.
       77 ws-qtd-linhas-secao                      pic 9(07) value 0.
       77 ws-qtd-sinalizados                       pic 9(07) value 0.

      *>----Verificacao de tempo
       77 ws-disc-corrente                         pic x(10).
       77 ws-seg-inicio                            pic 9(05).
       77 ws-seg-fim                               pic 9(06).
       77 ws-qtd-amostra                           pic 9(07).
       77 ws-pos-mediana-1                         pic 9(07).
       77 ws-pos-mediana-2                         pic 9(07).
       77 ws-ind-amostra                           pic 9(07).
       77 ws-mediana-1                             pic 9(05).
       77 ws-mediana-2                             pic 9(05).
       77 ws-mediana                               pic 9(05).
       77 ws-seg-formatar                          pic 9(05).
       77 ws-seg-resto                             pic 9(05).
       77 ws-duracao-edt                           pic x(08).
       77 ws-mediana-edt                           pic x(08).

       01 ws-tempo-formatado.
           05 ws-tf-hh                             pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-tf-mm                             pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-tf-ss                             pic 9(02).

      *>----Verificacao de pares no mesmo dia
       01 ws-par-a.
           05 ws-par-a-chave.
               10 ws-par-a-id-disciplina           pic x(10).
               10 ws-par-a-data-prova              pic 9(08).
               10 ws-par-a-user-id                 pic x(10).
               10 ws-par-a-id-resultado            pic 9(04).
           05 ws-par-a-qtd-erradas                 pic 9(03).
           05 ws-par-a-nota                        pic 9(02)v99.

       77 ws-qtd-erros-a                           pic 9(04).
       77 ws-ind-erro                              pic 9(04).
       77 ws-erros-comuns                          pic 9(04).
       77 ws-erros-iguais                          pic 9(04).
       77 ws-erro-achado                           pic x(01).

      *>    erros (pergunta, versao e letra marcada) do primeiro do par;
      *>    a prova nao passa de 999 perguntas (fl-det-seq-pergunta)
       01 ws-tab-erros-a.
           05 ws-erro-a occurs 999 times.
               10 ws-erro-a-num-pergunta           pic 9(03).
               10 ws-erro-a-versao                 pic 9(03).
               10 ws-erro-a-resposta               pic x(01).

      *>----Verificacao de saltos de nota
       01 ws-tentativa-anterior.
           05 ws-ant-user-id                       pic x(10) value spaces.
           05 ws-ant-id-disciplina                 pic x(10) value spaces.
           05 ws-ant-id-resultado                  pic 9(04) value 0.
           05 ws-ant-data-prova                    pic 9(08) value 0.
           05 ws-ant-nota                          pic 9(02)v99 value 0.

      *>----Campos de edicao para a evidencia
       77 ws-edt-qtd                               pic zzzzzz9.
       77 ws-edt-qtd-2                             pic zzz9.
       77 ws-edt-pct                               pic zz9.
       77 ws-edt-nota-1                            pic z9,99.
       77 ws-edt-nota-2                            pic z9,99.
       77 ws-edt-id                                pic 9(04).
       77 ws-data-edt                              pic x(10).
       77 ws-data-formatar                         pic 9(08).
       77 ws-evidencia                             pic x(75).

      *>----Resultado sinalizado (montado antes de 2600-imprime-sinal)
       01 ws-sinal.
           05 ws-sinal-user-id                     pic x(10).
           05 ws-sinal-id-resultado                pic 9(04).
           05 ws-sinal-id-disciplina               pic x(10).
           05 ws-sinal-data-prova                  pic 9(08).
           05 ws-sinal-nota                        pic 9(02)v99.

           copy CPMSGERR.

       01 ws-linha-titulo.
           05 filler                               pic x(48) value "RELATORIO DE INTEGRIDADE DAS PROVAS - EMITIDO EM".
           05 filler                               pic x(01) value space.
           05 ws-tit-data                          pic x(10).

       01 ws-linha-secao.
           05 ws-sec-texto                         pic x(132).

       01 ws-linha-cabecalho.
           05 filler                               pic x(11) value "USUARIO".
           05 filler                               pic x(06) value "RES.".
           05 filler                               pic x(11) value "DISCIPLINA".
           05 filler                               pic x(11) value "DATA".
           05 filler                               pic x(07) value "NOTA".
           05 filler                               pic x(11) value "ANALISE".
           05 filler                               pic x(75) value "EVIDENCIA".

       01 ws-linha-detalhe.
           05 ws-det-user-id                       pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-det-id-resultado                  pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 ws-det-id-disciplina                 pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-det-data-prova                    pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-det-nota                          pic z9,99.
           05 filler                               pic x(02) value spaces.
           05 ws-det-analise                       pic x(10).
      *>       "EM ANALISE" = caso aberto   "LIBERADO" = caso encerrado
           05 filler                               pic x(01) value spaces.
           05 ws-det-evidencia                     pic x(75).


      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           perform 1000-inicializa
           perform 2000-carrega-trabalho
           perform 2200-verifica-tempos
           perform 2300-verifica-pares
           perform 2400-verifica-saltos
           perform 2700-imprime-totais
           perform 3000-finaliza
           stop run
           .
       0000-controle-exit.
           exit.

       1000-inicializa section.
           perform 8000-grava-log-inicio

           accept ws-data-hoje from date yyyymmdd

           open input arq-resultados
           if ws-fs-arq-resultados  <> "00" then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arq-resultados                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-resultados"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem detalhe de respostas (35) a verificacao de pares nao roda;
      *>   sem casos de analise (35) a coluna sai em branco
           open input arq-respostas
           if ws-fs-arq-respostas <> "35" then
               if ws-fs-arq-respostas  <> "00"
               and ws-fs-arq-respostas <> "05" then
                   move 2                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. respostas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-resp-aberto
           end-if

           open input arq-analises
           if ws-fs-arq-analises <> "35" then
               if ws-fs-arq-analises  <> "00"
               and ws-fs-arq-analises <> "05" then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-analises                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. analises"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-anl-aberto
           end-if

      *>   os arquivos de trabalho sao descartaveis: recriados vazios a
      *>   cada execucao
           open output arq-wrk-tempo
           if ws-fs-arq-wrk-tempo  <> "00" then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-tempo                  to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-tempo"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arq-wrk-tempo
           open i-o arq-wrk-tempo
           if ws-fs-arq-wrk-tempo  <> "00" then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-tempo                  to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-tempo"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-wrk-dia
           if ws-fs-arq-wrk-dia  <> "00" then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-dia                    to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-dia"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arq-wrk-dia
           open i-o arq-wrk-dia
           if ws-fs-arq-wrk-dia  <> "00" then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-dia                    to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-dia"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-wrk-tentativa
           if ws-fs-arq-wrk-tentativa  <> "00" then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-tentativa              to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-tentativa"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arq-wrk-tentativa
           open i-o arq-wrk-tentativa
           if ws-fs-arq-wrk-tentativa  <> "00" then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-tentativa              to ws-msn-erro-cod
               move "Erro ao abrir arq. wrk-tentativa"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje to ws-data-formatar
           perform 2690-formata-data
           move ws-data-edt  to ws-tit-data
           move ws-linha-titulo to fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           write fl-rel-linha
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Passada 1 - varre arq-resultados inteiro e grava cada resultado nos
      *> tres arquivos de trabalho. So entra na verificacao de tempo a prova
      *> com hora de inicio e de fim e encerrada normalmente (a encerrada
      *> por estouro do tempo limite, por definicao, nao foi rapida)
      *>------------------------------------------------------------------------
       2000-carrega-trabalho section.
           perform until ws-fim-arquivo = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-qtd-lidos
                       perform 2100-grava-trabalho
               end-read
           end-perform
           .
       2000-carrega-trabalho-exit.
           exit.

       2100-grava-trabalho section.
           move fl-resul-user-id       to wa-user-id
           move fl-resul-id-disciplina to wa-id-disciplina
           move fl-resul-id-resultado  to wa-id-resultado
           move fl-resul-data-prova    to wa-data-prova
           move fl-resul-nota          to wa-nota
           write fl-wrk-tentativa
           if ws-fs-arq-wrk-tentativa  <> "00" then
               move 8                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-tentativa              to ws-msn-erro-cod
               move "Erro ao escrever arq. wrk-tentativa" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fl-resul-id-disciplina to wd-id-disciplina
           move fl-resul-data-prova    to wd-data-prova
           move fl-resul-user-id       to wd-user-id
           move fl-resul-id-resultado  to wd-id-resultado
           move zeros                  to wd-qtd-erradas
           if fl-resul-total-perguntas > fl-resul-qtd-acertos then
               compute wd-qtd-erradas =
                   fl-resul-total-perguntas - fl-resul-qtd-acertos
           end-if
           move fl-resul-nota          to wd-nota
           write fl-wrk-dia
           if ws-fs-arq-wrk-dia  <> "00" then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-dia                    to ws-msn-erro-cod
               move "Erro ao escrever arq. wrk-dia"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fl-resul-hora-inicio = 0
           or fl-resul-hora-fim    = 0
           or fl-resul-encerramento = "T" then
               add 1 to ws-qtd-sem-tempo
           else
               compute ws-seg-inicio = fl-resul-hora-ini-hh * 3600
                                     + fl-resul-hora-ini-mm * 60
                                     + fl-resul-hora-ini-ss
               compute ws-seg-fim    = fl-resul-hora-fim-hh * 3600
                                     + fl-resul-hora-fim-mm * 60
                                     + fl-resul-hora-fim-ss
      *>       prova que virou a meia-noite termina "antes" de comecar
               if ws-seg-fim < ws-seg-inicio then
                   add 86400 to ws-seg-fim
               end-if
               move fl-resul-id-disciplina to wt-id-disciplina
               compute wt-duracao = ws-seg-fim - ws-seg-inicio
               move fl-resul-id-resultado  to wt-id-resultado
               move fl-resul-user-id       to wt-user-id
               move fl-resul-data-prova    to wt-data-prova
               move fl-resul-nota          to wt-nota
               write fl-wrk-tempo
               if ws-fs-arq-wrk-tempo  <> "00" then
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-wrk-tempo                  to ws-msn-erro-cod
                   move "Erro ao escrever arq. wrk-tempo"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       2100-grava-trabalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificacao 1 - por disciplina: conta as provas com horario, acha a
      *> duracao mediana (o wrk-tempo ja esta em ordem de duracao) e
      *> sinaliza as provas abaixo do percentual da mediana. Disciplina com
      *> menos provas que o minimo da amostra fica de fora
      *>------------------------------------------------------------------------
       2200-verifica-tempos section.
           move spaces to ws-sec-texto
           string "1. PROVAS TERMINADAS MUITO ANTES DO TEMPO MEDIANO DA"
                  " DISCIPLINA"
                  delimited by size into ws-sec-texto
           perform 2650-imprime-secao
           move ws-pct-tempo-rapido to ws-edt-pct
           move ws-minimo-amostra   to ws-edt-qtd-2
           move spaces to ws-sec-texto
           string "   CRITERIO: DURACAO ABAIXO DE " ws-edt-pct
                  "% DA MEDIANA, EM DISCIPLINA COM PELO MENOS " ws-edt-qtd-2
                  " PROVAS COM HORARIO"
                  delimited by size into ws-sec-texto
           perform 2660-imprime-cabecalho

           move "N"        to ws-fim-trabalho
           move low-values to wt-chave
           start arq-wrk-tempo key is not less than wt-chave
               invalid key
                   move "S" to ws-fim-trabalho
           end-start
           if ws-fim-trabalho <> "S" then
               perform 2205-le-tempo
           end-if

           perform until ws-fim-trabalho = "S"
               move wt-id-disciplina to ws-disc-corrente
               move zeros            to ws-qtd-amostra
               perform until ws-fim-trabalho = "S"
                          or wt-id-disciplina <> ws-disc-corrente
                   add 1 to ws-qtd-amostra
                   perform 2205-le-tempo
               end-perform

               if ws-qtd-amostra >= ws-minimo-amostra then
                   perform 2210-calcula-mediana
                   perform 2220-sinaliza-rapidos
               end-if

      *>       volta para a primeira prova da disciplina seguinte
               move "N"              to ws-fim-trabalho
               move ws-disc-corrente to wt-id-disciplina
               move high-values      to wt-resto-chave
               start arq-wrk-tempo key is greater than wt-chave
                   invalid key
                       move "S" to ws-fim-trabalho
               end-start
               if ws-fim-trabalho <> "S" then
                   perform 2205-le-tempo
               end-if
           end-perform

           if ws-qtd-linhas-secao = 0 then
               perform 2670-imprime-nenhum
           end-if
           .
       2200-verifica-tempos-exit.
           exit.

       2205-le-tempo section.
           read arq-wrk-tempo next record
               at end
                   move "S" to ws-fim-trabalho
               not at end
                   continue
           end-read
           .
       2205-le-tempo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mediana da disciplina corrente: com quantidade impar, a duracao do
      *> meio; com quantidade par, a media das duas do meio
      *>------------------------------------------------------------------------
       2210-calcula-mediana section.
           compute ws-pos-mediana-1 = (ws-qtd-amostra + 1) / 2
           compute ws-pos-mediana-2 = (ws-qtd-amostra / 2) + 1
           if ws-pos-mediana-2 > ws-qtd-amostra then
               move ws-qtd-amostra to ws-pos-mediana-2
           end-if

           move zeros            to ws-mediana-1
           move zeros            to ws-mediana-2
           move zeros            to ws-ind-amostra
           move "N"              to ws-fim-grupo
           move ws-disc-corrente to wt-id-disciplina
           move low-values       to wt-resto-chave
           start arq-wrk-tempo key is not less than wt-chave
               invalid key
                   move "S" to ws-fim-grupo
           end-start

           perform until ws-fim-grupo = "S"
               read arq-wrk-tempo next record
                   at end
                       move "S" to ws-fim-grupo
                   not at end
                       add 1 to ws-ind-amostra
                       if ws-ind-amostra = ws-pos-mediana-1 then
                           move wt-duracao to ws-mediana-1
                       end-if
                       if ws-ind-amostra = ws-pos-mediana-2 then
                           move wt-duracao to ws-mediana-2
                           move "S"        to ws-fim-grupo
                       end-if
               end-read
           end-perform

           compute ws-mediana rounded = (ws-mediana-1 + ws-mediana-2) / 2
           .
       2210-calcula-mediana-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relê a disciplina do inicio (mais rapida primeiro) e sinaliza ate a
      *> primeira prova que ja nao esta abaixo do limite
      *>------------------------------------------------------------------------
       2220-sinaliza-rapidos section.
           move "N"              to ws-fim-grupo
           move ws-disc-corrente to wt-id-disciplina
           move low-values       to wt-resto-chave
           start arq-wrk-tempo key is not less than wt-chave
               invalid key
                   move "S" to ws-fim-grupo
           end-start

           perform until ws-fim-grupo = "S"
               read arq-wrk-tempo next record
                   at end
                       move "S" to ws-fim-grupo
                   not at end
                       if wt-id-disciplina <> ws-disc-corrente
                       or wt-duracao * 100 >= ws-mediana * ws-pct-tempo-rapido then
                           move "S" to ws-fim-grupo
                       else
                           perform 2225-imprime-rapido
                       end-if
               end-read
           end-perform
           .
       2220-sinaliza-rapidos-exit.
           exit.

       2225-imprime-rapido section.
           move wt-duracao to ws-seg-formatar
           perform 2680-formata-tempo
           move ws-tempo-formatado to ws-duracao-edt
           move ws-mediana to ws-seg-formatar
           perform 2680-formata-tempo
           move ws-tempo-formatado to ws-mediana-edt
           move ws-qtd-amostra     to ws-edt-qtd

           move spaces to ws-evidencia
           string "DUROU " ws-duracao-edt
                  " CONTRA MEDIANA DE " ws-mediana-edt
                  " NA DISCIPLINA (" ws-edt-qtd " PROVAS)"
                  delimited by size into ws-evidencia

           move wt-user-id       to ws-sinal-user-id
           move wt-id-resultado  to ws-sinal-id-resultado
           move wt-id-disciplina to ws-sinal-id-disciplina
           move wt-data-prova    to ws-sinal-data-prova
           move wt-nota          to ws-sinal-nota
           perform 2600-imprime-sinal
           add 1 to ws-qtd-rapidos
           .
       2225-imprime-rapido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificacao 2 - por disciplina e dia: para cada prova (A) com erros
      *> suficientes, guarda as letras erradas e compara com cada prova (B)
      *> seguinte do mesmo grupo, de outro funcionario. O par e sinalizado
      *> quando as mesmas letras erradas nas mesmas perguntas (mesma versao
      *> do texto) passam do minimo e do percentual dos erros em comum.
      *> Resposta em branco nao conta como erro igual
      *>------------------------------------------------------------------------
       2300-verifica-pares section.
           move zeros to ws-qtd-linhas-secao
           move spaces to ws-sec-texto
           string "2. FUNCIONARIOS NA MESMA DISCIPLINA NO MESMO DIA COM"
                  " ERROS IGUAIS DEMAIS"
                  delimited by size into ws-sec-texto
           perform 2650-imprime-secao
           move ws-minimo-erros-iguais to ws-edt-qtd-2
           move ws-pct-erros-iguais    to ws-edt-pct
           move spaces to ws-sec-texto
           string "   CRITERIO: PELO MENOS " ws-edt-qtd-2
                  " ERROS COM A MESMA LETRA, SENDO " ws-edt-pct
                  "% OU MAIS DAS PERGUNTAS QUE OS DOIS ERRARAM"
                  delimited by size into ws-sec-texto
           perform 2660-imprime-cabecalho

           if ws-resp-aberto <> "S" then
               move "   ** arq-respostas.dat nao existe - verificacao nao executada **"
                   to fl-rel-linha
               write fl-rel-linha
               move 1 to ws-qtd-linhas-secao
           end-if

           move "N"        to ws-fim-trabalho
           if ws-resp-aberto <> "S" then
               move "S" to ws-fim-trabalho
           end-if
           move low-values to wd-chave
           start arq-wrk-dia key is not less than wd-chave
               invalid key
                   move "S" to ws-fim-trabalho
           end-start
           if ws-fim-trabalho <> "S" then
               perform 2305-le-dia
           end-if

           perform until ws-fim-trabalho = "S"
               move wd-chave       to ws-par-a-chave
               move wd-qtd-erradas to ws-par-a-qtd-erradas
               move wd-nota        to ws-par-a-nota

               if ws-par-a-qtd-erradas >= ws-minimo-erros-iguais then
                   perform 2310-carrega-erros-a
                   if ws-qtd-erros-a >= ws-minimo-erros-iguais then
                       perform 2305-le-dia
                       perform until ws-fim-trabalho = "S"
                                  or wd-id-disciplina <> ws-par-a-id-disciplina
                                  or wd-data-prova    <> ws-par-a-data-prova
                           if wd-user-id <> ws-par-a-user-id
                           and wd-qtd-erradas >= ws-minimo-erros-iguais then
                               perform 2320-compara-par
                           end-if
                           perform 2305-le-dia
                       end-perform
                   end-if
               end-if

      *>       volta para a prova seguinte a A
               move "N"            to ws-fim-trabalho
               move ws-par-a-chave to wd-chave
               start arq-wrk-dia key is greater than wd-chave
                   invalid key
                       move "S" to ws-fim-trabalho
               end-start
               if ws-fim-trabalho <> "S" then
                   perform 2305-le-dia
               end-if
           end-perform

           if ws-qtd-linhas-secao = 0 then
               perform 2670-imprime-nenhum
           end-if
           .
       2300-verifica-pares-exit.
           exit.

       2305-le-dia section.
           read arq-wrk-dia next record
               at end
                   move "S" to ws-fim-trabalho
               not at end
                   continue
           end-read
           .
       2305-le-dia-exit.
           exit.

       2310-carrega-erros-a section.
           move zeros                 to ws-qtd-erros-a
           move "N"                   to ws-fim-det
           move ws-par-a-id-resultado to fl-det-id-resultado
           move ws-par-a-user-id      to fl-det-user-id
           move zeros                 to fl-det-seq-pergunta
           start arq-respostas key is not less than fl-det-chave
               invalid key
                   move "S" to ws-fim-det
           end-start

           perform until ws-fim-det = "S"
               read arq-respostas next record
                   at end
                       move "S" to ws-fim-det
                   not at end
                       if fl-det-id-resultado <> ws-par-a-id-resultado
                       or fl-det-user-id      <> ws-par-a-user-id then
                           move "S" to ws-fim-det
                       else
                           if fl-det-acertou <> "S"
                           and (fl-det-resposta-dada = "A"
                             or fl-det-resposta-dada = "B"
                             or fl-det-resposta-dada = "C"
                             or fl-det-resposta-dada = "D")
                           and ws-qtd-erros-a < 999 then
                               add 1 to ws-qtd-erros-a
                               move fl-det-num-pergunta
                                   to ws-erro-a-num-pergunta(ws-qtd-erros-a)
                               move fl-det-versao-pergunta
                                   to ws-erro-a-versao(ws-qtd-erros-a)
                               move fl-det-resposta-dada
                                   to ws-erro-a-resposta(ws-qtd-erros-a)
                           end-if
                       end-if
               end-read
           end-perform
           .
       2310-carrega-erros-a-exit.
           exit.

       2320-compara-par section.
           move zeros           to ws-erros-comuns
           move zeros           to ws-erros-iguais
           move "N"             to ws-fim-det
           move wd-id-resultado to fl-det-id-resultado
           move wd-user-id      to fl-det-user-id
           move zeros           to fl-det-seq-pergunta
           start arq-respostas key is not less than fl-det-chave
               invalid key
                   move "S" to ws-fim-det
           end-start

           perform until ws-fim-det = "S"
               read arq-respostas next record
                   at end
                       move "S" to ws-fim-det
                   not at end
                       if fl-det-id-resultado <> wd-id-resultado
                       or fl-det-user-id      <> wd-user-id then
                           move "S" to ws-fim-det
                       else
                           if fl-det-acertou <> "S"
                           and (fl-det-resposta-dada = "A"
                             or fl-det-resposta-dada = "B"
                             or fl-det-resposta-dada = "C"
                             or fl-det-resposta-dada = "D") then
                               perform 2325-procura-erro-a
                           end-if
                       end-if
               end-read
           end-perform

           if ws-erros-iguais >= ws-minimo-erros-iguais
           and ws-erros-iguais * 100 >= ws-erros-comuns * ws-pct-erros-iguais then
               perform 2330-imprime-par
           end-if
           .
       2320-compara-par-exit.
           exit.

       2325-procura-erro-a section.
           move "N" to ws-erro-achado
           perform varying ws-ind-erro from 1 by 1
                   until ws-ind-erro > ws-qtd-erros-a
                      or ws-erro-achado = "S"
               if ws-erro-a-num-pergunta(ws-ind-erro) = fl-det-num-pergunta
               and ws-erro-a-versao(ws-ind-erro) = fl-det-versao-pergunta then
                   move "S" to ws-erro-achado
                   add 1 to ws-erros-comuns
                   if ws-erro-a-resposta(ws-ind-erro) = fl-det-resposta-dada
                       add 1 to ws-erros-iguais
                   end-if
               end-if
           end-perform
           .
       2325-procura-erro-a-exit.
           exit.

      *>------------------------------------------------------------------------
      *> O par sai nas duas pontas: uma linha para cada resultado, com a
      *> evidencia apontando o outro
      *>------------------------------------------------------------------------
       2330-imprime-par section.
           move ws-erros-iguais to ws-edt-qtd-2
           move ws-erros-comuns to ws-edt-qtd
           move wd-id-resultado to ws-edt-id
           move spaces to ws-evidencia
           string ws-edt-qtd-2 " ERROS IGUAIS EM" ws-edt-qtd
                  " ERRADAS EM COMUM COM " wd-user-id
                  " RES. " ws-edt-id
                  delimited by size into ws-evidencia
           move ws-par-a-user-id       to ws-sinal-user-id
           move ws-par-a-id-resultado  to ws-sinal-id-resultado
           move ws-par-a-id-disciplina to ws-sinal-id-disciplina
           move ws-par-a-data-prova    to ws-sinal-data-prova
           move ws-par-a-nota          to ws-sinal-nota
           perform 2600-imprime-sinal

           move ws-par-a-id-resultado to ws-edt-id
           move spaces to ws-evidencia
           string ws-edt-qtd-2 " ERROS IGUAIS EM" ws-edt-qtd
                  " ERRADAS EM COMUM COM " ws-par-a-user-id
                  " RES. " ws-edt-id
                  delimited by size into ws-evidencia
           move wd-user-id       to ws-sinal-user-id
           move wd-id-resultado  to ws-sinal-id-resultado
           move wd-id-disciplina to ws-sinal-id-disciplina
           move wd-data-prova    to ws-sinal-data-prova
           move wd-nota          to ws-sinal-nota
           perform 2600-imprime-sinal

           add 1 to ws-qtd-pares
           .
       2330-imprime-par-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificacao 3 - o wrk-tentativa traz as provas de cada funcionario
      *> em cada disciplina na ordem do resultado: compara cada uma com a
      *> anterior e sinaliza a subida de nota igual ou acima do limite
      *>------------------------------------------------------------------------
       2400-verifica-saltos section.
           move zeros to ws-qtd-linhas-secao
           move spaces to ws-sec-texto
           string "3. SALTOS DE NOTA ENTRE TENTATIVAS SEGUIDAS DO MESMO"
                  " FUNCIONARIO NA MESMA DISCIPLINA"
                  delimited by size into ws-sec-texto
           perform 2650-imprime-secao
           move ws-salto-nota to ws-edt-nota-1
           move spaces to ws-sec-texto
           string "   CRITERIO: NOTA SUBIU " ws-edt-nota-1
                  " PONTOS OU MAIS EM RELACAO A TENTATIVA ANTERIOR"
                  delimited by size into ws-sec-texto
           perform 2660-imprime-cabecalho

           move "N"        to ws-fim-trabalho
           move low-values to wa-chave
           start arq-wrk-tentativa key is not less than wa-chave
               invalid key
                   move "S" to ws-fim-trabalho
           end-start

           perform until ws-fim-trabalho = "S"
               read arq-wrk-tentativa next record
                   at end
                       move "S" to ws-fim-trabalho
                   not at end
                       if wa-user-id       = ws-ant-user-id
                       and wa-id-disciplina = ws-ant-id-disciplina
                       and wa-nota > ws-ant-nota then
                           if wa-nota - ws-ant-nota >= ws-salto-nota then
                               perform 2410-imprime-salto
                           end-if
                       end-if
                       move wa-user-id       to ws-ant-user-id
                       move wa-id-disciplina to ws-ant-id-disciplina
                       move wa-id-resultado  to ws-ant-id-resultado
                       move wa-data-prova    to ws-ant-data-prova
                       move wa-nota          to ws-ant-nota
               end-read
           end-perform

           if ws-qtd-linhas-secao = 0 then
               perform 2670-imprime-nenhum
           end-if
           .
       2400-verifica-saltos-exit.
           exit.

       2410-imprime-salto section.
           move ws-ant-nota         to ws-edt-nota-1
           move wa-nota             to ws-edt-nota-2
           move ws-ant-id-resultado to ws-edt-id
           move ws-ant-data-prova   to ws-data-formatar
           perform 2690-formata-data
           move spaces to ws-evidencia
           string "NOTA SUBIU DE " ws-edt-nota-1
                  " (RES. " ws-edt-id " DE " ws-data-edt
                  ") PARA " ws-edt-nota-2
                  delimited by size into ws-evidencia

           move wa-user-id       to ws-sinal-user-id
           move wa-id-resultado  to ws-sinal-id-resultado
           move wa-id-disciplina to ws-sinal-id-disciplina
           move wa-data-prova    to ws-sinal-data-prova
           move wa-nota          to ws-sinal-nota
           perform 2600-imprime-sinal
           add 1 to ws-qtd-saltos
           .
       2410-imprime-salto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime o resultado sinalizado (ws-sinal) com a evidencia montada
      *> (ws-evidencia) e a situacao do caso de analise, se houver
      *>------------------------------------------------------------------------
       2600-imprime-sinal section.
           move ws-sinal-user-id       to ws-det-user-id
           move ws-sinal-id-resultado  to ws-det-id-resultado
           move ws-sinal-id-disciplina to ws-det-id-disciplina
           move ws-sinal-data-prova    to ws-data-formatar
           perform 2690-formata-data
           move ws-data-edt            to ws-det-data-prova
           move ws-sinal-nota          to ws-det-nota
           move ws-evidencia           to ws-det-evidencia

           move spaces to ws-det-analise
           if ws-anl-aberto = "S" then
               move ws-sinal-id-resultado to fl-anl-id-resultado
               move ws-sinal-user-id      to fl-anl-user-id
               read arq-analises
                   invalid key
                       continue
                   not invalid key
                       if fl-anl-situacao = "A" then
                           move "EM ANALISE" to ws-det-analise
                       else
                           move "LIBERADO"   to ws-det-analise
                       end-if
               end-read
           end-if

           move ws-linha-detalhe to fl-rel-linha
           write fl-rel-linha
           if ws-fs-arq-relatorio  <> "00" then
               move 11                                   to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                  to ws-msn-erro-cod
               move "Erro ao escrever arq. relatorio"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-linhas-secao
           add 1 to ws-qtd-sinalizados
           .
       2600-imprime-sinal-exit.
           exit.

       2650-imprime-secao section.
           move spaces to fl-rel-linha
           write fl-rel-linha
           move ws-linha-secao to fl-rel-linha
           write fl-rel-linha
           .
       2650-imprime-secao-exit.
           exit.

      *>   ws-sec-texto ja traz a linha do criterio da verificacao
       2660-imprime-cabecalho section.
           move ws-linha-secao to fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           write fl-rel-linha
           move ws-linha-cabecalho to fl-rel-linha
           write fl-rel-linha
           .
       2660-imprime-cabecalho-exit.
           exit.

       2670-imprime-nenhum section.
           move "   NENHUM RESULTADO SINALIZADO" to fl-rel-linha
           write fl-rel-linha
           .
       2670-imprime-nenhum-exit.
           exit.

      *>   segundos (ws-seg-formatar) em hh:mm:ss (ws-tempo-formatado)
       2680-formata-tempo section.
           divide ws-seg-formatar by 3600 giving ws-tf-hh
               remainder ws-seg-resto
           divide ws-seg-resto by 60 giving ws-tf-mm
               remainder ws-tf-ss
           .
       2680-formata-tempo-exit.
           exit.

      *>   aaaammdd (ws-data-formatar) em dd/mm/aaaa (ws-data-edt)
       2690-formata-data section.
           move spaces to ws-data-edt
           string ws-data-formatar(7:2) "/"
                  ws-data-formatar(5:2) "/"
                  ws-data-formatar(1:4)
                  delimited by size into ws-data-edt
           .
       2690-formata-data-exit.
           exit.

       2700-imprime-totais section.
           move spaces to fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           move ws-qtd-lidos to ws-edt-qtd
           string "RESULTADOS LIDOS:                       " ws-edt-qtd
                  delimited by size into fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           move ws-qtd-sem-tempo to ws-edt-qtd
           string "FORA DA VERIFICACAO DE TEMPO:           " ws-edt-qtd
                  delimited by size into fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           move ws-qtd-rapidos to ws-edt-qtd
           string "PROVAS RAPIDAS DEMAIS:                  " ws-edt-qtd
                  delimited by size into fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           move ws-qtd-pares to ws-edt-qtd
           string "PARES COM ERROS IGUAIS:                 " ws-edt-qtd
                  delimited by size into fl-rel-linha
           write fl-rel-linha
           move spaces to fl-rel-linha
           move ws-qtd-saltos to ws-edt-qtd
           string "SALTOS DE NOTA:                         " ws-edt-qtd
                  delimited by size into fl-rel-linha
           write fl-rel-linha
           .
       2700-imprime-totais-exit.
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
           move ws-qtd-sinalizados to fl-log-qtd-gravados
           move ws-qtd-sem-tempo   to fl-log-qtd-rejeitados
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
           move ws-qtd-sinalizados to fl-log-qtd-gravados
           move ws-qtd-sem-tempo   to fl-log-qtd-rejeitados
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
           move "P02SISC43" to fl-log-programa
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
           close arq-resultados
           if ws-fs-arq-resultados  <> "00" then
               move 12                                    to ws-msn-erro-ofsset
               move ws-fs-arq-resultados                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-resultados"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-resp-aberto = "S" then
               close arq-respostas
               if ws-fs-arq-respostas  <> "00" then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. respostas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-anl-aberto = "S" then
               close arq-analises
               if ws-fs-arq-analises  <> "00" then
                   move 14                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-analises                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. analises"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-wrk-tempo
           if ws-fs-arq-wrk-tempo  <> "00" then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-tempo                   to ws-msn-erro-cod
               move "Erro ao fechar arq. wrk-tempo"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-wrk-dia
           if ws-fs-arq-wrk-dia  <> "00" then
               move 16                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-dia                     to ws-msn-erro-cod
               move "Erro ao fechar arq. wrk-dia"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-wrk-tentativa
           if ws-fs-arq-wrk-tentativa  <> "00" then
               move 17                                    to ws-msn-erro-ofsset
               move ws-fs-arq-wrk-tentativa               to ws-msn-erro-cod
               move "Erro ao fechar arq. wrk-tentativa"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 18                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorio"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "P02SISC43 - resultados lidos:          " with no advancing
           display ws-qtd-lidos
           display "P02SISC43 - provas rapidas demais:     " with no advancing
           display ws-qtd-rapidos
           display "P02SISC43 - pares com erros iguais:    " with no advancing
           display ws-qtd-pares
           display "P02SISC43 - saltos de nota:            " with no advancing
           display ws-qtd-saltos

           perform 8100-grava-log-fim
           .
       3000-finaliza-exit.
           exit.
