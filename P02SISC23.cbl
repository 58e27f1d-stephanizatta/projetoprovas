           record key is fl-lmsc-chave-resul
           file status is ws-fs-arq-lms-ctl.

      *> Resultados sob analise de compliance (mantidos pelo P02SISC26):
      *> caso aberto retem o resultado fora do extrato ate ser liberado
           select arq-analises assign to "arq-analises.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-anl-chave-resul
           file status is ws-fs-arq-analises.

      *> Controle de execucao dos batches: um registro "I" no inicio e um
      *> "F" no fim de cada rodada, conferido de manha pelo P02SISC31
           select arq-log-jobs assign to "arq-log-jobs.dat"
           copy CPDISC.

       fd arq-extrato-lms
           record contains 37 characters.
       01 fl-extrato-lms.
           05 ext-lms-id-resultado                 pic 9(04).
      *>       junto com o user-id e a chave que o LMS devolve no
      *>       arquivo de retorno
           05 ext-lms-user-id                      pic x(10).
       01 fl-lms-ctl.
           copy CPLMSCTL.

       fd arq-analises.
       01 fl-analise.
           copy CPANALIS.

       fd arq-log-jobs.
       01 fl-log-job.
           copy CPLOGJOB.
       77 ws-fs-arq-disciplinas                     pic x(02).
       77 ws-fs-arq-extrato                         pic x(02).
       77 ws-fs-arq-lms-ctl                         pic x(02).
       77 ws-fs-arq-analises                        pic x(02).
       77 ws-anl-aberto                             pic x(01) value "N".
       77 ws-resul-sob-analise                      pic x(01).
       77 ws-fs-arq-log                             pic x(02).
       77 ws-log-hora                               pic 9(08).
       77 ws-log-em-erro                            pic x(01) value "N".
       77 ws-qtd-orfaos                            pic 9(07) value 0.
       77 ws-qtd-confirmados                       pic 9(07) value 0.
      *>    resultados ja aceitos pelo LMS em rodada anterior - pulados
       77 ws-qtd-sob-analise                       pic 9(07) value 0.
      *>    resultados retidos por caso de analise aberto

           copy CPMSGERR.

               move "Erro ao abrir arq. lms-ctl"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem arquivo de analises (35) nenhum resultado esta retido
           open input arq-analises
           if ws-fs-arq-analises <> "35" then
               if ws-fs-arq-analises  <> "00"
               and ws-fs-arq-analises <> "05" then
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-analises                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. analises"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-anl-aberto
           end-if
           .
       1000-inicializa-exit.
           exit.
      *>           geraria duplicata do lado de la
                   add 1 to ws-qtd-confirmados
               else
                   perform 2260-consulta-analise
                   if ws-resul-sob-analise = "S" then
      *>               caso de analise aberto: fica fora do extrato (e sem
      *>               marca no controle) ate a liberacao
                       add 1 to ws-qtd-sob-analise
                   else
                       move fl-resul-id-resultado  to ext-lms-id-resultado
                       move fl-resul-user-id       to ext-lms-user-id
                       move fl-resul-id-disciplina to ext-lms-id-disciplina
                       move fl-resul-nota          to ext-lms-nota
                       move fl-resul-data-prova    to ext-lms-data-prova

                       if fl-resul-nota >= ws-nota-minima-cache
                       and fl-resul-reprov-topico <> "S" then
                           move "S" to ext-lms-flag-aprovado
                       else
                           move "N" to ext-lms-flag-aprovado
                       end-if

                       write fl-extrato-lms
                       if ws-fs-arq-extrato  <> "00" then
                           move 4                                      to ws-msn-erro-ofsset
                           move ws-fs-arq-extrato                       to ws-msn-erro-cod
                           move "Erro ao escrever arq. extrato-lms"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-extraidos
                       perform 2270-marca-extraido
                   end-if
               end-if
           end-if
           .
       2250-consulta-lms-ctl-exit.
           exit.

       2260-consulta-analise section.
           move "N" to ws-resul-sob-analise
           if ws-anl-aberto = "S" then
               move fl-resul-chave-resul to fl-anl-chave-resul
               read arq-analises
                   invalid key
                       continue
                   not invalid key
                       if fl-anl-situacao = "A" then
                           move "S" to ws-resul-sob-analise
                       end-if
               end-read
           end-if
           .
       2260-consulta-analise-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra (ou volta) o resultado para "E" = extraido aguardando
      *> retorno: rejeitado reextraido recomeca o ciclo com o motivo limpo
       8100-grava-log-fim section.
           compute fl-log-qtd-lidos =
               ws-qtd-extraidos + ws-qtd-orfaos + ws-qtd-confirmados
               + ws-qtd-sob-analise
           move "F"                to fl-log-tipo
           move ws-qtd-extraidos   to fl-log-qtd-gravados
           move ws-qtd-orfaos      to fl-log-qtd-rejeitados
           move "S"                to ws-log-em-erro
           compute fl-log-qtd-lidos =
               ws-qtd-extraidos + ws-qtd-orfaos + ws-qtd-confirmados
               + ws-qtd-sob-analise
           move "F"                to fl-log-tipo
           move ws-qtd-extraidos   to fl-log-qtd-gravados
           move ws-qtd-orfaos      to fl-log-qtd-rejeitados
               perform finaliza-anormal
           end-if

           if ws-anl-aberto = "S" then
               close arq-analises
               if ws-fs-arq-analises  <> "00" then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-analises                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. analises"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "P02SISC23 - registros extraidos para o LMS/RH: " with no advancing
           display ws-qtd-extraidos
           display "P02SISC23 - ja confirmados pelo LMS (pulados): " with no advancing
                   with no advancing
               display ws-qtd-orfaos
           end-if
           if ws-qtd-sob-analise > 0 then
               display "P02SISC23 - retidos por analise de compliance: "
                   with no advancing
               display ws-qtd-sob-analise
           end-if

           perform 8100-grava-log-fim
           .
