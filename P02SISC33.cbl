           alternate key is fl-resul-id-disciplina with duplicates
           file status is ws-fs-arq-resultados.

      *> Desempenho por topico da prova: o credito soma um acerto no topico
      *> da pergunta e pode tirar a prova da reprovacao por topico
           select arq-resultados-topicos assign to "arq-resultados-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-rtop-chave
           file status is ws-fs-arq-resultados-topicos.

      *> Cada nota regravada deixa um "C" na trilha de auditoria com o
      *> operador responsavel, igual a correcao manual pelo P02SISC20
           select arq-auditoria assign to "arq-auditoria-resultados.dat"
       01 fl-resultado.
           copy CPFLRES.

       fd arq-resultados-topicos.
       01 fl-resultado-topico.
           copy CPRESTOP.

       fd arq-auditoria.
       01 fl-auditoria.
           copy CPAUDIT.
       77 ws-fs-arq-respostas                       pic x(02).
       77 ws-fs-arq-resultados                      pic x(02).
       77 ws-fs-arq-auditoria                       pic x(02).
       77 ws-fs-arq-resultados-topicos              pic x(02).
       77 ws-sem-topicos                            pic x(01) value "N".
      *>    "S" = arq-resultados-topicos nem existe - nenhuma prova com
      *>    desempenho por topico
       77 ws-fim-rtop                               pic x(01) value "N".
       77 ws-ainda-abaixo                           pic x(01) value "N".
       77 ws-fs-arq-log                             pic x(02).
       77 ws-log-hora                               pic 9(08).
       77 ws-log-em-erro                            pic x(01) value "N".

       77 ws-alvo-disciplina                       pic x(10).
       77 ws-alvo-pergunta                         pic 9(03).
       77 ws-alvo-versao                           pic 9(03).
      *>    versao da pergunta a creditar (0 = todas): quando so uma
      *>    versao do texto estava errada, so quem respondeu aquela versao
      *>    ganha o credito
       77 ws-operador-id                           pic x(10).

       77 ws-fim-arquivo                           pic x(01) value "N".
           accept ws-alvo-disciplina
           display "            Numero da pergunta (no banco): " with no advancing
           accept ws-alvo-pergunta
           display "            Versao a creditar (0 = todas): " with no advancing
           accept ws-alvo-versao
           display "            ID do operador responsavel: " with no advancing
           accept ws-operador-id

               move "Pergunta alvo nao esta anulada"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-alvo-versao > fl-perg-versao then
               move 14                                       to ws-msn-erro-ofsset
               move "V3"                                     to ws-msn-erro-cod
               move "Versao alvo nao existe para a pergunta" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-respostas
           if ws-fs-arq-respostas = "35" then
               perform finaliza-anormal
           end-if

           open i-o arq-resultados-topicos
           if ws-fs-arq-resultados-topicos = "35" then
               move "S" to ws-sem-topicos
           else
               if ws-fs-arq-resultados-topicos  <> "00"
               and ws-fs-arq-resultados-topicos <> "05" then
                   move 15                                        to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados-topicos              to ws-msn-erro-cod
                   move "Erro ao abrir arq. resultados-topicos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open extend arq-auditoria
           if ws-fs-arq-auditoria = "35" then
               open output arq-auditoria
      *>------------------------------------------------------------------------
      *> Varre o detalhe de respostas inteiro (nao ha chave por disciplina/
      *> pergunta) e credita cada registro da pergunta anulada em que o
      *> funcionario errou; quem ja acertou fica como esta. Com versao alvo
      *> informada, so o detalhe gravado com aquela versao da pergunta
      *>------------------------------------------------------------------------
       2000-processamento section.
           if ws-sem-respostas <> "S" then
                           add 1 to ws-qtd-resp-lidas
                           if fl-det-id-disciplina = ws-alvo-disciplina
                           and fl-det-num-pergunta = ws-alvo-pergunta
                           and fl-det-acertou      = "N"
                           and (ws-alvo-versao = 0
                             or fl-det-versao-pergunta = ws-alvo-versao) then
                               perform 2100-credita-resposta
                           end-if
                   end-read
           add 1 to fl-resul-qtd-acertos
           compute fl-resul-nota rounded =
               (fl-resul-qtd-acertos / fl-resul-total-perguntas) * 10
           if fl-det-topico <> spaces
           and ws-sem-topicos <> "S" then
               perform 2250-acerta-topico
           end-if
           rewrite fl-resultado
           if ws-fs-arq-resultados  <> "00" then
               move 8                                       to ws-msn-erro-ofsset
           add 1 to ws-qtd-creditadas

           display "P02SISC33 - regravado " fl-resul-chave-resul
               " versao " fl-det-versao-pergunta
               " nota " ws-nota-antiga " -> " fl-resul-nota
           .
       2200-regrava-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acerta o desempenho por topico da prova creditada: o topico da
      *> pergunta ganha o acerto e a nota do topico e refeita. Se a prova
      *> estava reprovada por topico e nenhum topico ficou abaixo da
      *> minima, a reprovacao por topico cai junto (fl-resultado e
      *> regravado logo depois, no 2200)
      *>------------------------------------------------------------------------
       2250-acerta-topico section.
           move fl-resul-id-resultado to fl-rtop-id-resultado
           move fl-resul-user-id      to fl-rtop-user-id
           move fl-det-topico         to fl-rtop-topico
           read arq-resultados-topicos
               invalid key
      *>           prova gravada antes dos topicos: nada a acertar
                   continue
               not invalid key
                   if fl-rtop-qtd-acertos < fl-rtop-qtd-perguntas then
                       add 1 to fl-rtop-qtd-acertos
                   end-if
                   compute fl-rtop-nota rounded =
                       (fl-rtop-qtd-acertos / fl-rtop-qtd-perguntas) * 10
                   if fl-rtop-nota-minima > 0
                   and fl-rtop-nota < fl-rtop-nota-minima then
                       move "S" to fl-rtop-abaixo-minimo
                   else
                       move "N" to fl-rtop-abaixo-minimo
                   end-if
                   rewrite fl-resultado-topico
                   if ws-fs-arq-resultados-topicos  <> "00" then
                       move 16                                          to ws-msn-erro-ofsset
                       move ws-fs-arq-resultados-topicos                to ws-msn-erro-cod
                       move "Erro ao regravar arq. resultados-topicos"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           if fl-resul-reprov-topico = "S" then
               move "N"                   to ws-ainda-abaixo
               move "N"                   to ws-fim-rtop
               move fl-resul-id-resultado to fl-rtop-id-resultado
               move fl-resul-user-id      to fl-rtop-user-id
               move low-values            to fl-rtop-topico
               start arq-resultados-topicos key is greater than or equal fl-rtop-chave
                   invalid key
                       move "S" to ws-fim-rtop
               end-start

               perform until ws-fim-rtop = "S"
                   read arq-resultados-topicos next record
                       at end
                           move "S" to ws-fim-rtop
                       not at end
                           if fl-rtop-id-resultado <> fl-resul-id-resultado
                           or fl-rtop-user-id      <> fl-resul-user-id then
                               move "S" to ws-fim-rtop
                           else
                               if fl-rtop-abaixo-minimo = "S" then
                                   move "S" to ws-ainda-abaixo
                                   move "S" to ws-fim-rtop
                               end-if
                           end-if
                   end-read
               end-perform

               if ws-ainda-abaixo = "N" then
                   move "N" to fl-resul-reprov-topico
                   display "P02SISC33 - reprovacao por topico retirada: "
                       fl-resul-chave-resul
               end-if
           end-if
           .
       2250-acerta-topico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescenta a imagem antes/depois da nota na trilha de auditoria,
      *> operacao "C" com o operador informado - mesmo layout e significado
               perform finaliza-anormal
           end-if

           if ws-sem-topicos <> "S" then
               close arq-resultados-topicos
               if ws-fs-arq-resultados-topicos  <> "00" then
                   move 17                                        to ws-msn-erro-ofsset
                   move ws-fs-arq-resultados-topicos              to ws-msn-erro-cod
                   move "Erro ao fechar arq. resultados-topicos"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-auditoria
           if ws-fs-arq-auditoria  <> "00" then
               move 13                                    to ws-msn-erro-ofsset
