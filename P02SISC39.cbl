
      *> Arquivo delimitado enviado pelas areas: uma pergunta por linha,
      *> campos separados por ";" na ordem
      *>   disciplina;enunciado;opcao-a;opcao-b;opcao-c;opcao-d;resposta;numero;topico
      *> Sem numero a linha e uma pergunta nova; com o numero (como sai
      *> na exportacao) a linha altera a pergunta existente, guardando a
      *> versao anterior no historico. O topico e opcional (vazio = sem
      *> topico) e tem de estar cadastrado na disciplina
           select arq-carga-perguntas assign to "arq-carga-perguntas.txt"
           organization is line sequential
           file status is ws-fs-arq-carga.

      *> Exportacao das perguntas ativas de uma disciplina, no mesmo
      *> formato da carga, ja com o numero de cada pergunta - e o que as
      *> areas revisam e devolvem com as mudancas
           select arq-export-perguntas assign to "arq-export-perguntas.txt"
           organization is line sequential
           file status is ws-fs-arq-export.
           record key is fl-perg-chave
           file status is ws-fs-arq-perguntas.

      *> Historico de versoes: toda pergunta alterada pela carga deixa
      *> aqui o texto que estava em vigor, igual a manutencao de cadastros
           select arq-perguntas-hist assign to "arq-perguntas-hist.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-phist-chave
           file status is ws-fs-arq-perguntas-hist.

      *> Aberto em i-o porque a carga recalcula fl-disc-qtd-perguntas da
      *> disciplina a cada pergunta aceita, igual a manutencao de
      *> cadastros faz
           record key is fl-disc-id-disciplina
           file status is ws-fs-arq-disciplinas.

      *> Topicos das disciplinas - so leitura, para validar o topico da
      *> linha de carga
           select arq-topicos assign to "arq-topicos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-top-chave
           file status is ws-fs-arq-topicos.

           select arq-relatorio assign to "arq-relatorio-carga-perg.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.
       01 fl-pergunta.
           copy CPPERG.

       fd arq-perguntas-hist.
       01 fl-pergunta-hist.
           copy CPPERGH.

       fd arq-disciplinas.
       01 fl-disciplina.
           copy CPDISC.

       fd arq-topicos.
       01 fl-topico.
           copy CPTOPICO.

       fd arq-relatorio
           record contains 132 characters.
       01 fl-rel-linha                             pic x(132).
       77 ws-fs-arq-carga                          pic x(02).
       77 ws-fs-arq-export                          pic x(02).
       77 ws-fs-arq-perguntas                       pic x(02).
       77 ws-fs-arq-perguntas-hist                  pic x(02).
       77 ws-fs-arq-disciplinas                     pic x(02).
       77 ws-fs-arq-topicos                         pic x(02).
       77 ws-topicos-aberto                         pic x(01) value "N".
       77 ws-fs-arq-relatorio                       pic x(02).
       77 ws-fs-arq-log                             pic x(02).
       77 ws-log-hora                               pic 9(08).
       77 ws-qtd-aceitas                           pic 9(05) value 0.
       77 ws-qtd-rejeitadas                        pic 9(05) value 0.
       77 ws-qtd-exportadas                        pic 9(05) value 0.
       77 ws-qtd-alteradas                         pic 9(05) value 0.
      *>    linhas aceitas que alteraram pergunta existente (as demais
      *>    aceitas sao inclusoes)
       77 ws-qtd-inalteradas                       pic 9(05) value 0.
      *>    linhas com numero cujo texto ja era o da versao em vigor
       77 ws-operador-id                           pic x(10).
      *>    quem responde pelas alteracoes da carga no historico
       77 ws-data-hoje                             pic 9(08).

      *>----Campos da linha de carga, ja separados
       77 ws-imp-disciplina                        pic x(10).
       77 ws-imp-opcao-d                           pic x(40).
       77 ws-imp-resposta                          pic x(01).
       77 ws-imp-opcao-certa                       pic x(40).
       77 ws-imp-numero-x                          pic x(10).
       77 ws-imp-numero-tam                        pic 9(02).
       77 ws-imp-numero                            pic 9(03).
      *>    0 = pergunta nova   demais = pergunta a alterar
       77 ws-imp-topico                            pic x(05).
       77 ws-topico-mudou                          pic x(01).
       77 ws-texto-mudou                           pic x(01).
       77 ws-linha-ok                              pic x(01).
       77 ws-motivo-rejeicao                       pic x(40).

               move "Opcao invalida (use I ou E)"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           accept ws-data-hoje from date yyyymmdd
           if ws-modo = "I" then
               move spaces to ws-operador-id
               display "            ID do operador responsavel: "
                   with no advancing
               accept ws-operador-id
               if ws-operador-id = spaces then
                   move 17                                   to ws-msn-erro-ofsset
                   move "V3"                                 to ws-msn-erro-cod
                   move "Operador responsavel nao informado" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arq-perguntas
           if ws-fs-arq-perguntas = "35" then
           end-if

           if ws-modo = "I" then
               open i-o arq-perguntas-hist
               if ws-fs-arq-perguntas-hist = "35" then
                   open output arq-perguntas-hist
                   close arq-perguntas-hist
                   open i-o arq-perguntas-hist
               end-if
               if ws-fs-arq-perguntas-hist  <> "00"
               and ws-fs-arq-perguntas-hist <> "05" then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas-hist              to ws-msn-erro-cod
                   move "Erro ao abrir arq. perguntas-hist"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       sem o cadastro de topicos nenhuma linha com topico passa
               open input arq-topicos
               if ws-fs-arq-topicos = "00" then
                   move "S" to ws-topicos-aberto
               else
                   if ws-fs-arq-topicos <> "35" then
                       move 23                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-topicos                     to ws-msn-erro-cod
                       move "Erro ao abrir arq. topicos"          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               open input arq-carga-perguntas
               if ws-fs-arq-carga  <> "00" then
                   move 4                                        to ws-msn-erro-ofsset
               perform 2200-separa-campos
               perform 2300-valida-linha
               if ws-linha-ok = "S" then
                   if ws-imp-numero = 0 then
                       perform 2500-grava-pergunta
                   else
                       perform 2520-altera-pergunta
                   end-if
               else
                   add 1 to ws-qtd-rejeitadas
                   move ws-num-linha       to ws-rel-num-linha
           move spaces to ws-imp-opcao-c
           move spaces to ws-imp-opcao-d
           move space  to ws-imp-resposta
           move spaces to ws-imp-numero-x
           move spaces to ws-imp-topico
           unstring fl-carga-linha delimited by ";"
               into ws-imp-disciplina
                    ws-imp-enunciado
                    ws-imp-opcao-c
                    ws-imp-opcao-d
                    ws-imp-resposta
                    ws-imp-numero-x
                    ws-imp-topico
           end-unstring
           move function upper-case(ws-imp-resposta) to ws-imp-resposta
           move function upper-case(ws-imp-topico)   to ws-imp-topico

      *>   numero: de 1 a 3 digitos no inicio do campo, o resto em branco;
      *>   qualquer outra coisa fica com tamanho zero e e rejeitada na
      *>   validacao
           move zeros to ws-imp-numero
           move zeros to ws-imp-numero-tam
           inspect ws-imp-numero-x tallying ws-imp-numero-tam
               for characters before initial space
           if ws-imp-numero-tam > 0 and ws-imp-numero-tam < 4 then
               if ws-imp-numero-x(1:ws-imp-numero-tam) is numeric
               and ws-imp-numero-x(ws-imp-numero-tam + 1:) = spaces then
                   move ws-imp-numero-x(1:ws-imp-numero-tam)
                       to ws-imp-numero
               else
                   move zeros to ws-imp-numero-tam
               end-if
           else
               move zeros to ws-imp-numero-tam
           end-if
           .
       2200-separa-campos-exit.
           exit.
               when ws-disc-encontrada <> "S"
                   move "N" to ws-linha-ok
                   move "DISCIPLINA NAO CADASTRADA"      to ws-motivo-rejeicao
               when ws-imp-numero-x <> spaces
                and (ws-imp-numero-tam = 0 or ws-imp-numero = 0)
                   move "N" to ws-linha-ok
                   move "NUMERO DA PERGUNTA INVALIDO"    to ws-motivo-rejeicao
               when ws-imp-enunciado = spaces
                   move "N" to ws-linha-ok
                   move "ENUNCIADO NAO INFORMADO"        to ws-motivo-rejeicao
                   end-if
           end-evaluate

           if ws-linha-ok = "S" and ws-imp-topico <> spaces then
               perform 2340-le-topico
           end-if

           if ws-linha-ok = "S" then
               perform 2320-procura-duplicada
               if ws-tem-duplicada = "S" then
               end-if
           end-if

           if ws-linha-ok = "S" and ws-imp-numero = 0 then
               perform 2330-acha-maior-numero
               if ws-maior-num-pergunta >= 999 then
                   move "N" to ws-linha-ok
                       to ws-motivo-rejeicao
               end-if
           end-if

      *>   alteracao: a pergunta tem de existir, e a versao tem 3
      *>   posicoes
           if ws-linha-ok = "S" and ws-imp-numero > 0 then
               move ws-imp-disciplina to fl-perg-id-disciplina
               move ws-imp-numero     to fl-perg-num-pergunta
               read arq-perguntas
                   invalid key
                       move "N" to ws-linha-ok
                       move "PERGUNTA NAO CADASTRADA NA DISCIPLINA"
                           to ws-motivo-rejeicao
                   not invalid key
                       if fl-perg-versao >= 999 then
                           move "N" to ws-linha-ok
                           move "LIMITE DE VERSOES DA PERGUNTA (999)"
                               to ws-motivo-rejeicao
                       end-if
               end-read
           end-if
           .
       2300-valida-linha-exit.
           exit.
                       if fl-perg-id-disciplina <> ws-imp-disciplina then
                           move "S" to ws-fim-perguntas
                       else
      *>                   na alteracao a propria pergunta nao conta
                           if fl-perg-enunciado = ws-imp-enunciado
                           and fl-perg-num-pergunta <> ws-imp-numero
                               move "S" to ws-tem-duplicada
                               move "S" to ws-fim-perguntas
                           end-if
       2330-acha-maior-numero-exit.
           exit.

      *>------------------------------------------------------------------------
      *> O topico da linha tem de estar cadastrado na disciplina (inativo
      *> serve - a pergunta so fica fora do sorteio por topico), igual a
      *> manutencao de cadastros
      *>------------------------------------------------------------------------
       2340-le-topico section.
           if ws-topicos-aberto <> "S" then
               move "N" to ws-linha-ok
               move "TOPICO NAO CADASTRADO NA DISCIPLINA"
                   to ws-motivo-rejeicao
           else
               move ws-imp-disciplina to fl-top-id-disciplina
               move ws-imp-topico     to fl-top-topico
               read arq-topicos
                   invalid key
                       move "N" to ws-linha-ok
                       move "TOPICO NAO CADASTRADO NA DISCIPLINA"
                           to ws-motivo-rejeicao
               end-read
           end-if
           .
       2340-le-topico-exit.
           exit.

       2500-grava-pergunta section.
           move ws-imp-disciplina to fl-perg-id-disciplina
           add 1 to ws-maior-num-pergunta
           move ws-imp-opcao-d    to fl-perg-opcao-d
           move ws-imp-resposta   to fl-perg-resposta-certa
           move "A"               to fl-perg-situacao
           move ws-imp-topico     to fl-perg-topico
           move zeros             to fl-perg-data-anulacao
           move 1                 to fl-perg-versao
           write fl-pergunta
           if ws-fs-arq-perguntas <> "00" then
               move 7                                    to ws-msn-erro-ofsset
       2500-grava-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Alteracao de pergunta existente (linha com numero): se o texto
      *> mudou, a versao em vigor vai para o historico com o operador da
      *> carga e a pergunta e regravada com a versao seguinte; a
      *> situacao da pergunta nao muda. Texto igual ao em vigor nao gera
      *> versao; so o topico diferente regrava a pergunta sem versao nova
      *> (o topico muda o sorteio, nao o que o funcionario ve)
      *>------------------------------------------------------------------------
       2520-altera-pergunta section.
           move ws-imp-disciplina to fl-perg-id-disciplina
           move ws-imp-numero     to fl-perg-num-pergunta
           read arq-perguntas
               invalid key
                   move 19                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                  to ws-msn-erro-cod
                   move "Erro ao reler arq. perguntas"       to ws-msn-erro-text
                   perform finaliza-anormal
           end-read

           move "N" to ws-texto-mudou
           if ws-imp-enunciado <> fl-perg-enunciado
           or ws-imp-opcao-a   <> fl-perg-opcao-a
           or ws-imp-opcao-b   <> fl-perg-opcao-b
           or ws-imp-opcao-c   <> fl-perg-opcao-c
           or ws-imp-opcao-d   <> fl-perg-opcao-d
           or ws-imp-resposta  <> fl-perg-resposta-certa then
               move "S" to ws-texto-mudou
           end-if
           move "N" to ws-topico-mudou
           if ws-imp-topico <> fl-perg-topico then
               move "S" to ws-topico-mudou
           end-if

           move ws-num-linha to ws-rel-num-linha
           move spaces       to ws-rel-complemento
           if ws-texto-mudou = "N" and ws-topico-mudou = "N" then
               add 1 to ws-qtd-inalteradas
               move "INALTERADA" to ws-rel-veredito
               string "PERGUNTA " fl-perg-num-pergunta
                      " JA ESTA COM ESTE TEXTO (VERSAO " fl-perg-versao ")"
                      delimited by size into ws-rel-complemento
           end-if
           if ws-texto-mudou = "N" and ws-topico-mudou = "S" then
               move ws-imp-topico to fl-perg-topico
               rewrite fl-pergunta
               if ws-fs-arq-perguntas <> "00" then
                   move 24                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                  to ws-msn-erro-cod
                   move "Erro ao regravar arq. perguntas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-aceitas
               add 1 to ws-qtd-alteradas
               move "ALTERADA" to ws-rel-veredito
               string "PERGUNTA " fl-perg-num-pergunta
                      " DA DISCIPLINA " ws-imp-disciplina
                      " COM TOPICO NOVO (VERSAO " fl-perg-versao ")"
                      delimited by size into ws-rel-complemento
           end-if
           if ws-texto-mudou = "S" then
               perform 2530-grava-versao-anterior
               add 1 to fl-perg-versao
               move ws-imp-enunciado  to fl-perg-enunciado
               move ws-imp-opcao-a    to fl-perg-opcao-a
               move ws-imp-opcao-b    to fl-perg-opcao-b
               move ws-imp-opcao-c    to fl-perg-opcao-c
               move ws-imp-opcao-d    to fl-perg-opcao-d
               move ws-imp-resposta   to fl-perg-resposta-certa
               move ws-imp-topico     to fl-perg-topico
               rewrite fl-pergunta
               if ws-fs-arq-perguntas <> "00" then
                   move 20                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas                  to ws-msn-erro-cod
                   move "Erro ao regravar arq. perguntas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-aceitas
               add 1 to ws-qtd-alteradas
               move "ALTERADA" to ws-rel-veredito
               string "PERGUNTA " fl-perg-num-pergunta
                      " DA DISCIPLINA " ws-imp-disciplina
                      " AGORA NA VERSAO " fl-perg-versao
                      delimited by size into ws-rel-complemento
           end-if
           perform 2600-escreve-relatorio
           .
       2520-altera-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda no historico a versao em vigor (ainda intacta em
      *> fl-pergunta) - mesmo registro que a manutencao de cadastros grava
      *>------------------------------------------------------------------------
       2530-grava-versao-anterior section.
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
           move ws-operador-id         to fl-phist-alterado-por
           move "C"                    to fl-phist-origem
           write fl-pergunta-hist
           if ws-fs-arq-perguntas-hist <> "00" then
               move 21                                   to ws-msn-erro-ofsset
               move ws-fs-arq-perguntas-hist             to ws-msn-erro-cod
               move "Erro ao gravar arq. perguntas-hist"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       2530-grava-versao-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reconta as perguntas ativas da disciplina e regrava
      *> fl-disc-qtd-perguntas, igual a manutencao de cadastros faz apos
                  function trim(fl-perg-opcao-b)         ";"
                  function trim(fl-perg-opcao-c)         ";"
                  function trim(fl-perg-opcao-d)         ";"
                  fl-perg-resposta-certa                 ";"
                  fl-perg-num-pergunta                   ";"
                  fl-perg-topico
                  delimited by size into fl-export-linha
           write fl-export-linha
           if ws-fs-arq-export  <> "00" then
           end-if

           if ws-modo = "I" then
               close arq-perguntas-hist
               if ws-fs-arq-perguntas-hist  <> "00" then
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-perguntas-hist              to ws-msn-erro-cod
                   move "Erro ao fechar arq. perguntas-hist"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-topicos-aberto = "S" then
                   close arq-topicos
                   if ws-fs-arq-topicos  <> "00" then
                       move 25                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-topicos                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. topicos"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arq-carga-perguntas
               if ws-fs-arq-carga  <> "00" then
                   move 14                                        to ws-msn-erro-ofsset
               display "P02SISC39 - perguntas aceitas:         "
                   with no advancing
               display ws-qtd-aceitas
               display "P02SISC39 - das quais alteracoes:      "
                   with no advancing
               display ws-qtd-alteradas
               display "P02SISC39 - linhas sem mudanca:        "
                   with no advancing
               display ws-qtd-inalteradas
               display "P02SISC39 - linhas rejeitadas:         "
                   with no advancing
               display ws-qtd-rejeitadas
