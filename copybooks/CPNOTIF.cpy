      *>----------------------------------------------------------------
      *> CPNOTIF - layout do feed de notificacoes (arq-notificacoes.dat)
      *> entregue toda noite ao gateway corporativo de e-mail/mensagens:
      *> um registro, de tamanho fixo, por mensagem a mandar. O gateway
      *> resolve o endereco pelo user-id do destinatario e monta o texto
      *> a partir do tipo do evento e dos campos de referencia
      *>----------------------------------------------------------------
       05 fl-ntf-tipo-evento               pic x(01).
      *>    "N" = nova convocacao          "L" = lembrete de prazo
      *>    "V" = convocacao vencida       "C" = certificado emitido
      *>    "R" = certificado revogado     "X" = certificado expirado
      *>    "B" = conta bloqueada
       05 fl-ntf-data-geracao              pic 9(08).
       05 fl-ntf-hora-geracao              pic 9(06).
       05 fl-ntf-destinatario              pic x(10).
      *>    user-id de quem recebe a mensagem
       05 fl-ntf-nome-destinatario         pic x(30).
       05 fl-ntf-papel                     pic x(01).
      *>    "P" = o proprio funcionario   "C" = copia ao gestor do setor
       05 fl-ntf-user-id                   pic x(10).
      *>    funcionario a quem o evento se refere
       05 fl-ntf-nome-funcionario          pic x(30).
       05 fl-ntf-setor                     pic x(10).
       05 fl-ntf-id-disciplina             pic x(10).
       05 fl-ntf-data-referencia           pic 9(08).
      *>    data limite da convocacao, data de emissao do certificado,
      *>    data da revogacao/expiracao ou data do bloqueio
       05 fl-ntf-num-certificado           pic 9(06).
      *>    zeros quando o evento nao e de certificado
       05 fl-ntf-dias                      pic 9(03).
      *>    dias que faltam para o prazo (N/L) ou dias de atraso (V)
       05 fl-ntf-mensagem                  pic x(60).
       05 fl-ntf-reenvio                   pic x(01).
      *>    "S" = mensagem ja mandada antes, repetida a pedido do operador
      *>    "N" = primeiro envio
       05 filler                           pic x(06).
