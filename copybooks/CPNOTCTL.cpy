      *>----------------------------------------------------------------
      *> CPNOTCTL - layout do controle de envio de notificacoes
      *> (arq-notif-ctl.dat): um registro por mensagem ja mandada ao
      *> gateway, pela identidade do evento e do destinatario. O batch
      *> de notificacoes (P02SISC44) so manda o que nao estiver aqui, e
      *> guarda a propria mensagem para poder repeti-la num reenvio
      *>----------------------------------------------------------------
       05 fl-nct-chave.
           10 fl-nct-tipo-evento           pic x(01).
      *>        mesmo codigo de fl-ntf-tipo-evento (CPNOTIF)
           10 fl-nct-destinatario          pic x(10).
           10 fl-nct-user-id               pic x(10).
           10 fl-nct-referencia            pic x(10).
      *>        disciplina da convocacao ou numero do certificado
           10 fl-nct-data-ref              pic 9(08).
      *>        data que distingue uma ocorrencia da outra: criacao ou
      *>        data limite da convocacao, emissao ou mudanca de situacao
      *>        do certificado, data do bloqueio
           10 fl-nct-complemento           pic 9(06).
      *>        dias de antecedencia do lembrete, hora do bloqueio, ou
      *>        zeros
       05 fl-nct-data-envio                pic 9(08).
      *>    primeiro envio
       05 fl-nct-data-ult-envio            pic 9(08).
       05 fl-nct-qtd-envios                pic 9(03).
       05 fl-nct-notificacao               pic x(200).
      *>    copia do registro mandado (layout CPNOTIF)
