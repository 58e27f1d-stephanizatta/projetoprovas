      *>----------------------------------------------------------------
      *> CPBKPCTL - layout do controle das geracoes de backup
      *> (arq-bkp-ctl.dat). O backup (P02SISC45) grava cada arquivo
      *> indexado numa copia sequencial por geracao (nome do arquivo com
      *> .bNN no lugar de .dat, NN = numero da geracao); as geracoes sao
      *> reaproveitadas em rodizio, a mais antiga e sobrescrita quando
      *> todas as configuradas estao ocupadas. Por geracao ha um
      *> registro "*GERACAO" com a data/hora do backup e um registro por
      *> arquivo com a contagem descarregada - e por ele que a
      *> restauracao (P02SISC46) escolhe a geracao e reconcilia
      *>----------------------------------------------------------------
       05 fl-bkc-chave.
           10 fl-bkc-geracao               pic 9(02).
           10 fl-bkc-arquivo               pic x(30).
      *>        nome do arquivo sem o .dat, ou "*GERACAO" no registro
      *>        da geracao
       05 fl-bkc-data                      pic 9(08).
       05 fl-bkc-hora                      pic 9(06).
      *>    inicio do backup da geracao - a restauracao do arq-resultados
      *>    reaplica a auditoria gravada a partir deste momento
       05 fl-bkc-qtd-registros             pic 9(09).
      *>    registros descarregados (total da geracao no "*GERACAO")
       05 fl-bkc-situacao                  pic x(01).
      *>    "A" = backup em andamento (geracao incompleta, nao restaura)
      *>    "C" = copia completa
      *>    "S" = arquivo nao existia no momento do backup - sem copia
