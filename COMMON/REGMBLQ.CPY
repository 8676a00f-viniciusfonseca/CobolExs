      * COPYBOOK REGMBLQ - CHAVES DE AVISO SEM E-MAIL ENTREGAVEL,
      * MAILBLQ.DAT, INDEXADO PELA CHAVE NO MESMO FORMATO QUE OS
      * PROGRAMAS PASSAM AO MAILHOOK (NUMSOC, CODIGO DO CLIENTE/
      * MATRICULA, "S"/"M" + NUMERO DO INFORME DE EM02EX41).
      * RECRIADO INTEIRO A CADA RODADA DE EM02EX51 A PARTIR DE
      * CADCLI.DAT, ARQSOC1.DAT E EMAILST.DAT; O MAILHOOK CONSULTA O
      * ARQUIVO E NAO DEIXA PENDENTE O AVISO DE CHAVE BLOQUEADA.
           02 MB-CHAVE    PIC X(15).
           02 MB-TIPOPES  PIC X(01).
           02 MB-EMAIL    PIC X(30).
           02 MB-MOTIVO   PIC X(01).
           02 MB-DATA     PIC 9(08).
