      * COPYBOOK REGENTR - LOG DE ENTREGA DOS RELATORIOS DISTRIBUIDOS
      * (ENTREGA.DAT, SO APENDADO): UMA LINHA POR COPIA DE RELATORIO
      * E DESTINATARIO. EM05EX30 GRAVA A COPIA SEPARADA COM A SITUACAO
      * "FILA" (ENFILEIRADA NO MAILHOOK), "VAZIA" (O FILTRO NAO
      * SEPAROU NADA - NAO ENVIADA) OU "NAOGERADO" (O RELATORIO NAO
      * FOI GERADO NA NOITE); O DESPACHANTE EM05EX11 GRAVA "ENVIADO"
      * QUANDO DESPACHA A COPIA. A GERACAO E A DATA DE PROCESSAMENTO
      * DA NOITE QUE PRODUZIU O RELATORIO.
           02 EN-DATA    PIC 9(08).
           02 FILLER     PIC X(01).
           02 EN-HORA    PIC 9(08).
           02 FILLER     PIC X(01).
           02 EN-RELAT   PIC X(08).
           02 FILLER     PIC X(01).
           02 EN-GERACAO PIC 9(08).
           02 FILLER     PIC X(01).
           02 EN-DEST    PIC X(15).
           02 FILLER     PIC X(01).
           02 EN-ARQUIVO PIC X(21).
           02 FILLER     PIC X(01).
           02 EN-LINHAS  PIC 9(05).
           02 FILLER     PIC X(01).
           02 EN-SIT     PIC X(09).
