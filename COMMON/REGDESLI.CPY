      * COPYBOOK REGDESLI - DESLIGAMENTOS DE VENDEDORES
      * DESLIG.DAT, UMA LINHA POR RESCISAO CALCULADA POR EM03EX15:
      * DATA DO AFASTAMENTO, MOTIVO ("S" SEM JUSTA CAUSA, "J" JUSTA
      * CAUSA, "P" PEDIDO DE DEMISSAO, "A" ACORDO - CLT ART. 484-A),
      * AVISO PREVIO ("I" INDENIZADO, "T" TRABALHADO, "N" NAO SE
      * APLICA), DATA DO CALCULO E LIQUIDO PAGO. EM03EX06 NAO CALCULA
      * MAIS A FOLHA DE QUEM CONSTA AQUI COM AFASTAMENTO ATE A DATA
      * DE PROCESSAMENTO.
           02 DL-COD     PIC 9(05).
           02 FILLER     PIC X(01).
           02 DL-DATA    PIC 9(08).
           02 FILLER     PIC X(01).
           02 DL-MOTIVO  PIC X(01).
           02 FILLER     PIC X(01).
           02 DL-AVISO   PIC X(01).
           02 FILLER     PIC X(01).
           02 DL-DTCALC  PIC 9(08).
           02 FILLER     PIC X(01).
           02 DL-LIQUIDO PIC 9(09)V99.
