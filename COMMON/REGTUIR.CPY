      * COPYBOOK REGTUIR - POSICAO DAS COBRANCAS DE MENSALIDADE
      * (TUIRECEB.DAT): UMA LINHA POR ALUNO E COMPETENCIA, GRAVADA NA
      * COBRANCA (EM02EX21) E REGRAVADA PELOS PROGRAMAS QUE BAIXAM,
      * TRANSFEREM OU CANCELAM A COBRANCA. TC-VALOR E O LIQUIDO;
      * TC-BRUTO E A MENSALIDADE CHEIA E TC-DESCONTO O DESCONTO DE
      * BOLSA CONCEDIDO. LINHA ANTIGA, SEM ESTES DOIS CAMPOS, TEM
      * BRUTO = VALOR.
           02 TC-NUM      PIC 9(05).
           02 FILLER      PIC X.
           02 TC-CAMPUS   PIC X(02).
           02 FILLER      PIC X.
           02 TC-COMPET   PIC 9(06).
           02 FILLER      PIC X.
           02 TC-VALOR    PIC 9(07)V99.
           02 FILLER      PIC X.
           02 TC-VENC     PIC 9(08).
           02 FILLER      PIC X.
           02 TC-SITUACAO PIC X(08).
           02 FILLER      PIC X.
           02 TC-BRUTO    PIC 9(07)V99.
           02 FILLER      PIC X.
           02 TC-DESCONTO PIC 9(07)V99.
