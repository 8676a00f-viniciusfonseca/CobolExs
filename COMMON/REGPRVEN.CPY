      * COPYBOOK REGPRVEN - PRECO DE VENDA DO ITEM EM PRECOVEN.DAT,
      * MANTIDO POR EM02EX33 (ACAO "P" DE ESTREQ.DAT): CODIGO DO
      * ITEM (CADESTOQ.DAT; O PRECO VALE PARA TODOS OS DEPOSITOS),
      * DATA DE VIGENCIA E PRECO. O PRECO DO DIA E O DE MAIOR
      * VIGENCIA ATE A DATA; LINHAS COM VIGENCIA FUTURA FICAM
      * AGUARDANDO E AS SUPERADAS SAO DESCARTADAS NA MANUTENCAO.
      * O PRECO DE CUSTO CONTINUA SENDO O PRECO DE CADESTOQ.DAT.
           02 VP-COD      PIC 9(05).
           02 FILLER      PIC X(01).
           02 VP-VIGENCIA PIC 9(08).
           02 FILLER      PIC X(01).
           02 VP-PRECO    PIC 9(06)V99.
