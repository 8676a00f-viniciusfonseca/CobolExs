      * COPYBOOK REGFCONF - CONFIABILIDADE DO FORNECEDOR EM
      * FORNCONF.DAT, GRAVADA POR EM02EX57 (AVALIACAO MENSAL DE
      * FORNECEDORES): CODIGO DO FORNECEDOR (CADFORN.DAT), NOTA DO
      * MES (0 A 100) E A PENALIDADE EM PERCENTUAL QUE EM02EX04 SOMA
      * AO PRECO DE ITEMFORN.DAT NA ESCOLHA DO FORNECEDOR PREFERIDO.
      * ARQUIVO VAZIO (PESO ZERO EM PARAM63.DAT) MANTEM A ESCOLHA SO
      * PELO MENOR PRECO.
           02 FC-FORN     PIC 9(04).
           02 FILLER      PIC X(01).
           02 FC-NOTA     PIC 9(03).
           02 FILLER      PIC X(01).
           02 FC-PENAL    PIC 9(03).
