      * COPYBOOK REGHPREC - HISTORICO DE ALTERACOES DO PRECO DE VENDA
      * EM HISTPRECO.DAT, APENDADO POR EM02EX33 A CADA PRECO
      * REGISTRADO: ITEM, DATA DO REGISTRO, VIGENCIA, PRECO ANTERIOR
      * (ZERO NO PRIMEIRO PRECO), PRECO NOVO E O CUSTO MEDIO DO ITEM
      * NA DATA DO REGISTRO (MEDIA PONDERADA DOS DEPOSITOS). E DAQUI
      * QUE EM02EX58 TIRA A MARGEM DA ULTIMA ALTERACAO PARA MOSTRAR
      * A TENDENCIA DA MARGEM.
           02 HP-COD      PIC 9(05).
           02 FILLER      PIC X(01).
           02 HP-DATA     PIC 9(08).
           02 FILLER      PIC X(01).
           02 HP-VIGENCIA PIC 9(08).
           02 FILLER      PIC X(01).
           02 HP-PRECOANT PIC 9(06)V99.
           02 FILLER      PIC X(01).
           02 HP-PRECO    PIC 9(06)V99.
           02 FILLER      PIC X(01).
           02 HP-CUSTO    PIC 9(06)V99.
