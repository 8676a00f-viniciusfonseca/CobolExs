      * COPYBOOK REGSEGC - LAYOUT DO SEGMENTO RFM DOS CLIENTES
      * TURISMAR, SEGCLI.DAT, INDEXADO POR CPF E RECRIADO INTEIRO A
      * CADA RODADA DE EM02EX49. SG-R/SG-F/SG-M SAO AS NOTAS DE 1 A 5
      * DE RECENCIA, FREQUENCIA E VALOR; SG-SEGMENTO E O NOME DO
      * SEGMENTO ("CAMPEAO", "FIEL", "EM RISCO", "NOVO", "PROMISSOR",
      * "HIBERNANDO" OU "SEM COMPRA"), QUE OS EXTRATOS DE CLIENTES
      * (EM02EX02 E EM02EX16) USAM COMO FILTRO VIA PARAM57.DAT.
           02 SG-CPF      PIC 9(11).
           02 SG-SEGMENTO PIC X(10).
           02 SG-R        PIC 9(01).
           02 SG-F        PIC 9(01).
           02 SG-M        PIC 9(01).
           02 SG-ULTDATA  PIC 9(08).
           02 SG-QTDE     PIC 9(05).
           02 SG-VALOR    PIC 9(09)V99.
           02 SG-DATASEG  PIC 9(08).
