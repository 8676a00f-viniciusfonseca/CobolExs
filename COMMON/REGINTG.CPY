      * COPYBOOK REGINTG - SITUACAO DA ULTIMA VARREDURA DE
      * INTEGRIDADE REFERENCIAL DOS CADASTROS (EM05EX28) EM
      * INTEGST.DAT: UMA LINHA SO, REGRAVADA A CADA VARREDURA, COM A
      * DATA, O RETURN-CODE, O TOTAL DE OCORRENCIAS E QUANTAS REGRAS
      * TIVERAM OCORRENCIA OU NAO PUDERAM SER VERIFICADAS. LIDA POR
      * EM05EX03, QUE A APONTA COMO AVISO SEM PARAR A CADEIA.
           02 IS-DATA   PIC 9(08).
           02 FILLER    PIC X(01).
           02 IS-RC     PIC 9(02).
           02 FILLER    PIC X(01).
           02 IS-OCORR  PIC 9(07).
           02 FILLER    PIC X(01).
           02 IS-REGRAS PIC 9(02).
