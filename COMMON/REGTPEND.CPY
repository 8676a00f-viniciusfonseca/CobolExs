      * COPYBOOK REGTPEND - TRANSFERENCIA ENTRE DEPOSITOS PROPOSTA
      * PELO REBALANCEAMENTO DE EM02EX04 EM TRANSPEND.DAT, PENDENTE
      * DE APROVACAO: ITEM, DEPOSITO DE ORIGEM (COM EXCEDENTE),
      * DEPOSITO DE DESTINO (ABAIXO DO PONTO), QUANTIDADE E DATA DA
      * PROPOSTA. O COMPRADOR MARCA TP-APROV COM "S" (APROVA) OU "N"
      * (REJEITA) E INFORMA A REFERENCIA; EM02EX56 TRANSFORMA AS
      * APROVADAS EM MOVIMENTO "T" DE MOVESTOQ.DAT. O ARQUIVO E
      * REGERADO A CADA RODADA DE EM02EX04.
           02 TP-COD      PIC 9(05).
           02 FILLER      PIC X(01).
           02 TP-DEPORIG  PIC X(02).
           02 FILLER      PIC X(01).
           02 TP-DEPDEST  PIC X(02).
           02 FILLER      PIC X(01).
           02 TP-QTDE     PIC 9(05).
           02 FILLER      PIC X(01).
           02 TP-DATA     PIC 9(08).
           02 FILLER      PIC X(01).
           02 TP-APROV    PIC X(01).
              88 TP-APROVADA  VALUE "S".
              88 TP-REJEITADA VALUE "N".
           02 FILLER      PIC X(01).
           02 TP-REFER    PIC X(10).
