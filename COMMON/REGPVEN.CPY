      * COPYBOOK REGPVEN - LINHA DE PEDIDO DE CLIENTE DE PEDVEN.DAT,
      * INDEXADO POR PEDIDO + LINHA (PV-CHAVE). CADA LINHA PEDE UM
      * ITEM NUM DEPOSITO E, ENQUANTO ESTIVER RESERVADA, SEGURA A
      * QUANTIDADE CONTRA O SALDO DO ITEM/DEPOSITO EM CADESTOQ.DAT:
      * O DISPONIVEL E O SALDO MENOS A SOMA DAS LINHAS "R".
      * PV-SIT: "R" RESERVADA (ATE PV-DTVALID), "B" PENDENTE - SEM
      * DISPONIVEL NA HORA DO PEDIDO, AGUARDA REPOSICAO -, "E"
      * EXPEDIDA (VIROU MOVIMENTO "S" EM MOVESTOQ.DAT), "X"
      * CANCELADA E "V" RESERVA VENCIDA SEM EXPEDICAO. PV-DTSIT E A
      * DATA DA ULTIMA TROCA DE SITUACAO. MANTIDO POR EM02EX53; LIDO
      * POR EM02EX04 PARA O REABASTECIMENTO E A SUGESTAO DE COMPRA.
           02 PV-CHAVE.
              03 PV-NUM     PIC 9(06).
              03 PV-LINHA   PIC 9(03).
           02 PV-CODCLI     PIC 9(05).
           02 PV-ITEM       PIC 9(05).
           02 PV-DEP        PIC X(02).
           02 PV-QTDE       PIC 9(05).
           02 PV-SIT        PIC X(01).
           02 PV-DTPED      PIC 9(08).
           02 PV-DTVALID    PIC 9(08).
           02 PV-DTSIT      PIC 9(08).
