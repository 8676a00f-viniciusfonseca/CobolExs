      * COPYBOOK REGEMST - SITUACAO DE ENTREGA DE CADA ENDERECO DE
      * E-MAIL QUE JA VOLTOU (BOUNCE), EMAILST.DAT, INDEXADO PELO
      * ENDERECO EM MAIUSCULAS. MANTIDO POR EM02EX51 A PARTIR DO
      * ARQUIVO DE RETORNO BOUNCE.DAT: EM-QTSOFT CONTA OS RETORNOS
      * TEMPORARIOS ("S"); UM RETORNO DEFINITIVO ("H") OU O LIMITE DE
      * TEMPORARIOS DE PARAM59.DAT PASSA EM-SIT DE "A" (ATIVO) PARA
      * "I" (INVALIDO), COM A DATA EM EM-DTINV. ENDERECO AUSENTE DO
      * ARQUIVO NUNCA VOLTOU E E TRATADO COMO ATIVO.
           02 EM-EMAIL    PIC X(30).
           02 EM-SIT      PIC X(01).
           02 EM-QTSOFT   PIC 9(02).
           02 EM-QTHARD   PIC 9(02).
           02 EM-TIPOULT  PIC X(01).
           02 EM-DTPRIM   PIC 9(08).
           02 EM-DTULT    PIC 9(08).
           02 EM-DTINV    PIC 9(08).
