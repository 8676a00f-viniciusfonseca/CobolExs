      * COPYBOOK REGBLOQ - LAYOUT DO REGISTRO DE BLOQUEIO FINANCEIRO
      * BLOQFIN.DAT, UMA LINHA POR ALUNO QUE JA FOI BLOQUEADO:
      * SITUACAO ("B" BLOQUEADO, "L" LIBERADO), MESES E VALOR DE
      * MENSALIDADES VENCIDAS NA ULTIMA APURACAO (NO ALUNO LIBERADO,
      * O VALOR DEVIDO NA LIBERACAO), DATA DO BLOQUEIO, DATA DA
      * LIBERACAO E O MOTIVO DA LIBERACAO. REGRAVADO PELA APURACAO
      * EM02EX39 E LIDO PELA VIRADA DE PERIODO EM01EX17 E PELA
      * REATIVACAO DE EM01EX08. CADA USO INFORMA SEUS PROPRIOS NOMES
      * DE CAMPO VIA REPLACING.
      * USO: COPY REGBLOQ REPLACING ==:NUM:==    BY ==xxx==
      *                              ==:SIT:==    BY ==xxx==
      *                              ==:MESES:==  BY ==xxx==
      *                              ==:VALOR:==  BY ==xxx==
      *                              ==:DTBLOQ:== BY ==xxx==
      *                              ==:DTLIB:==  BY ==xxx==
      *                              ==:MOTIVO:== BY ==xxx==.
           02 :NUM:    PIC 9(05).
           02 :SIT:    PIC X(01).
           02 :MESES:  PIC 9(03).
           02 :VALOR:  PIC 9(07)V99.
           02 :DTBLOQ: PIC 9(08).
           02 :DTLIB:  PIC 9(08).
           02 :MOTIVO: PIC X(30).
