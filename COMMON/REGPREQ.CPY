      * COPYBOOK REGPREQ - LAYOUT DA TABELA DE PRE-REQUISITOS DO
      * CATALOGO DE DISCIPLINAS PREREQ.DAT (CODIGO DA DISCIPLINA +
      * CODIGO DA DISCIPLINA EXIGIDA, AMBOS DO CATALOGO CADDISC.DAT).
      * UMA LINHA POR EXIGENCIA: DISCIPLINA COM DOIS PRE-REQUISITOS
      * TEM DUAS LINHAS. A EXIGENCIA E CUMPRIDA POR UMA LINHA POR
      * DISCIPLINA COM RESULTADO "A" EM HISTALU.DAT DE PERIODO
      * ANTERIOR. LIDA PELA MATRICULA EM DISCIPLINA EM01EX22 E PELA
      * VARREDURA DE VIOLACOES DO PERIODO EM01EX23. CADA USO INFORMA
      * SEUS PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGPREQ REPLACING ==:DISC:==    BY ==xxx==
      *                              ==:DISCREQ:== BY ==xxx==.
           02 :DISC:    PIC X(04).
           02 :DISCREQ: PIC X(04).
