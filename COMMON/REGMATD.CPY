      * COPYBOOK REGMATD - LAYOUT DA MATRICULA EM DISCIPLINA POR
      * PERIODO MATDISC.DAT (PERIODO LETIVO AAAA-S + MATRICULA DO
      * ALUNO + CODIGO DA DISCIPLINA DO CATALOGO CADDISC.DAT + DATA
      * DA MATRICULA + TURMA, QUANDO INFORMADA), ARQUIVO INDEXADO
      * PELA CHAVE COMPOSTA PERIODO + MATRICULA + DISCIPLINA - A
      * TURMA FICA FORA DA CHAVE, ENTAO O ALUNO CURSA A DISCIPLINA
      * NUMA TURMA SO. O PERIODO NA FRENTE DEIXA UM START
      * NO PERIODO RESPONDER SE ELE JA TEM MATRICULAS E UM START EM
      * PERIODO + MATRICULA TRAZER AS DISCIPLINAS DO ALUNO EM ORDEM.
      * MANTIDO PELAS TRANSACOES DE MATREQ.DAT (EM01EX22); E CONTRA
      * ELE QUE EM01EX05 CONFERE CADA LANCAMENTO DE NOTDISC.DAT.
      * CADA USO INFORMA SEUS PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGMATD REPLACING ==:CHAVE:==   BY ==xxx==
      *                              ==:PERIODO:== BY ==xxx==
      *                              ==:NUM:==     BY ==xxx==
      *                              ==:DISC:==    BY ==xxx==
      *                              ==:DTMAT:==   BY ==xxx==
      *                              ==:TURMA:==   BY ==xxx==.
           02 :CHAVE:.
              03 :PERIODO: PIC X(06).
              03 :NUM:     PIC 9(05).
              03 :DISC:    PIC X(04).
           02 :DTMAT:      PIC 9(08).
           02 :TURMA:      PIC X(20).
