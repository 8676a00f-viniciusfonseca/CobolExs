      * NOTAS DE EM01EX05: UM REGISTRO POR ALUNO E DISCIPLINA DO
      * PERIODO, DECIDIDO DISCIPLINA A DISCIPLINA. OS CAMPOS NT1/NT2/
      * NT3/FLT DE REGALU FICAM COMO CONTINGENCIA PARA ALUNOS AINDA
      * SEM LANCAMENTO POR DISCIPLINA. AS LINHAS QUE ENTRAM PELA
      * CAPTACAO DE NOTAS DO PROFESSOR (EM01EX25) VEM CARIMBADAS COM O
      * PROFESSOR RESPONSAVEL, A TURMA, A DATA DA CAPTACAO E "S" EM
      * :LIBER: QUANDO ENTRARAM DEPOIS DO PRAZO POR LIBERACAO DA
      * COORDENACAO; LINHAS ANTIGAS TEM ESSES CAMPOS EM BRANCO. CADA
      * USO INFORMA SEUS PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGNOTD REPLACING ==:NUM:==  BY ==xxx==
      *                              ==:DISC:== BY ==xxx==
      *                              ==:NT1:==  BY ==xxx==
      *                              ==:NT2:==  BY ==xxx==
      *                              ==:NT3:==  BY ==xxx==
      *                              ==:FLT:==  BY ==xxx==
      *                              ==:PROF:== BY ==xxx==
      *                              ==:TURMA:== BY ==xxx==
      *                              ==:DTLANC:== BY ==xxx==
      *                              ==:LIBER:== BY ==xxx==.
           02 :NUM:  PIC 9(05).
           02 :DISC: PIC X(04).
           02 :NT1:  PIC 9(02)V99.
           02 :NT2:  PIC 9(02)V99.
           02 :NT3:  PIC 9(02)V99.
           02 :FLT:  PIC 9(02).
           02 :PROF:   PIC X(05).
           02 :TURMA:  PIC X(20).
           02 :DTLANC: PIC X(08).
           02 :LIBER:  PIC X(01).
