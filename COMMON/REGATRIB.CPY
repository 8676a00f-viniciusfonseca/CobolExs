      * COPYBOOK REGATRIB - LAYOUT DA ATRIBUICAO DE AULAS POR PERIODO
      * ATRIBPROF.DAT (PERIODO AAAA-S + DISCIPLINA DO CATALOGO
      * CADDISC.DAT + TURMA + PROFESSOR DE CADPROF.DAT), MANTIDO PELA
      * COORDENACAO. UMA LINHA POR DISCIPLINA/TURMA DO PERIODO: SO O
      * PROFESSOR ATRIBUIDO LANCA NOTA DA TURMA (EM01EX25), E E POR
      * ELA QUE EM01EX26 COBRA AS TURMAS AINDA SEM NOTA. A TURMA E O
      * MESMO NOME DE 20 POSICOES USADO NOS CADASTROS DE TURMA E NA
      * MATRICULA EM DISCIPLINA MATDISC.DAT. CADA USO INFORMA SEUS
      * PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGATRIB REPLACING ==:PERIODO:== BY ==xxx==
      *                               ==:DISC:==    BY ==xxx==
      *                               ==:TURMA:==   BY ==xxx==
      *                               ==:PROF:==    BY ==xxx==.
           02 :PERIODO: PIC X(06).
           02 :DISC:    PIC X(04).
           02 :TURMA:   PIC X(20).
           02 :PROF:    PIC X(05).
