      * COPYBOOK REGHORA - LAYOUT DA GRADE HORARIA DAS TURMAS
      * GRADEHOR.DAT (PERIODO AAAA-S + TURMA + DISCIPLINA DO CATALOGO
      * CADDISC.DAT + DIA DA SEMANA + AULA + SALA + PROFESSOR DE
      * CADPROF.DAT), MANTIDA PELA COORDENACAO. UMA LINHA POR AULA
      * SEMANAL: DIA 2 = SEGUNDA ... 7 = SABADO; AULA 01 A 16 E A
      * POSICAO DA AULA NO DIA (MANHA, TARDE E NOITE EM SEQUENCIA). A
      * TURMA E O MESMO NOME DE 20 POSICOES DE ARQA/ARQB/ARQD.DAT, DA
      * ATRIBUICAO ATRIBPROF.DAT E DA MATRICULA MATDISC.DAT. CONFERIDA
      * POR EM01EX27 (CHOQUES DE SALA, PROFESSOR E ALUNO) E IMPRESSA
      * POR EM01EX28 (GRADE SEMANAL POR SALA E POR TURMA). CADA USO
      * INFORMA SEUS PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGHORA REPLACING ==:PERIODO:== BY ==xxx==
      *                              ==:TURMA:==   BY ==xxx==
      *                              ==:DISC:==    BY ==xxx==
      *                              ==:DIA:==     BY ==xxx==
      *                              ==:AULA:==    BY ==xxx==
      *                              ==:SALA:==    BY ==xxx==
      *                              ==:PROF:==    BY ==xxx==.
           02 :PERIODO: PIC X(06).
           02 :TURMA:   PIC X(20).
           02 :DISC:    PIC X(04).
           02 :DIA:     PIC 9(01).
           02 :AULA:    PIC 9(02).
           02 :SALA:    PIC X(06).
           02 :PROF:    PIC X(05).
