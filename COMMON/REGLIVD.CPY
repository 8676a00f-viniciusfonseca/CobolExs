      * COPYBOOK REGLIVD - LAYOUT DO LIVRO DE REGISTRO DE DIPLOMAS
      * REGDIPL.DAT (NUMERO DE REGISTRO SEQUENCIAL + MATRICULA + NOME
      * + CAMPUS + LIVRO + FOLHA + DATA DE EXPEDICAO AAAAMMDD).
      * ARQUIVO PERMANENTE: SO ACRESCENTADO PELO REGISTRO DE DIPLOMAS
      * EM01EX32, EM ORDEM DE NUMERO DE REGISTRO, NUNCA REGRAVADO NEM
      * EXPURGADO. UM ALUNO TEM UMA LINHA SO; A SEGUNDA VIA IMPRESSA
      * REPETE O NUMERO, O LIVRO E A FOLHA ORIGINAIS. CADA USO INFORMA
      * SEUS PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGLIVD REPLACING ==:REGNUM:== BY ==xxx==
      *                              ==:NUM:==    BY ==xxx==
      *                              ==:NOME:==   BY ==xxx==
      *                              ==:CAMPUS:== BY ==xxx==
      *                              ==:LIVRO:==  BY ==xxx==
      *                              ==:FOLHA:==  BY ==xxx==
      *                              ==:DTEMIS:== BY ==xxx==.
           02 :REGNUM: PIC 9(06).
           02 :NUM:    PIC 9(05).
           02 :NOME:   PIC X(20).
           02 :CAMPUS: PIC X(02).
           02 :LIVRO:  PIC 9(03).
           02 :FOLHA:  PIC 9(03).
           02 :DTEMIS: PIC 9(08).
