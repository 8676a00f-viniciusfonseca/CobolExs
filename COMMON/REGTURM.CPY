      * COPYBOOK REGTURM - LAYOUT DO CADASTRO DE TURMAS TURMAS.DAT
      * (NOME DA TURMA, O MESMO DE ARQA/ARQB/ARQD/ARQC.DAT + CAMPUS +
      * QUANTIDADE DE VAGAS). MANTIDO PELA SECRETARIA, UMA LINHA POR
      * TURMA; LIDO PELO CONTROLE DE VAGAS EM04EX04. TURMA FORA DO
      * CADASTRO NAO TEM LIMITE DE VAGAS. CADA USO INFORMA SEUS
      * PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGTURM REPLACING ==:TURMA:==  BY ==xxx==
      *                              ==:CAMPUS:== BY ==xxx==
      *                              ==:VAGAS:==  BY ==xxx==.
           02 :TURMA:  PIC X(20).
           02 :CAMPUS: PIC X(02).
           02 :VAGAS:  PIC 9(03).
