      * COPYBOOK REGOCUP - LAYOUT DA OCUPACAO DE VAGAS POR TURMA
      * (TURMA + CODIGO E NOME DO ALUNO COMO EM ARQC.DAT + NUMERO DE
      * ORDEM DO PEDIDO + DATA EM QUE O PEDIDO ENTROU). O MESMO
      * LAYOUT SERVE AOS DOIS ARQUIVOS DO CONTROLE DE VAGAS EM04EX04:
      * TURMAOCP.DAT, ALUNOS COM VAGA, E ESPERA.DAT, A LISTA DE
      * ESPERA, ONDE O MENOR NUMERO DE ORDEM DA TURMA E O PRIMEIRO A
      * SER PROMOVIDO. CADA USO INFORMA SEUS PROPRIOS NOMES DE CAMPO
      * VIA REPLACING.
      * USO: COPY REGOCUP REPLACING ==:TURMA:== BY ==xxx==
      *                              ==:COD:==   BY ==xxx==
      *                              ==:NOME:==  BY ==xxx==
      *                              ==:SEQ:==   BY ==xxx==
      *                              ==:DATA:==  BY ==xxx==.
           02 :TURMA: PIC X(20).
           02 :COD:   PIC 9(03).
           02 :NOME:  PIC X(30).
           02 :SEQ:   PIC 9(06).
           02 :DATA:  PIC 9(08).
