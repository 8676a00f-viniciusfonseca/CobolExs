      * COPYBOOK REGPROF - LAYOUT DO CADASTRO DE PROFESSORES
      * CADPROF.DAT (CODIGO + NOME + CAMPUS DE LOTACAO + SITUACAO),
      * MANTIDO PELA SECRETARIA COMO O CATALOGO CADDISC.DAT. SITUACAO
      * "A" = ATIVO, "I" = INATIVO (AFASTADO OU DESLIGADO): PROFESSOR
      * INATIVO NAO LANCA NOTA. O CODIGO E O QUE VAI NA ATRIBUICAO DE
      * AULAS ATRIBPROF.DAT (LAYOUT REGATRIB) E NO CARIMBO DAS LINHAS
      * DE NOTDISC.DAT. CADA USO INFORMA SEUS PROPRIOS NOMES DE CAMPO
      * VIA REPLACING.
      * USO: COPY REGPROF REPLACING ==:PROF:==     BY ==xxx==
      *                              ==:NOMEPROF:== BY ==xxx==
      *                              ==:CAMPUS:==   BY ==xxx==
      *                              ==:SITPROF:==  BY ==xxx==.
           02 :PROF:     PIC X(05).
           02 :NOMEPROF: PIC X(30).
           02 :CAMPUS:   PIC X(02).
           02 :SITPROF:  PIC X(01).
