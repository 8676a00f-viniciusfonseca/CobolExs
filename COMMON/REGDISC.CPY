      * COPYBOOK REGDISC - LAYOUT DO CATALOGO DE DISCIPLINAS
      * CADDISC.DAT (CODIGO + NOME + CARGA HORARIA), MANTIDO PELA
      * SECRETARIA. O CODIGO E A CHAVE USADA NO ARQUIVO DE NOTAS POR
      * DISCIPLINA NOTDISC.DAT (LAYOUT REGNOTD): EM01EX05 SO ACEITA
      * LANCAMENTOS DE DISCIPLINAS PRESENTES NESTE CATALOGO. A CARGA
      * HORARIA (EM HORAS-AULA) E O PESO DA DISCIPLINA NO COEFICIENTE
      * DE RENDIMENTO DE EM01EX24; CARGA ZERADA OU EM BRANCO DEIXA A
      * DISCIPLINA FORA DO CALCULO. CADA USO INFORMA SEUS PROPRIOS
      * NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGDISC REPLACING ==:DISC:==     BY ==xxx==
      *                              ==:NOMEDISC:== BY ==xxx==
      *                              ==:CHORAS:==   BY ==xxx==.
           02 :DISC:     PIC X(04).
           02 :NOMEDISC: PIC X(20).
           02 :CHORAS:   PIC 9(03).
