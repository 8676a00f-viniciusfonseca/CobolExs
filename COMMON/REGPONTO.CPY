      * COPYBOOK REGPONTO - LAYOUT DA FOLHA DE PONTO MENSAL
      * PONTOMES.DAT, UMA LINHA POR VENDEDOR E COMPETENCIA, DIGITADA
      * PELO DEPARTAMENTO PESSOAL: HORAS NORMAIS, HORAS EXTRAS A 50%
      * E A 100%, HORAS NOTURNAS E DIAS DE FALTA NAO JUSTIFICADA.
      * HORAS COM DUAS DECIMAIS (7,50 = SETE HORAS E MEIA). O CODIGO
      * E O DE CADVEND.DAT. LIDA POR EM03EX06, QUE CALCULA AS HORAS
      * EXTRAS, O ADICIONAL NOTURNO E O DESCONTO DAS FALTAS.
           02 PT-COMPET PIC 9(06).
           02 FILLER    PIC X(01).
           02 PT-COD    PIC 9(05).
           02 FILLER    PIC X(01).
           02 PT-HNORM  PIC 9(03)V99.
           02 FILLER    PIC X(01).
           02 PT-HE50   PIC 9(03)V99.
           02 FILLER    PIC X(01).
           02 PT-HE100  PIC 9(03)V99.
           02 FILLER    PIC X(01).
           02 PT-HNOT   PIC 9(03)V99.
           02 FILLER    PIC X(01).
           02 PT-FALTAS PIC 9(02).
