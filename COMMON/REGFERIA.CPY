      * COPYBOOK REGFERIA - CONTROLE DE FERIAS DOS VENDEDORES
      * FERCTL.DAT, UMA LINHA POR VENDEDOR E PERIODO AQUISITIVO
      * (DOZE MESES CONTADOS DA ADMISSAO). O PERIODO CONCESSIVO VAI
      * ATE FE-LIMITE (DOZE MESES APOS O FIM DO AQUISITIVO); FERIAS
      * NAO GOZADAS ATE LA SAO PAGAS EM DOBRO (CLT ART. 137).
      * FE-DIREITO SAI DAS FALTAS DO PERIODO (CLT ART. 130).
      * FE-PROGINI/FE-PROGDIAS GUARDAM A PROGRAMACAO AINDA NAO PAGA.
      * MANTIDO POR EM03EX14.
           02 FE-COD      PIC 9(05).
           02 FILLER      PIC X(01).
           02 FE-ADMISSAO PIC 9(08).
           02 FILLER      PIC X(01).
           02 FE-PAINI    PIC 9(08).
           02 FILLER      PIC X(01).
           02 FE-PAFIM    PIC 9(08).
           02 FILLER      PIC X(01).
           02 FE-LIMITE   PIC 9(08).
           02 FILLER      PIC X(01).
           02 FE-FALTAS   PIC 9(03).
           02 FILLER      PIC X(01).
           02 FE-DIREITO  PIC 9(02).
           02 FILLER      PIC X(01).
           02 FE-GOZADOS  PIC 9(02).
           02 FILLER      PIC X(01).
           02 FE-FRACOES  PIC 9(01).
           02 FILLER      PIC X(01).
           02 FE-SITUACAO PIC X(01).
              88 FE-AQUISITIVO VALUE "A".
              88 FE-CONCESSIVO VALUE "C".
              88 FE-VENCIDO    VALUE "V".
              88 FE-QUITADO    VALUE "Q".
           02 FILLER      PIC X(01).
           02 FE-PROGINI  PIC 9(08).
           02 FILLER      PIC X(01).
           02 FE-PROGDIAS PIC 9(02).
