      * COPYBOOK REGDEPEN - DEPENDENTES DOS VENDEDORES
      * DEPEND.DAT, UMA LINHA POR DEPENDENTE, DIGITADA PELO
      * DEPARTAMENTO PESSOAL: CODIGO DO VENDEDOR (CADVEND.DAT),
      * SEQUENCIA, NOME, NASCIMENTO AAAAMMDD, PARENTESCO ("F" FILHO
      * OU ENTEADO, "I" FILHO INVALIDO, "C" CONJUGE OU COMPANHEIRO,
      * "P" PAI OU MAE, "O" OUTRO), "S"/"N" SE ENTRA NA DEDUCAO DO
      * IRRF E "S"/"N" SE DA DIREITO A COTA DE SALARIO-FAMILIA. LIDO
      * POR DEPVEND.
           02 DP-COD     PIC 9(05).
           02 FILLER     PIC X(01).
           02 DP-SEQ     PIC 9(02).
           02 FILLER     PIC X(01).
           02 DP-NOME    PIC X(30).
           02 FILLER     PIC X(01).
           02 DP-NASC    PIC 9(08).
           02 FILLER     PIC X(01).
           02 DP-PARENT  PIC X(01).
              88 DP-FILHO       VALUE "F".
              88 DP-INVALIDO    VALUE "I".
              88 DP-CONJUGE     VALUE "C".
              88 DP-PAIS        VALUE "P".
              88 DP-OUTRO       VALUE "O".
           02 FILLER     PIC X(01).
           02 DP-IRRF    PIC X(01).
           02 FILLER     PIC X(01).
           02 DP-SFAM    PIC X(01).
