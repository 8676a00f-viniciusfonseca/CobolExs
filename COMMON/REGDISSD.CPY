      * COPYBOOK REGDISSD - DIFERENCAS RETROATIVAS DE DISSIDIO
      * DISSDIF.DAT, GRAVADO POR EM03EX17: UMA LINHA POR VENDEDOR E
      * MES RECALCULADO (LINHA DE FOLHA MENSAL "M" OU RECIBO DE
      * FERIAS "F" DE FOLHAREG.DAT) DESDE A VIGENCIA DO REAJUSTE:
      * SALARIO FIXO PAGO NO MES E REAJUSTADO, BASE PAGA SOBRE O
      * SALARIO ANTIGO E DIFERENCA DEVIDA. EM03EX06 PAGA A SOMA DAS
      * DIFERENCAS DO VENDEDOR NA FOLHA DA COMPETENCIA DF-COMPPAG.
           02 DF-COMPPAG PIC 9(06).
           02 FILLER     PIC X(01).
           02 DF-COD     PIC 9(05).
           02 FILLER     PIC X(01).
           02 DF-COMPVIG PIC 9(06).
           02 FILLER     PIC X(01).
           02 DF-COMPREF PIC 9(06).
           02 FILLER     PIC X(01).
           02 DF-TIPO    PIC X(01).
           02 FILLER     PIC X(01).
           02 DF-SALANT  PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 DF-SALNOV  PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 DF-BASE    PIC 9(09)V99.
           02 FILLER     PIC X(01).
           02 DF-DIFER   PIC 9(07)V99.
