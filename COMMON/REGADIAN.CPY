      * COPYBOOK REGADIAN - ADIANTAMENTOS QUINZENAIS PAGOS
      * ADIANT.DAT, UMA LINHA POR VENDEDOR E COMPETENCIA, GRAVADA POR
      * EM03EX16 NO DIA DO ADIANTAMENTO: DATA DO PAGAMENTO, PERCENTUAL
      * E SALARIO FIXO USADOS NO CALCULO E VALOR CREDITADO. EM03EX06
      * DESCONTA O ADIANTAMENTO DA COMPETENCIA NO LIQUIDO DO MES E
      * EM03EX15 NO ACERTO DA RESCISAO.
           02 AD-COMPET  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AD-COD     PIC 9(05).
           02 FILLER     PIC X(01).
           02 AD-DATA    PIC 9(08).
           02 FILLER     PIC X(01).
           02 AD-PCT     PIC 9(03)V99.
           02 FILLER     PIC X(01).
           02 AD-SALFIX  PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 AD-VALOR   PIC 9(07)V99.
