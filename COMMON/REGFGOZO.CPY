      * COPYBOOK REGFGOZO - HISTORICO DE FERIAS CONCEDIDAS
      * FERGOZO.DAT, UMA LINHA POR FRACAO DE FERIAS PAGA, GRAVADA POR
      * EM03EX14 NO PAGAMENTO (DOIS DIAS ANTES DO INICIO DO GOZO).
      * EM03EX06 LE ESTE ARQUIVO PARA DESCONTAR DO SALARIO DO MES OS
      * DIAS JA PAGOS COMO FERIAS. FG-DOBRA "S" = PERIODO VENCIDO,
      * PAGO EM DOBRO.
           02 FG-COD      PIC 9(05).
           02 FILLER      PIC X(01).
           02 FG-PAINI    PIC 9(08).
           02 FILLER      PIC X(01).
           02 FG-INICIO   PIC 9(08).
           02 FILLER      PIC X(01).
           02 FG-DIAS     PIC 9(02).
           02 FILLER      PIC X(01).
           02 FG-DTPAGTO  PIC 9(08).
           02 FILLER      PIC X(01).
           02 FG-DOBRA    PIC X(01).
           02 FILLER      PIC X(01).
           02 FG-FERIAS   PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 FG-TERCO    PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 FG-INSS     PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 FG-IRRF     PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 FG-LIQUIDO  PIC 9(07)V99.
