      * COPYBOOK REGFOLHA - REGISTRO PERMANENTE DA FOLHA
      * (FOLHAREG.DAT, SO APENDADO PELO MODULO FOLHALOG): UMA LINHA
      * POR VENDEDOR E COMPETENCIA COM OS NUMEROS DO HOLERITE. OS
      * BLOCOS DO FIM DA LINHA FORAM ACRESCENTADOS AOS POUCOS; LINHA
      * GRAVADA ANTES DE CADA UM DELES TEM O BLOCO EM BRANCO.
           02 FR-COMPET  PIC 9(06).
           02 FILLER     PIC X.
           02 FR-DEP     PIC X(01).
           02 FR-SEC     PIC X(01).
           02 FILLER     PIC X.
           02 FR-COD     PIC 9(05).
           02 FILLER     PIC X.
           02 FR-NOME    PIC X(20).
           02 FILLER     PIC X.
           02 FR-VENDAS  PIC 9(07)V99.
           02 FILLER     PIC X.
           02 FR-SALFIX  PIC 9(07)V99.
           02 FILLER     PIC X.
           02 FR-COM     PIC 9(09)V99.
           02 FILLER     PIC X.
           02 FR-DESC    PIC 9(05)V99.
           02 FILLER     PIC X.
           02 FR-INSS    PIC 9(09)V99.
           02 FILLER     PIC X.
           02 FR-IRRF    PIC 9(09)V99.
           02 FILLER     PIC X.
           02 FR-LIQ     PIC 9(09)V99.
           02 FILLER     PIC X.
           02 FR-DATA    PIC 9(08).
      * AJUSTE DE COMISSAO: LINHA SEM AJUSTE TEM FR-AJUSTE NAO
      * NUMERICO.
           02 FILLER     PIC X.
           02 FR-AJSINAL PIC X(01).
           02 FR-AJUSTE  PIC 9(08)V99.
           02 FR-MOTIVO  PIC X(20).
      * FOLHA DE PONTO (HORAS E VALORES): LINHA SEM PONTO TEM
      * FR-QFALTA NAO NUMERICO.
           02 FILLER     PIC X.
           02 FR-PONTO.
              03 FR-HNORM   PIC 9(03)V99.
              03 FR-QHE50   PIC 9(03)V99.
              03 FR-HE50    PIC 9(07)V99.
              03 FR-QHE100  PIC 9(03)V99.
              03 FR-HE100   PIC 9(07)V99.
              03 FR-QNOT    PIC 9(03)V99.
              03 FR-ADNOT   PIC 9(07)V99.
              03 FR-QFALTA  PIC 9(02).
              03 FR-FALTAS  PIC 9(07)V99.
              03 FR-QFER    PIC 9(02).
              03 FR-FERMES  PIC 9(07)V99.
      * TIPO DA LINHA: "F" = RECIBO DE FERIAS (FR-EVBASE = VALOR DOS
      * DIAS, FR-EVADIC = TERCO CONSTITUCIONAL); "R" = RESCISAO
      * (FR-SALFIX = SALDO DE SALARIO, FR-EVBASE = 13O E FERIAS COM
      * O TERCO, FR-EVDIAS E FR-EVADIC = AVISO PREVIO INDENIZADO);
      * "M" OU BRANCO = FOLHA MENSAL.
           02 FILLER     PIC X.
           02 FR-EVENTO.
              03 FR-TIPO    PIC X(01).
              03 FR-EVDIAS  PIC 9(03).
              03 FR-EVBASE  PIC 9(09)V99.
              03 FR-EVADIC  PIC 9(09)V99.
      * DEPENDENTES: QUANTIDADE E DEDUCAO NA BASE DO IRRF, COTAS E
      * VALOR DO SALARIO-FAMILIA.
           02 FILLER     PIC X.
           02 FR-FAMILIA.
              03 FR-QDEPIR  PIC 9(02).
              03 FR-DEDDEP  PIC 9(07)V99.
              03 FR-QSFAM   PIC 9(02).
              03 FR-SALFAM  PIC 9(07)V99.
      * ADIANTAMENTO QUINZENAL DESCONTADO NO CREDITO; FR-LIQ CONTINUA
      * SENDO O LIQUIDO INTEIRO DO MES.
           02 FILLER     PIC X.
           02 FR-ADIANT  PIC 9(07)V99.
      * DIFERENCA RETROATIVA DE DISSIDIO PAGA NO MES (JA SOMADA NO
      * BRUTO E NAS RETENCOES).
           02 FILLER     PIC X.
           02 FR-DIFRET  PIC 9(07)V99.
      * OVERRIDE DO SUPERVISOR SOBRE AS VENDAS DA EQUIPE, LIQUIDO
      * DOS ESTORNOS, COM SINAL.
           02 FILLER     PIC X.
           02 FR-OVSINAL PIC X(01).
           02 FR-OVERRIDE PIC 9(07)V99.
