            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BANKSAL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PONTOMES ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPTO.
            SELECT OPTIONAL PARAM65 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FERGOZO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSGOZO.
            SELECT OPTIONAL CREDPEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCRED.
            SELECT OPTIONAL DESLIG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDESL.
            SELECT OPTIONAL ADIANT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSADT.
            SELECT OPTIONAL DISSDIF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDIF.
            SELECT OPTIONAL EQUIPE ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSEQP.
            SELECT OPTIONAL PARAM69 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            
        DATA DIVISION.
        FILE SECTION.
      * AJUSTES DE COMISSAO (ESTORNOS DE VENDA CANCELADA, DEVOLUCAO)
      * DIGITADOS PELO COMERCIAL: SINAL "-" REDUZ A COMISSAO DO MES
      * (CLAWBACK), "+" CREDITA; AJ-COMPET GUARDA A COMPETENCIA DA
      * VENDA ORIGINAL. AJ-VENDA, QUANDO INFORMADO, E O VALOR DA
      * VENDA ESTORNADA (OU DEVOLVIDA): O OVERRIDE QUE O SUPERVISOR
      * DA EQUIPE RECEBEU SOBRE ELA NA COMPETENCIA AJ-COMPET SAI (OU
      * VOLTA) NA MESMA FOLHA. LINHA ANTIGA, SEM O CAMPO, SO MEXE NA
      * COMISSAO DO VENDEDOR.
        FD AJUSCOM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AJUSCOM.DAT".
           02 AJ-VALOR  PIC 9(07)V99.
           02 AJ-COMPET PIC 9(06).
           02 AJ-MOTIVO PIC X(20).
           02 AJ-VENDA  PIC 9(07)V99.

      * O ARQUIVO DE AJUSTES E CONSUMIDO DE UMA VEZ (PADRAO DO
      * DUNRESET/TUIRET): A FOLHA RODA TODA NOITE E UM ESTORNO
        FD AJUSKEEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AJUSCOMK.DAT".
        01 REGAJUSKEEP PIC X(50).

      * EXTRATO ESTATUTARIO MENSAL PARA A CONTABILIDADE IMPORTAR:
      * TIPO 0 = HEADER (COMPETENCIA + DATA), TIPO 1 = UM REGISTRO
      * POR VENDEDOR COM BRUTO, CADA RETENCAO E A FAIXA APLICADA,
      * TIPO 3 = RUBRICAS DA FOLHA DE PONTO, DEDUCAO DE DEPENDENTES,
      * SALARIO-FAMILIA, OVERRIDE DE SUPERVISOR, DIFERENCA DE
      * DISSIDIO E ADIANTAMENTO DO VENDEDOR (LOGO APOS O SEU TIPO 1,
      * UMA POR RUBRICA COM VALOR),
      * TIPO 2 = TOTAIS DO
      * EMPREGADOR POR DEPARTAMENTO, TIPO 9 = TRAILER DE CONTROLE
      * (QTDE TIPO 1 + BRUTO GERAL).
        FD FISCEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FISCEXT.DAT".
           02 PARM-ACTETO  PIC 9(03)V99.
           02 PARM-ACBOOST PIC 9(03)V99.

      * FOLHA DE PONTO DO MES: SO AS LINHAS DA COMPETENCIA EM
      * PROCESSAMENTO ENTRAM. O ARQUIVO NAO E CONSUMIDO COMO O
      * AJUSCOM - A FOLHA DO MES E RECALCULADA INTEIRA A CADA RODADA
      * E A MESMA LINHA DE PONTO DA SEMPRE O MESMO VALOR.
        FD PONTOMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTOMES.DAT".
        01 REGPONTO.
           COPY REGPONTO.

      * DIVISOR MENSAL DE HORAS DO SALARIO FIXO, PERCENTUAIS DA
      * HORA EXTRA A 50% E A 100% E DO ADICIONAL NOTURNO SOBRE A
      * HORA NORMAL, E DIAS DO MES PARA O DESCONTO DAS FALTAS.
        FD PARAM65
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PARAM65.DAT".
        01 REGPARAM65.
           02 PARM-DIVISOR PIC 9(03).
           02 PARM-PCHE50  PIC 9(03)V99.
           02 PARM-PCHE100 PIC 9(03)V99.
           02 PARM-PCNOT   PIC 9(03)V99.
           02 PARM-DIASMES PIC 9(02).

      * FERIAS JA PAGAS POR EM03EX14: OS DIAS DE GOZO QUE CAEM NA
      * COMPETENCIA SAEM DO SALARIO FIXO DO MES.
        FD FERGOZO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERGOZO.DAT".
        01 REGFERGOZO.
           COPY REGFGOZO.

      * CREDITOS AVULSOS (RECIBO DE FERIAS) A INCLUIR NA REMESSA DE
      * SALARIOS, NO LAYOUT DO DETALHE DE BANKSAL.DAT. O CREDITO
      * REMETIDO FICA COM A DATA DA REMESSA EM CP-DTREM E SO SAI DO
      * ARQUIVO NA RODADA DE UM DIA SEGUINTE - A FOLHA REPETIDA NO
      * MESMO DIA REFAZ A REMESSA COM OS MESMOS CREDITOS.
        FD CREDPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CREDPEND.DAT".
        01 REGCREDPEND.
           02 CP-TIPO  PIC 9(01).
           02 CP-COD   PIC 9(05).
           02 CP-NOME  PIC X(20).
           02 CP-VALOR PIC 9(09)V99.
           02 CP-DTREM PIC X(08).
           02 FILLER   PIC X(05).

      * VENDEDORES DESLIGADOS (RESCISAO CALCULADA POR EM03EX15): A
      * PARTIR DA DATA DO AFASTAMENTO SAEM DA FOLHA.
        FD DESLIG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DESLIG.DAT".
        01 REGDESLIG.
           COPY REGDESLI.

      * ADIANTAMENTOS QUINZENAIS PAGOS POR EM03EX16: O DA COMPETENCIA
      * E DESCONTADO DO CREDITO DO MES.
        FD ADIANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADIANT.DAT".
        01 REGADIANT.
           COPY REGADIAN.

      * DIFERENCAS RETROATIVAS DE DISSIDIO CALCULADAS POR EM03EX17:
      * AS DA COMPETENCIA ENTRAM NO BRUTO DO MES.
        FD DISSDIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DISSDIF.DAT".
        01 REGDISSDIF.
           COPY REGDISSD.

      * EQUIPES DOS SUPERVISORES COM DATAS DE VIGENCIA: O OVERRIDE
      * DO MES SAI SOBRE AS VENDAS (DERIVADAS POR EM03EX12) DA EQUIPE
      * VIGENTE NA DATA DA FOLHA.
        FD EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EQUIPE.DAT".
        01 REGEQUIPE.
           COPY REGEQUIP.

      * TAXA DE OVERRIDE DO SUPERVISOR POR DEPARTAMENTO, EM
      * PERCENTUAL SOBRE AS VENDAS DA EQUIPE. SUPERVISOR DE
      * DEPARTAMENTO SEM TAXA NAO RECEBE OVERRIDE.
        FD PARAM69
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PARAM69.DAT".
        01 REGPARAM69.
           02 PARM-DEPSUP PIC X(01).
           02 PARM-TXSUP  PIC 99V99.

        WORKING-STORAGE SECTION.
        77 FIM-ARQ PIC XXX VALUE "NAO".
        77 FIM-PARAM PIC XXX VALUE "NAO".
              03 AJ-VALOR-OCR  PIC 9(07)V99.
              03 AJ-COMPET-OCR PIC 9(06).
              03 AJ-MOTIVO-OCR PIC X(20).
              03 AJ-VENDA-OCR  PIC 9(07)V99.

        77 FIM-META   PIC XXX VALUE "NAO".
        77 QTDE-META  PIC 999 VALUE ZEROES.
              03 MT-COD-OCR  PIC 9(05).
              03 MT-META-OCR PIC 9(07)V99.

        77 FIM-PONTO   PIC XXX VALUE "NAO".
        77 WS-FSPTO    PIC X(02) VALUE SPACES.
        77 QTDE-PONTO  PIC 999 VALUE ZEROES.
        77 IDX-PONTO   PIC 999 VALUE ZEROES.
        77 PONTOACHADO PIC XXX VALUE "NAO".
        77 WS-CODPTO   PIC 9(05) VALUE ZEROES.
        77 CT-PTOOUTRA PIC 9(05) VALUE ZEROES.
        77 CT-PTOREJ   PIC 9(05) VALUE ZEROES.
        77 WS-DIVISOR  PIC 9(03) VALUE 220.
        77 WS-PCHE50   PIC 9(03)V99 VALUE 50,00.
        77 WS-PCHE100  PIC 9(03)V99 VALUE 100,00.
        77 WS-PCNOT    PIC 9(03)V99 VALUE 20,00.
        77 WS-DIASMES  PIC 9(02) VALUE 30.
        77 WS-VLHORA   PIC 9(07)V9(04) VALUE ZEROES.
        77 WS-VLHORAAD PIC 9(07)V9(04) VALUE ZEROES.

        01 TAB-PONTO.
           02 TAB-PONTO-OCR OCCURS 200 TIMES.
              03 PTO-COD-OCR    PIC 9(05).
              03 PTO-HNORM-OCR  PIC 9(03)V99.
              03 PTO-HE50-OCR   PIC 9(03)V99.
              03 PTO-HE100-OCR  PIC 9(03)V99.
              03 PTO-HNOT-OCR   PIC 9(03)V99.
              03 PTO-FALTAS-OCR PIC 9(02).
              03 PTO-USADO-OCR  PIC X(03).

      * NUMEROS DA FOLHA DE PONTO DO VENDEDOR CORRENTE (HORAS E
      * VALORES), PASSADOS DE UMA VEZ AO FOLHALOG.
        01 LK-FRPONTO.
           02 LK-FRHNORM  PIC 9(03)V99.
           02 LK-FRQHE50  PIC 9(03)V99.
           02 LK-FRHE50   PIC 9(07)V99.
           02 LK-FRQHE100 PIC 9(03)V99.
           02 LK-FRHE100  PIC 9(07)V99.
           02 LK-FRQNOT   PIC 9(03)V99.
           02 LK-FRADNOT  PIC 9(07)V99.
           02 LK-FRQFALTA PIC 9(02).
           02 LK-FRFALTAS PIC 9(07)V99.
           02 LK-FRQFER   PIC 9(02).
           02 LK-FRFERMES PIC 9(07)V99.
        01 LK-FREVENTO.
           02 LK-FRTIPO   PIC X(01) VALUE "M".
           02 FILLER      PIC 9(03) VALUE ZEROES.
           02 FILLER      PIC 9(09)V99 VALUE ZEROES.
           02 FILLER      PIC 9(09)V99 VALUE ZEROES.
      * DEPENDENTES DO VENDEDOR CORRENTE (DEPVEND): DEDUCAO DA BASE
      * DO IRRF E SALARIO-FAMILIA, TAMBEM PASSADOS AO FOLHALOG.
        01 LK-FRFAMILIA.
           02 LK-FRQDEPIR PIC 9(02).
           02 LK-FRDEDDEP PIC 9(07)V99.
           02 LK-FRQSFAM  PIC 9(02).
           02 LK-FRSALFAM PIC 9(07)V99.

        77 FIM-GOZO    PIC XXX VALUE "NAO".
        77 WS-FSGOZO   PIC X(02) VALUE SPACES.
        77 QTDE-GOZO   PIC 999 VALUE ZEROES.
        77 IDX-GOZO    PIC 999 VALUE ZEROES.
        77 GOZOACHADO  PIC XXX VALUE "NAO".
        77 WS-CODGOZO  PIC 9(05) VALUE ZEROES.
        77 WS-CPINIINT PIC 9(07) VALUE ZEROES.
        77 WS-CPFIMINT PIC 9(07) VALUE ZEROES.
        77 WS-GZINIINT PIC 9(07) VALUE ZEROES.
        77 WS-GZFIMINT PIC 9(07) VALUE ZEROES.
        77 WS-GZDIAS   PIC S9(07) VALUE ZEROES.
        01 WS-DTCOMP   PIC 9(08) VALUE ZEROES.
        01 WS-DTCOMP-R REDEFINES WS-DTCOMP.
           02 WS-DTCOMP-AA PIC 9(04).
           02 WS-DTCOMP-MM PIC 9(02).
           02 WS-DTCOMP-DD PIC 9(02).

        01 TAB-GOZO.
           02 TAB-GOZO-OCR OCCURS 200 TIMES.
              03 GZ-COD-OCR  PIC 9(05).
              03 GZ-DIAS-OCR PIC 9(03).

        77 FIM-CRED    PIC XXX VALUE "NAO".
        77 WS-FSCRED   PIC X(02) VALUE SPACES.
        77 QTDE-CRED   PIC 999 VALUE ZEROES.
        77 IDX-CRED    PIC 999 VALUE ZEROES.
        77 CT-CREDREM  PIC 9(07) VALUE ZEROES.

        01 TAB-CRED.
           02 TAB-CRED-OCR OCCURS 500 TIMES.
              03 CR-REG-OCR PIC X(50).

        77 FIM-DESL    PIC XXX VALUE "NAO".
        77 WS-FSDESL   PIC X(02) VALUE SPACES.
        77 QTDE-DESL   PIC 9(04) VALUE ZEROES.
        77 IDX-DESL    PIC 9(04) VALUE ZEROES.
        77 DESLIGADO   PIC XXX VALUE "NAO".
        77 CT-DESLIG   PIC 9(05) VALUE ZEROES.

        01 TAB-DESL.
           02 TAB-DESL-OCR OCCURS 1000 TIMES.
              03 DL-COD-OCR  PIC 9(05).
              03 DL-DATA-OCR PIC 9(08).

        77 FIM-ADT     PIC XXX VALUE "NAO".
        77 WS-FSADT    PIC X(02) VALUE SPACES.
        77 QTDE-ADT    PIC 9(04) VALUE ZEROES.
        77 IDX-ADT     PIC 9(04) VALUE ZEROES.
        77 ADTACHADO   PIC XXX VALUE "NAO".
        77 WS-CODADT   PIC 9(05) VALUE ZEROES.
        77 AUXADT      PIC 9(07)V99 VALUE ZEROES.
        77 AUXLIQPAG   PIC 9(09)V99 VALUE ZEROES.

        01 TAB-ADT.
           02 TAB-ADT-OCR OCCURS 1000 TIMES.
              03 ADT-COD-OCR   PIC 9(05).
              03 ADT-VALOR-OCR PIC 9(07)V99.

        77 FIM-DIF     PIC XXX VALUE "NAO".
        77 WS-FSDIF    PIC X(02) VALUE SPACES.
        77 QTDE-DIF    PIC 9(04) VALUE ZEROES.
        77 IDX-DIF     PIC 9(04) VALUE ZEROES.
        77 DIFACHADA   PIC XXX VALUE "NAO".
        77 WS-CODDIF   PIC 9(05) VALUE ZEROES.
        77 AUXDIFRET   PIC 9(07)V99 VALUE ZEROES.
        77 AUXDIFMES   PIC 9(03) VALUE ZEROES.

        01 TAB-DIF.
           02 TAB-DIF-OCR OCCURS 1000 TIMES.
              03 DIF-COD-OCR   PIC 9(05).
              03 DIF-VALOR-OCR PIC 9(07)V99.
              03 DIF-MESES-OCR PIC 9(03).

        77 FIM-EQP     PIC XXX VALUE "NAO".
        77 FIM-VENDEQP PIC XXX VALUE "NAO".
        77 WS-FSEQP    PIC X(02) VALUE SPACES.
        77 QTDE-EQP    PIC 9(04) VALUE ZEROES.
        77 IDX-EQP     PIC 9(04) VALUE ZEROES.
        77 IDX-EQP2    PIC 9(04) VALUE ZEROES.
        77 EQPACHADO   PIC XXX VALUE "NAO".
        77 WS-CODEQP   PIC 9(05) VALUE ZEROES.
        77 WS-DTEQP    PIC 9(08) VALUE ZEROES.
        77 CT-EQPREJ   PIC 9(05) VALUE ZEROES.
        77 CT-EQPSUP   PIC 9(04) VALUE ZEROES.
        77 CT-EQPEST   PIC 9(04) VALUE ZEROES.
        77 WS-ANOQ     PIC 9(04) VALUE ZEROES.
        77 WS-ANORST   PIC 9(01) VALUE ZEROES.
        77 FIM-PARAM69 PIC XXX VALUE "NAO".
        77 QTDE-TXSUP  PIC 99 VALUE ZEROES.
        77 IDX-TXSUP   PIC 99 VALUE ZEROES.
        77 TXSUPACHADA PIC XXX VALUE "NAO".
        77 WS-TXSUP    PIC 99V99 VALUE ZEROES.
        77 WS-OVTAXA   PIC 9V9(04) VALUE ZEROES.
        77 AUXOVR      PIC S9(07)V99 VALUE ZEROES.
        77 AUXOVLIN    PIC S9(07)V99 VALUE ZEROES.
        77 AUXOVVEN    PIC 9(09)V99 VALUE ZEROES.
        01 WS-DTREF    PIC 9(08) VALUE ZEROES.
        01 WS-DTREF-R REDEFINES WS-DTREF.
           02 WS-DTREF-AA PIC 9(04).
           02 WS-DTREF-MM PIC 9(02).
           02 WS-DTREF-DD PIC 9(02).

      * LINHAS DE EQUIPE.DAT (TODAS AS VIGENCIAS, PARA O ESTORNO DE
      * COMPETENCIA PASSADA) COM O NOME E AS VENDAS DO MES DO
      * VENDEDOR, LIDOS DE CADVEND.DAT.
        01 TAB-EQP.
           02 TAB-EQP-OCR OCCURS 1000 TIMES.
              03 EQP-SUP-OCR    PIC 9(05).
              03 EQP-COD-OCR    PIC 9(05).
              03 EQP-INICIO-OCR PIC 9(08).
              03 EQP-FIM-OCR    PIC 9(08).
              03 EQP-NOME-OCR   PIC X(20).
              03 EQP-VENDAS-OCR PIC 9(07)V99.
              03 EQP-CAD-OCR    PIC X(03).

        01 TAB-TXSUP.
           02 TAB-TXSUP-OCR OCCURS 20 TIMES.
              03 TXS-DEP-OCR  PIC X(01).
              03 TXS-TAXA-OCR PIC 99V99.

        77 WS-FXINSS PIC 9(02) VALUE ZEROES.
        77 WS-FXIRRF PIC 9(02) VALUE ZEROES.
        77 CT-FISDET PIC 9(07) VALUE ZEROES.
           02 FD-FXIRRF PIC 9(02).
           02 FD-LIQ    PIC 9(09)V99.

        01 FIS-RUBRICA.
           02 FR3-TIPO    PIC 9(01) VALUE 3.
           02 FR3-COMPET  PIC 9(06).
           02 FR3-DEP     PIC X(01).
           02 FR3-SEC     PIC X(01).
           02 FR3-COD     PIC 9(05).
           02 FR3-RUBRICA PIC X(04).
           02 FR3-NATUR   PIC X(01).
           02 FR3-QTDE    PIC 9(03)V99.
           02 FR3-VALOR   PIC 9(09)V99.
           02 FILLER      PIC X(27) VALUE SPACES.

        01 FIS-DEPTO.
           02 FP-TIPO   PIC 9(01) VALUE 2.
           02 FP-COMPET PIC 9(06).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 HOL-AJU-V   PIC -ZZZZZZ9,99.

        01 HOL-OVCAB.
           02 FILLER      PIC X(23) VALUE "OVERRIDE EQUIPE - TAXA ".
           02 HOL-OV-TX   PIC Z9,99.
           02 FILLER      PIC X(25) VALUE "% SOBRE AS VENDAS DE:".

        01 HOL-OVLIN.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 HOL-OV-COD  PIC 9(05).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 HOL-OV-TXT  PIC X(20).
           02 FILLER      PIC X(08) VALUE " VENDAS:".
           02 HOL-OV-VEN  PIC -ZZZZZZ9,99.
           02 FILLER      PIC X(11) VALUE "  OVERRIDE:".
           02 HOL-OV-V    PIC -ZZZZZZ9,99.

        01 HOL-OVTOT.
           02 FILLER      PIC X(20) VALUE "OVERRIDE EQUIPE:    ".
           02 HOL-OVTOT-V PIC -ZZZZZZ9,99.
           02 FILLER      PIC X(21) VALUE "  (VENDAS DA EQUIPE: ".
           02 HOL-OVVEN-V PIC ZZZZZZZZ9,99.
           02 FILLER      PIC X(01) VALUE ")".

        01 HOL-PONTO.
           02 HOL-PT-TXT  PIC X(20).
           02 HOL-PT-QT   PIC ZZ9,99.
           02 HOL-PT-UN   PIC X(02).
           02 FILLER      PIC X(05) VALUE SPACES.
           02 HOL-PT-V    PIC -ZZZZZZ9,99.
           02 HOL-PT-V-X  REDEFINES HOL-PT-V PIC X(11).

        01 HOL-FAMILIA.
           02 HOL-FA-TXT  PIC X(20).
           02 HOL-FA-QT   PIC ZZ9.
           02 FILLER      PIC X(10) VALUE SPACES.
           02 HOL-FA-V    PIC ZZZZZZZ9,99.

        01 HOL-BRUTO.
           02 FILLER       PIC X(20) VALUE "SALARIO BRUTO:      ".
           02 HOL-BRUTO-V  PIC ZZZZZZZ9,99.
           02 FILLER      PIC X(20) VALUE "IRRF:               ".
           02 HOL-IRRF-V  PIC ZZZZZZZ9,99.

        01 HOL-DIFRET.
           02 FILLER      PIC X(20) VALUE "DIF. DISSIDIO:      ".
           02 HOL-DR-MESES PIC ZZ9.
           02 FILLER      PIC X(10) VALUE " MES(ES)".
           02 HOL-DR-V    PIC ZZZZZZZ9,99.

        01 HOL-ADIANT.
           02 FILLER      PIC X(20) VALUE "ADIANTAMENTO:       ".
           02 HOL-ADT-V   PIC -ZZZZZZ9,99.

        01 HOL-LIQ.
           02 FILLER     PIC X(20) VALUE "SALARIO LIQUIDO:    ".
           02 HOL-LIQ-V  PIC ZZZZZZZ9,99.
            PERFORM LEAJUSCOM.
            PERFORM LEMETAS.
            PERFORM LEPARAM38.
            PERFORM LEPARAM65.
            PERFORM LEYTD.
            CALL "DATAPROC" USING WS-DATA-SIS WS-DATAREAL.
            MOVE WS-ANO-SIS TO WS-COMPET-AA.
            MOVE WS-MES-SIS TO WS-COMPET-MM.
            PERFORM LEPONTO.
            PERFORM LEGOZO.
            PERFORM LEDESLIG.
            PERFORM LEADIANT.
            PERFORM LEDISSDIF.
            PERFORM LEPARAM69.
            PERFORM LEEQUIPE.
            PERFORM VERIFICAANOYTD.
            OPEN OUTPUT REL-PAG HOLERITE BANKSAL FISCEXT.
            MOVE WS-DATA-SIS TO RH-DATA.
                        MOVE AJ-VALOR  TO AJ-VALOR-OCR(QTDE-AJUS)
                        MOVE AJ-COMPET TO AJ-COMPET-OCR(QTDE-AJUS)
                        MOVE AJ-MOTIVO TO AJ-MOTIVO-OCR(QTDE-AJUS)
                        MOVE AJ-VENDA  TO AJ-VENDA-OCR(QTDE-AJUS)
                    ELSE
                        ADD 1 TO CT-AJUSOBRA
                        MOVE REGAJUSCOM TO REGAJUSKEEP
            END-READ.
            CLOSE PARAM38.

        LEPARAM65 SECTION.
            OPEN INPUT PARAM65.
            READ PARAM65
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-DIVISOR IS NUMERIC
                        AND PARM-DIVISOR GREATER THAN ZEROES
                         MOVE PARM-DIVISOR TO WS-DIVISOR
                     END-IF
                     IF PARM-PCHE50 IS NUMERIC
                         MOVE PARM-PCHE50 TO WS-PCHE50
                     END-IF
                     IF PARM-PCHE100 IS NUMERIC
                         MOVE PARM-PCHE100 TO WS-PCHE100
                     END-IF
                     IF PARM-PCNOT IS NUMERIC
                         MOVE PARM-PCNOT TO WS-PCNOT
                     END-IF
                     IF PARM-DIASMES IS NUMERIC
                        AND PARM-DIASMES GREATER THAN ZEROES
                         MOVE PARM-DIASMES TO WS-DIASMES
                     END-IF
            END-READ.
            CLOSE PARAM65.

      * CARGA DA FOLHA DE PONTO: LINHA DE OUTRA COMPETENCIA E SO
      * CONTADA; LINHA COM CAMPO NAO NUMERICO, COM MAIS FALTAS QUE
      * DIAS NO MES OU REPETIDA PARA O MESMO VENDEDOR E RECUSADA.
      * O CODIGO E CONFERIDO CONTRA CADVEND.DAT NA PROPRIA FOLHA:
      * LINHA QUE NAO ENCONTRA VENDEDOR SAI APONTADA NO TERMINO.
        LEPONTO SECTION.
            OPEN INPUT PONTOMES.
            IF WS-FSPTO NOT EQUAL "00"
                MOVE "SIM" TO FIM-PONTO.
            PERFORM LEITURA-PONTO UNTIL FIM-PONTO EQUAL "SIM".
            CLOSE PONTOMES.
            IF CT-PTOOUTRA GREATER THAN ZEROES
                DISPLAY "EM03EX06: *** " CT-PTOOUTRA " LINHA(S) DE "
                        "PONTOMES.DAT DE OUTRA COMPETENCIA IGNORADA(S)"
                        " ***"
            END-IF.

        LEITURA-PONTO SECTION.
            READ PONTOMES
                AT END MOVE "SIM" TO FIM-PONTO
                NOT AT END
                    IF PT-COMPET NOT EQUAL WS-COMPET-N
                        ADD 1 TO CT-PTOOUTRA
                        EXIT SECTION
                    END-IF
                    IF PT-COD    IS NOT NUMERIC
                       OR PT-HNORM  IS NOT NUMERIC
                       OR PT-HE50   IS NOT NUMERIC
                       OR PT-HE100  IS NOT NUMERIC
                       OR PT-HNOT   IS NOT NUMERIC
                       OR PT-FALTAS IS NOT NUMERIC
                        ADD 1 TO CT-PTOREJ
                        DISPLAY "EM03EX06: *** PONTO DO VENDEDOR "
                                PT-COD " COM CAMPO INVALIDO - "
                                "RECUSADO ***"
                        EXIT SECTION
                    END-IF
                    IF PT-FALTAS GREATER THAN WS-DIASMES
                        ADD 1 TO CT-PTOREJ
                        DISPLAY "EM03EX06: *** PONTO DO VENDEDOR "
                                PT-COD " COM " PT-FALTAS " FALTAS - "
                                "RECUSADO ***"
                        EXIT SECTION
                    END-IF
                    PERFORM GUARDAPONTO
            END-READ.

        GUARDAPONTO SECTION.
            MOVE PT-COD TO WS-CODPTO.
            PERFORM BUSCAPONTO.
            IF PONTOACHADO EQUAL "SIM"
                ADD 1 TO CT-PTOREJ
                DISPLAY "EM03EX06: *** PONTO DO VENDEDOR " PT-COD
                        " REPETIDO NA COMPETENCIA - RECUSADO ***"
                EXIT SECTION
            END-IF.
            IF QTDE-PONTO NOT LESS THAN 200
                ADD 1 TO CT-PTOREJ
                DISPLAY "EM03EX06: *** TABELA DE PONTO CHEIA - "
                        "PONTO DO VENDEDOR " PT-COD " IGNORADO ***"
                EXIT SECTION
            END-IF.
            ADD 1 TO QTDE-PONTO.
            MOVE PT-COD    TO PTO-COD-OCR(QTDE-PONTO).
            MOVE PT-HNORM  TO PTO-HNORM-OCR(QTDE-PONTO).
            MOVE PT-HE50   TO PTO-HE50-OCR(QTDE-PONTO).
            MOVE PT-HE100  TO PTO-HE100-OCR(QTDE-PONTO).
            MOVE PT-HNOT   TO PTO-HNOT-OCR(QTDE-PONTO).
            MOVE PT-FALTAS TO PTO-FALTAS-OCR(QTDE-PONTO).
            MOVE "NAO"     TO PTO-USADO-OCR(QTDE-PONTO).

        BUSCAPONTO SECTION.
            MOVE "NAO" TO PONTOACHADO.
            PERFORM VARYING IDX-PONTO FROM 1 BY 1
                     UNTIL IDX-PONTO GREATER THAN QTDE-PONTO
                        OR PONTOACHADO EQUAL "SIM"
                IF PTO-COD-OCR(IDX-PONTO) EQUAL WS-CODPTO
                    MOVE "SIM" TO PONTOACHADO
                END-IF
            END-PERFORM.
            IF PONTOACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-PONTO
            END-IF.

      * VALORES DA FOLHA DE PONTO SOBRE A HORA NORMAL (SALARIO FIXO
      * / DIVISOR): HORA EXTRA COM O ACRESCIMO DE PARAM65.DAT,
      * ADICIONAL NOTURNO SO O PERCENTUAL (A HORA JA ESTA NO FIXO),
      * E FALTA A UM DIA DE SALARIO FIXO (FIXO / DIAS DO MES).
        CALCULAPONTO SECTION.
            INITIALIZE LK-FRPONTO.
            MOVE CODTRAB TO WS-CODPTO.
            PERFORM BUSCAPONTO.
            IF PONTOACHADO NOT EQUAL "SIM"
                EXIT SECTION
            END-IF.
            MOVE "SIM" TO PTO-USADO-OCR(IDX-PONTO).
            MOVE PTO-HNORM-OCR(IDX-PONTO)  TO LK-FRHNORM.
            MOVE PTO-HE50-OCR(IDX-PONTO)   TO LK-FRQHE50.
            MOVE PTO-HE100-OCR(IDX-PONTO)  TO LK-FRQHE100.
            MOVE PTO-HNOT-OCR(IDX-PONTO)   TO LK-FRQNOT.
            MOVE PTO-FALTAS-OCR(IDX-PONTO) TO LK-FRQFALTA.
            COMPUTE WS-VLHORA ROUNDED = SALTRABF / WS-DIVISOR.
            COMPUTE WS-VLHORAAD ROUNDED =
                WS-VLHORA * (100 + WS-PCHE50) / 100.
            COMPUTE LK-FRHE50 ROUNDED = LK-FRQHE50 * WS-VLHORAAD.
            COMPUTE WS-VLHORAAD ROUNDED =
                WS-VLHORA * (100 + WS-PCHE100) / 100.
            COMPUTE LK-FRHE100 ROUNDED = LK-FRQHE100 * WS-VLHORAAD.
            COMPUTE WS-VLHORAAD ROUNDED = WS-VLHORA * WS-PCNOT / 100.
            COMPUTE LK-FRADNOT ROUNDED = LK-FRQNOT * WS-VLHORAAD.
            COMPUTE LK-FRFALTAS ROUNDED = SALTRABF * LK-FRQFALTA
                                        / WS-DIASMES.

        LEDESLIG SECTION.
            OPEN INPUT DESLIG.
            IF WS-FSDESL NOT EQUAL "00"
                MOVE "SIM" TO FIM-DESL.
            PERFORM LEITURA-DESL UNTIL FIM-DESL EQUAL "SIM".
            CLOSE DESLIG.

        LEITURA-DESL SECTION.
            READ DESLIG
                AT END MOVE "SIM" TO FIM-DESL
                NOT AT END
                    IF DL-COD IS NOT NUMERIC
                       OR DL-DATA IS NOT NUMERIC
                        EXIT SECTION
                    END-IF
                    IF QTDE-DESL NOT LESS THAN 1000
                        DISPLAY "EM03EX06: *** TABELA DE DESLIGADOS "
                                "CHEIA - VENDEDOR " DL-COD
                                " IGNORADO ***"
                        EXIT SECTION
                    END-IF
                    ADD 1 TO QTDE-DESL
                    MOVE DL-COD  TO DL-COD-OCR(QTDE-DESL)
                    MOVE DL-DATA TO DL-DATA-OCR(QTDE-DESL)
            END-READ.

      * ADIANTAMENTOS DE ADIANT.DAT DA COMPETENCIA, SOMADOS POR
      * VENDEDOR; OS DE OUTRAS COMPETENCIAS FICAM DE FORA.
        LEADIANT SECTION.
            OPEN INPUT ADIANT.
            IF WS-FSADT NOT EQUAL "00"
                MOVE "SIM" TO FIM-ADT.
            PERFORM LEITURA-ADT UNTIL FIM-ADT EQUAL "SIM".
            CLOSE ADIANT.

        LEITURA-ADT SECTION.
            READ ADIANT
                AT END MOVE "SIM" TO FIM-ADT
                NOT AT END
                    IF AD-COMPET NOT EQUAL WS-COMPET-N
                        EXIT SECTION
                    END-IF
                    IF AD-COD IS NOT NUMERIC
                       OR AD-VALOR IS NOT NUMERIC
                        DISPLAY "EM03EX06: *** ADIANTAMENTO COM "
                                "CAMPO INVALIDO - IGNORADO ***"
                        EXIT SECTION
                    END-IF
                    MOVE AD-COD TO WS-CODADT
                    PERFORM BUSCAADIANT
                    IF ADTACHADO EQUAL "SIM"
                        ADD AD-VALOR TO ADT-VALOR-OCR(IDX-ADT)
                        EXIT SECTION
                    END-IF
                    IF QTDE-ADT NOT LESS THAN 1000
                        DISPLAY "EM03EX06: *** TABELA DE "
                                "ADIANTAMENTOS CHEIA - VENDEDOR "
                                AD-COD " IGNORADO ***"
                        EXIT SECTION
                    END-IF
                    ADD 1 TO QTDE-ADT
                    MOVE AD-COD   TO ADT-COD-OCR(QTDE-ADT)
                    MOVE AD-VALOR TO ADT-VALOR-OCR(QTDE-ADT)
            END-READ.

        BUSCAADIANT SECTION.
            MOVE "NAO" TO ADTACHADO.
            PERFORM VARYING IDX-ADT FROM 1 BY 1
                     UNTIL IDX-ADT GREATER THAN QTDE-ADT
                        OR ADTACHADO EQUAL "SIM"
                IF ADT-COD-OCR(IDX-ADT) EQUAL WS-CODADT
                    MOVE "SIM" TO ADTACHADO
                END-IF
            END-PERFORM.
            IF ADTACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-ADT
            END-IF.

      * DIFERENCAS DE DISSIDIO A PAGAR NESTA COMPETENCIA (DISSDIF.DAT),
      * SOMADAS POR VENDEDOR COM A QUANTIDADE DE MESES RECALCULADOS.
        LEDISSDIF SECTION.
            OPEN INPUT DISSDIF.
            IF WS-FSDIF NOT EQUAL "00"
                MOVE "SIM" TO FIM-DIF.
            PERFORM LEITURA-DIF UNTIL FIM-DIF EQUAL "SIM".
            CLOSE DISSDIF.

        LEITURA-DIF SECTION.
            READ DISSDIF
                AT END MOVE "SIM" TO FIM-DIF
                NOT AT END
                    IF DF-COMPPAG NOT EQUAL WS-COMPET-N
                        EXIT SECTION
                    END-IF
                    IF DF-COD IS NOT NUMERIC
                       OR DF-DIFER IS NOT NUMERIC
                        DISPLAY "EM03EX06: *** DIFERENCA DE DISSIDIO "
                                "COM CAMPO INVALIDO - IGNORADA ***"
                        EXIT SECTION
                    END-IF
                    MOVE DF-COD TO WS-CODDIF
                    PERFORM BUSCADIFRET
                    IF DIFACHADA EQUAL "SIM"
                        ADD DF-DIFER TO DIF-VALOR-OCR(IDX-DIF)
                        ADD 1        TO DIF-MESES-OCR(IDX-DIF)
                        EXIT SECTION
                    END-IF
                    IF QTDE-DIF NOT LESS THAN 1000
                        DISPLAY "EM03EX06: *** TABELA DE DIFERENCAS "
                                "DE DISSIDIO CHEIA - VENDEDOR "
                                DF-COD " IGNORADO ***"
                        EXIT SECTION
                    END-IF
                    ADD 1 TO QTDE-DIF
                    MOVE DF-COD   TO DIF-COD-OCR(QTDE-DIF)
                    MOVE DF-DIFER TO DIF-VALOR-OCR(QTDE-DIF)
                    MOVE 1        TO DIF-MESES-OCR(QTDE-DIF)
            END-READ.

        BUSCADIFRET SECTION.
            MOVE "NAO" TO DIFACHADA.
            PERFORM VARYING IDX-DIF FROM 1 BY 1
                     UNTIL IDX-DIF GREATER THAN QTDE-DIF
                        OR DIFACHADA EQUAL "SIM"
                IF DIF-COD-OCR(IDX-DIF) EQUAL WS-CODDIF
                    MOVE "SIM" TO DIFACHADA
                END-IF
            END-PERFORM.
            IF DIFACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-DIF
            END-IF.

      * A DIFERENCA RETROATIVA ENTRA NO BRUTO DO MES E PASSA PELO
      * INSS E PELO IRRF COM O RESTO DA FOLHA.
        CALCULADIFRET SECTION.
            MOVE ZEROES  TO AUXDIFRET AUXDIFMES.
            MOVE CODTRAB TO WS-CODDIF.
            PERFORM BUSCADIFRET.
            IF DIFACHADA EQUAL "SIM"
                MOVE DIF-VALOR-OCR(IDX-DIF) TO AUXDIFRET
                MOVE DIF-MESES-OCR(IDX-DIF) TO AUXDIFMES
            END-IF.

        LEPARAM69 SECTION.
            OPEN INPUT PARAM69.
            PERFORM LEITURA-PARAM69 UNTIL FIM-PARAM69 EQUAL "SIM".
            CLOSE PARAM69.

        LEITURA-PARAM69 SECTION.
            READ PARAM69
                AT END MOVE "SIM" TO FIM-PARAM69
                NOT AT END
                    IF PARM-TXSUP IS NOT NUMERIC
                        DISPLAY "EM03EX06: *** TAXA DE OVERRIDE DO "
                                "DEPARTAMENTO " PARM-DEPSUP
                                " INVALIDA - IGNORADA ***"
                        EXIT SECTION
                    END-IF
                    IF QTDE-TXSUP NOT LESS THAN 20
                        DISPLAY "EM03EX06: *** TABELA DE TAXAS DE "
                                "OVERRIDE CHEIA - LINHA DE PARAM69.DAT "
                                "IGNORADA ***"
                        EXIT SECTION
                    END-IF
                    ADD 1 TO QTDE-TXSUP
                    MOVE PARM-DEPSUP TO TXS-DEP-OCR(QTDE-TXSUP)
                    MOVE PARM-TXSUP  TO TXS-TAXA-OCR(QTDE-TXSUP)
            END-READ.

      * CARGA DAS EQUIPES: LINHA COM CAMPO NAO NUMERICO, COM O
      * SUPERVISOR NA PROPRIA EQUIPE, COM FIM ANTES DO INICIO OU QUE
      * POE NA DATA DA FOLHA O VENDEDOR EM DUAS EQUIPES E RECUSADA.
      * DEPOIS CADVEND.DAT DA O NOME E AS VENDAS DE CADA VENDEDOR.
        LEEQUIPE SECTION.
            OPEN INPUT EQUIPE.
            IF WS-FSEQP NOT EQUAL "00"
                MOVE "SIM" TO FIM-EQP.
            PERFORM LEITURA-EQP UNTIL FIM-EQP EQUAL "SIM".
            CLOSE EQUIPE.
            IF CT-EQPREJ GREATER THAN ZEROES
                DISPLAY "EM03EX06: *** " CT-EQPREJ " LINHA(S) DE "
                        "EQUIPE.DAT RECUSADA(S) ***"
            END-IF.
            IF QTDE-EQP EQUAL ZEROES
                EXIT SECTION
            END-IF.
            OPEN INPUT CADVEND.
            PERFORM LEITURA-VENDEQP UNTIL FIM-VENDEQP EQUAL "SIM".
            CLOSE CADVEND.
            PERFORM VARYING IDX-EQP FROM 1 BY 1
                     UNTIL IDX-EQP GREATER THAN QTDE-EQP
                IF EQP-CAD-OCR(IDX-EQP) NOT EQUAL "SIM"
                    MOVE "*** SEM CADASTRO ***" TO EQP-NOME-OCR(IDX-EQP)
                    DISPLAY "EM03EX06: *** VENDEDOR "
                            EQP-COD-OCR(IDX-EQP) " DA EQUIPE DE "
                            EQP-SUP-OCR(IDX-EQP) " SEM CADASTRO EM "
                            "CADVEND.DAT - VENDAS ZERO ***"
                END-IF
            END-PERFORM.

        LEITURA-EQP SECTION.
            READ EQUIPE
                AT END MOVE "SIM" TO FIM-EQP
                NOT AT END
                    IF EQ-SUP IS NOT NUMERIC OR EQ-COD IS NOT NUMERIC
                       OR EQ-INICIO IS NOT NUMERIC
                       OR EQ-FIM IS NOT NUMERIC
                        ADD 1 TO CT-EQPREJ
                        DISPLAY "EM03EX06: *** LINHA DE EQUIPE COM "
                                "CAMPO INVALIDO - RECUSADA ***"
                        EXIT SECTION
                    END-IF
                    IF EQ-SUP EQUAL EQ-COD
                       OR (EQ-FIM NOT EQUAL ZEROES
                           AND EQ-FIM LESS THAN EQ-INICIO)
                        ADD 1 TO CT-EQPREJ
                        DISPLAY "EM03EX06: *** EQUIPE " EQ-SUP
                                " VENDEDOR " EQ-COD " COM SUPERVISOR "
                                "OU DATAS INVALIDAS - RECUSADA ***"
                        EXIT SECTION
                    END-IF
                    IF EQ-INICIO NOT GREATER THAN WS-DATA-SIS
                       AND (EQ-FIM EQUAL ZEROES
                            OR EQ-FIM NOT LESS THAN WS-DATA-SIS)
                        PERFORM VERIFICAOUTRAEQUIPE
                        IF EQPACHADO EQUAL "SIM"
                            ADD 1 TO CT-EQPREJ
                            DISPLAY "EM03EX06: *** VENDEDOR " EQ-COD
                                    " JA ESTA NA EQUIPE DE "
                                    EQP-SUP-OCR(IDX-EQP)
                                    " - LINHA DO SUPERVISOR " EQ-SUP
                                    " RECUSADA ***"
                            EXIT SECTION
                        END-IF
                    END-IF
                    IF QTDE-EQP NOT LESS THAN 1000
                        DISPLAY "EM03EX06: *** TABELA DE EQUIPES "
                                "CHEIA - VENDEDOR " EQ-COD
                                " IGNORADO ***"
                        EXIT SECTION
                    END-IF
                    ADD 1 TO QTDE-EQP
                    MOVE EQ-SUP    TO EQP-SUP-OCR(QTDE-EQP)
                    MOVE EQ-COD    TO EQP-COD-OCR(QTDE-EQP)
                    MOVE EQ-INICIO TO EQP-INICIO-OCR(QTDE-EQP)
                    MOVE EQ-FIM    TO EQP-FIM-OCR(QTDE-EQP)
                    MOVE SPACES    TO EQP-NOME-OCR(QTDE-EQP)
                    MOVE ZEROES    TO EQP-VENDAS-OCR(QTDE-EQP)
                    MOVE "NAO"     TO EQP-CAD-OCR(QTDE-EQP)
            END-READ.

      * O VENDEDOR JA VIGENTE EM OUTRA EQUIPE NA DATA DA FOLHA.
        VERIFICAOUTRAEQUIPE SECTION.
            MOVE "NAO" TO EQPACHADO.
            PERFORM VARYING IDX-EQP FROM 1 BY 1
                     UNTIL IDX-EQP GREATER THAN QTDE-EQP
                        OR EQPACHADO EQUAL "SIM"
                IF EQP-COD-OCR(IDX-EQP) EQUAL EQ-COD
                   AND EQP-INICIO-OCR(IDX-EQP) NOT GREATER THAN
                       WS-DATA-SIS
                   AND (EQP-FIM-OCR(IDX-EQP) EQUAL ZEROES
                        OR EQP-FIM-OCR(IDX-EQP) NOT LESS THAN
                           WS-DATA-SIS)
                    MOVE "SIM" TO EQPACHADO
                END-IF
            END-PERFORM.
            IF EQPACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-EQP
            END-IF.

        LEITURA-VENDEQP SECTION.
            READ CADVEND
                AT END MOVE "SIM" TO FIM-VENDEQP
                NOT AT END
                    PERFORM VARYING IDX-EQP FROM 1 BY 1
                             UNTIL IDX-EQP GREATER THAN QTDE-EQP
                        IF EQP-COD-OCR(IDX-EQP) EQUAL CODENT
                            MOVE NOMEENT  TO EQP-NOME-OCR(IDX-EQP)
                            MOVE VENDEENT TO EQP-VENDAS-OCR(IDX-EQP)
                            MOVE "SIM"    TO EQP-CAD-OCR(IDX-EQP)
                        END-IF
                    END-PERFORM
            END-READ.

      * O VENDEDOR WS-CODEQP NA EQUIPE DO SUPERVISOR CORRENTE NA
      * DATA WS-DTEQP.
        BUSCAMEMBRO SECTION.
            MOVE "NAO" TO EQPACHADO.
            PERFORM VARYING IDX-EQP2 FROM 1 BY 1
                     UNTIL IDX-EQP2 GREATER THAN QTDE-EQP
                        OR EQPACHADO EQUAL "SIM"
                IF EQP-SUP-OCR(IDX-EQP2) EQUAL CODTRAB
                   AND EQP-COD-OCR(IDX-EQP2) EQUAL WS-CODEQP
                   AND EQP-INICIO-OCR(IDX-EQP2) NOT GREATER THAN
                       WS-DTEQP
                   AND (EQP-FIM-OCR(IDX-EQP2) EQUAL ZEROES
                        OR EQP-FIM-OCR(IDX-EQP2) NOT LESS THAN
                           WS-DTEQP)
                    MOVE "SIM" TO EQPACHADO
                END-IF
            END-PERFORM.

      * O ESTORNO OLHA A EQUIPE NO ULTIMO DIA DA COMPETENCIA DA
      * VENDA ORIGINAL (AJ-COMPET); SEM COMPETENCIA, NA DATA DA FOLHA.
        DEFINEDATAESTORNO SECTION.
            IF AJ-COMPET-OCR(IDX-AJUS) IS NOT NUMERIC
               OR AJ-COMPET-OCR(IDX-AJUS) EQUAL ZEROES
                MOVE WS-DATA-SIS TO WS-DTEQP
                EXIT SECTION
            END-IF.
            COMPUTE WS-DTREF = AJ-COMPET-OCR(IDX-AJUS) * 100 + 31.
            IF WS-DTREF-MM EQUAL 4 OR 6 OR 9 OR 11
                MOVE 30 TO WS-DTREF-DD
            END-IF.
            IF WS-DTREF-MM EQUAL 2
                MOVE 28 TO WS-DTREF-DD
                DIVIDE WS-DTREF-AA BY 4 GIVING WS-ANOQ
                       REMAINDER WS-ANORST
                IF WS-ANORST EQUAL ZEROES
                    MOVE 29 TO WS-DTREF-DD
                END-IF
            END-IF.
            MOVE WS-DTREF TO WS-DTEQP.

      * OVERRIDE DO SUPERVISOR: TAXA DO DEPARTAMENTO (PARAM69) SOBRE
      * AS VENDAS DE CADA VENDEDOR DA EQUIPE VIGENTE, MENOS (OU MAIS)
      * A MESMA TAXA SOBRE AS VENDAS ESTORNADAS (OU DEVOLVIDAS) EM
      * AJUSCOM.DAT DE QUEM ESTAVA NA EQUIPE NA VENDA ORIGINAL. O
      * LIQUIDO PODE SAIR NEGATIVO E ENTAO REDUZ O BRUTO, COMO O
      * AJUSTE. O HOLERITE REFAZ AS MESMAS CONTAS LINHA A LINHA.
        CALCULAOVERRIDE SECTION.
            MOVE ZEROES TO AUXOVR AUXOVVEN CT-EQPSUP CT-EQPEST
                           WS-TXSUP.
            PERFORM VARYING IDX-EQP FROM 1 BY 1
                     UNTIL IDX-EQP GREATER THAN QTDE-EQP
                IF EQP-SUP-OCR(IDX-EQP) EQUAL CODTRAB
                   AND EQP-INICIO-OCR(IDX-EQP) NOT GREATER THAN
                       WS-DATA-SIS
                   AND (EQP-FIM-OCR(IDX-EQP) EQUAL ZEROES
                        OR EQP-FIM-OCR(IDX-EQP) NOT LESS THAN
                           WS-DATA-SIS)
                    ADD 1 TO CT-EQPSUP
                    ADD EQP-VENDAS-OCR(IDX-EQP) TO AUXOVVEN
                END-IF
            END-PERFORM.
            PERFORM VARYING IDX-AJUS FROM 1 BY 1
                     UNTIL IDX-AJUS GREATER THAN QTDE-AJUS
                PERFORM VERIFICAESTORNOEQUIPE
                IF EQPACHADO EQUAL "SIM"
                    ADD 1 TO CT-EQPEST
                END-IF
            END-PERFORM.
            IF CT-EQPSUP EQUAL ZEROES AND CT-EQPEST EQUAL ZEROES
                EXIT SECTION
            END-IF.
            MOVE "NAO" TO TXSUPACHADA.
            PERFORM VARYING IDX-TXSUP FROM 1 BY 1
                     UNTIL IDX-TXSUP GREATER THAN QTDE-TXSUP
                        OR TXSUPACHADA EQUAL "SIM"
                IF TXS-DEP-OCR(IDX-TXSUP) EQUAL CODDEPTRA
                    MOVE TXS-TAXA-OCR(IDX-TXSUP) TO WS-TXSUP
                    MOVE "SIM" TO TXSUPACHADA
                END-IF
            END-PERFORM.
            IF TXSUPACHADA NOT EQUAL "SIM"
                DISPLAY "EM03EX06: *** SUPERVISOR " CODTRAB
                        " SEM TAXA DE OVERRIDE PARA O DEPARTAMENTO "
                        CODDEPTRA " EM PARAM69.DAT ***"
            END-IF.
            COMPUTE WS-OVTAXA ROUNDED = WS-TXSUP / 100.
            PERFORM VARYING IDX-EQP FROM 1 BY 1
                     UNTIL IDX-EQP GREATER THAN QTDE-EQP
                IF EQP-SUP-OCR(IDX-EQP) EQUAL CODTRAB
                   AND EQP-INICIO-OCR(IDX-EQP) NOT GREATER THAN
                       WS-DATA-SIS
                   AND (EQP-FIM-OCR(IDX-EQP) EQUAL ZEROES
                        OR EQP-FIM-OCR(IDX-EQP) NOT LESS THAN
                           WS-DATA-SIS)
                    MULTIPLY EQP-VENDAS-OCR(IDX-EQP) BY WS-OVTAXA
                        GIVING AUXOVLIN ROUNDED
                    ADD AUXOVLIN TO AUXOVR
                END-IF
            END-PERFORM.
            PERFORM VARYING IDX-AJUS FROM 1 BY 1
                     UNTIL IDX-AJUS GREATER THAN QTDE-AJUS
                PERFORM VERIFICAESTORNOEQUIPE
                IF EQPACHADO EQUAL "SIM"
                    PERFORM CALCULAOVESTORNO
                    ADD AUXOVLIN TO AUXOVR
                END-IF
            END-PERFORM.

      * O AJUSTE IDX-AJUS TRAZ VALOR DE VENDA DE UM VENDEDOR QUE
      * ESTAVA NA EQUIPE DO SUPERVISOR CORRENTE NA VENDA ORIGINAL.
        VERIFICAESTORNOEQUIPE SECTION.
            MOVE "NAO" TO EQPACHADO.
            IF AJ-VENDA-OCR(IDX-AJUS) IS NOT NUMERIC
                EXIT SECTION
            END-IF.
            IF AJ-VENDA-OCR(IDX-AJUS) EQUAL ZEROES
                EXIT SECTION
            END-IF.
            PERFORM DEFINEDATAESTORNO.
            MOVE AJ-COD-OCR(IDX-AJUS) TO WS-CODEQP.
            PERFORM BUSCAMEMBRO.

        CALCULAOVESTORNO SECTION.
            MULTIPLY AJ-VENDA-OCR(IDX-AJUS) BY WS-OVTAXA
                GIVING AUXOVLIN ROUNDED.
            IF AJ-SINAL-OCR(IDX-AJUS) NOT EQUAL "+"
                COMPUTE AUXOVLIN = ZEROES - AUXOVLIN
            END-IF.

      * O ADIANTAMENTO JA PAGO NA COMPETENCIA SAI DO CREDITO DO MES;
      * SE PASSAR DO LIQUIDO (MES COM MUITAS FALTAS OU FERIAS), O
      * DESCONTO FICA LIMITADO AO LIQUIDO E A DIFERENCA E AVISADA.
        CALCULAADIANT SECTION.
            MOVE ZEROES  TO AUXADT.
            MOVE CODTRAB TO WS-CODADT.
            PERFORM BUSCAADIANT.
            IF ADTACHADO EQUAL "SIM"
                MOVE ADT-VALOR-OCR(IDX-ADT) TO AUXADT
            END-IF.
            IF AUXADT GREATER THAN AUXSALLI
                DISPLAY "EM03EX06: *** ADIANTAMENTO DO VENDEDOR "
                        CODTRAB " MAIOR QUE O LIQUIDO - DESCONTO "
                        "LIMITADO AO LIQUIDO ***"
                MOVE AUXSALLI TO AUXADT
            END-IF.
            COMPUTE AUXLIQPAG = AUXSALLI - AUXADT.

      * DIAS DE FERIAS (FERGOZO.DAT) DENTRO DA COMPETENCIA, SOMADOS
      * POR VENDEDOR: O GOZO QUE ATRAVESSA A VIRADA DO MES CONTA SO
      * A PARTE DE CADA MES.
        LEGOZO SECTION.
            MOVE WS-COMPET-AA TO WS-DTCOMP-AA.
            MOVE WS-COMPET-MM TO WS-DTCOMP-MM.
            MOVE 01           TO WS-DTCOMP-DD.
            COMPUTE WS-CPINIINT = FUNCTION INTEGER-OF-DATE(WS-DTCOMP).
            IF WS-DTCOMP-MM EQUAL 12
                ADD 1 TO WS-DTCOMP-AA
                MOVE 01 TO WS-DTCOMP-MM
            ELSE
                ADD 1 TO WS-DTCOMP-MM
            END-IF.
            COMPUTE WS-CPFIMINT =
                    FUNCTION INTEGER-OF-DATE(WS-DTCOMP) - 1.
            OPEN INPUT FERGOZO.
            IF WS-FSGOZO NOT EQUAL "00"
                MOVE "SIM" TO FIM-GOZO.
            PERFORM LEITURA-GOZO UNTIL FIM-GOZO EQUAL "SIM".
            CLOSE FERGOZO.

        LEITURA-GOZO SECTION.
            READ FERGOZO
                AT END MOVE "SIM" TO FIM-GOZO
                NOT AT END
                    IF FG-COD IS NOT NUMERIC
                       OR FG-INICIO IS NOT NUMERIC
                       OR FG-DIAS IS NOT NUMERIC
                        EXIT SECTION
                    END-IF
                    COMPUTE WS-GZINIINT =
                            FUNCTION INTEGER-OF-DATE(FG-INICIO)
                    COMPUTE WS-GZFIMINT = WS-GZINIINT + FG-DIAS - 1
                    IF WS-GZINIINT LESS THAN WS-CPINIINT
                        MOVE WS-CPINIINT TO WS-GZINIINT
                    END-IF
                    IF WS-GZFIMINT GREATER THAN WS-CPFIMINT
                        MOVE WS-CPFIMINT TO WS-GZFIMINT
                    END-IF
                    COMPUTE WS-GZDIAS = WS-GZFIMINT - WS-GZINIINT + 1
                    IF WS-GZDIAS GREATER THAN ZEROES
                        PERFORM GUARDAGOZO
                    END-IF
            END-READ.

        GUARDAGOZO SECTION.
            MOVE FG-COD TO WS-CODGOZO.
            PERFORM BUSCAGOZO.
            IF GOZOACHADO EQUAL "SIM"
                ADD WS-GZDIAS TO GZ-DIAS-OCR(IDX-GOZO)
                EXIT SECTION
            END-IF.
            IF QTDE-GOZO NOT LESS THAN 200
                DISPLAY "EM03EX06: *** TABELA DE FERIAS CHEIA - "
                        "FERIAS DO VENDEDOR " FG-COD " IGNORADA ***"
                EXIT SECTION
            END-IF.
            ADD 1 TO QTDE-GOZO.
            MOVE FG-COD    TO GZ-COD-OCR(QTDE-GOZO).
            MOVE WS-GZDIAS TO GZ-DIAS-OCR(QTDE-GOZO).

        BUSCAGOZO SECTION.
            MOVE "NAO" TO GOZOACHADO.
            PERFORM VARYING IDX-GOZO FROM 1 BY 1
                     UNTIL IDX-GOZO GREATER THAN QTDE-GOZO
                        OR GOZOACHADO EQUAL "SIM"
                IF GZ-COD-OCR(IDX-GOZO) EQUAL WS-CODGOZO
                    MOVE "SIM" TO GOZOACHADO
                END-IF
            END-PERFORM.
            IF GOZOACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-GOZO
            END-IF.

      * OS DIAS DE FERIAS DO MES JA FORAM PAGOS NO RECIBO DE FERIAS:
      * SAEM DO SALARIO FIXO A RAZAO DE FIXO / DIAS DO MES.
        CALCULAFERIAS SECTION.
            MOVE ZEROES TO LK-FRQFER LK-FRFERMES.
            MOVE CODTRAB TO WS-CODGOZO.
            PERFORM BUSCAGOZO.
            IF GOZOACHADO NOT EQUAL "SIM"
                EXIT SECTION
            END-IF.
            IF GZ-DIAS-OCR(IDX-GOZO) GREATER THAN WS-DIASMES
                MOVE WS-DIASMES TO LK-FRQFER
            ELSE
                MOVE GZ-DIAS-OCR(IDX-GOZO) TO LK-FRQFER
            END-IF.
            COMPUTE LK-FRFERMES ROUNDED = SALTRABF * LK-FRQFER
                                        / WS-DIASMES.

        VERIFICAPONTOSEMVENDEDOR SECTION.
            PERFORM VARYING IDX-PONTO FROM 1 BY 1
                     UNTIL IDX-PONTO GREATER THAN QTDE-PONTO
                IF PTO-USADO-OCR(IDX-PONTO) NOT EQUAL "SIM"
                    ADD 1 TO CT-PTOREJ
                    DISPLAY "EM03EX06: *** PONTO DO VENDEDOR "
                            PTO-COD-OCR(IDX-PONTO) " SEM CADASTRO EM "
                            "CADVEND.DAT - RECUSADO ***"
                END-IF
            END-PERFORM.
            IF CT-PTOREJ GREATER THAN ZEROES
                DISPLAY "EM03EX06: *** " CT-PTOREJ " LINHA(S) DE "
                        "PONTOMES.DAT RECUSADA(S) ***"
            END-IF.

      * ATINGIMENTO DO MES CONTRA METAVEND.DAT (A MESMA BASE DO
      * RANKING EM03EX09): DETERMINA O FATOR DO ACELERADOR SOBRE A
      * TAXA BASE. VENDEDOR SEM META FICA COM FATOR 100.
                END-IF
            END-PERFORM.

      * O VENDEDOR DESLIGADO E PULADO; A FOLHA DE PONTO DELE FICA
      * DADA COMO USADA PARA NAO SAIR COMO SEM CADASTRO.
        LEITURA SECTION.
            MOVE "SIM" TO DESLIGADO.
            PERFORM RETORNATRAB
                UNTIL FIM-ARQ EQUAL "SIM" OR DESLIGADO EQUAL "NAO".

        RETORNATRAB SECTION.
            RETURN TRAB
                AT END     MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS
                           PERFORM VERIFICADESLIGADO.

        VERIFICADESLIGADO SECTION.
            MOVE "NAO" TO DESLIGADO.
            PERFORM VARYING IDX-DESL FROM 1 BY 1
                     UNTIL IDX-DESL GREATER THAN QTDE-DESL
                        OR DESLIGADO EQUAL "SIM"
                IF DL-COD-OCR(IDX-DESL) EQUAL CODTRAB
                   AND DL-DATA-OCR(IDX-DESL) NOT GREATER THAN
                       WS-DATA-SIS
                    MOVE "SIM" TO DESLIGADO
                END-IF
            END-PERFORM.
            IF DESLIGADO EQUAL "NAO"
                EXIT SECTION
            END-IF.
            SUBTRACT 1 FROM IDX-DESL.
            ADD 1 TO CT-DESLIG.
            DISPLAY "EM03EX06: VENDEDOR " CODTRAB " DESLIGADO EM "
                    DL-DATA-OCR(IDX-DESL) " - FORA DA FOLHA".
            MOVE CODTRAB TO WS-CODPTO.
            PERFORM BUSCAPONTO.
            IF PONTOACHADO EQUAL "SIM"
                MOVE "SIM" TO PTO-USADO-OCR(IDX-PONTO)
            END-IF.

        PRINCIPAL SECTION.
            PERFORM IMPRESSAO.
            MOVE AUXSALLI    TO FD-LIQ.
            WRITE REGFISCEXT FROM FIS-DETALHE.
            ADD 1 TO CT-FISDET.
            PERFORM GRAVARUBRICAS.
            ADD AUXSALBR TO AUXFISBRU AUXDEPBRU.
            ADD AUXINSS  TO AUXDEPINS.
            ADD AUXIRRF  TO AUXDEPIRR.

        GRAVARUBRICAS SECTION.
            MOVE WS-COMPET-N TO FR3-COMPET.
            MOVE CODDEPTRA   TO FR3-DEP.
            MOVE CODSECTRA   TO FR3-SEC.
            MOVE CODTRAB     TO FR3-COD.
            IF LK-FRHE50 GREATER THAN ZEROES
                MOVE "HE50"      TO FR3-RUBRICA
                MOVE "P"         TO FR3-NATUR
                MOVE LK-FRQHE50  TO FR3-QTDE
                MOVE LK-FRHE50   TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF LK-FRHE100 GREATER THAN ZEROES
                MOVE "HE1C"      TO FR3-RUBRICA
                MOVE "P"         TO FR3-NATUR
                MOVE LK-FRQHE100 TO FR3-QTDE
                MOVE LK-FRHE100  TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF LK-FRADNOT GREATER THAN ZEROES
                MOVE "ADNT"      TO FR3-RUBRICA
                MOVE "P"         TO FR3-NATUR
                MOVE LK-FRQNOT   TO FR3-QTDE
                MOVE LK-FRADNOT  TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF LK-FRFALTAS GREATER THAN ZEROES
                MOVE "FALT"      TO FR3-RUBRICA
                MOVE "D"         TO FR3-NATUR
                MOVE LK-FRQFALTA TO FR3-QTDE
                MOVE LK-FRFALTAS TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF LK-FRFERMES GREATER THAN ZEROES
                MOVE "FERM"      TO FR3-RUBRICA
                MOVE "D"         TO FR3-NATUR
                MOVE LK-FRQFER   TO FR3-QTDE
                MOVE LK-FRFERMES TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF LK-FRDEDDEP GREATER THAN ZEROES
                MOVE "DDEP"      TO FR3-RUBRICA
                MOVE "I"         TO FR3-NATUR
                MOVE LK-FRQDEPIR TO FR3-QTDE
                MOVE LK-FRDEDDEP TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF LK-FRSALFAM GREATER THAN ZEROES
                MOVE "SFAM"      TO FR3-RUBRICA
                MOVE "P"         TO FR3-NATUR
                MOVE LK-FRQSFAM  TO FR3-QTDE
                MOVE LK-FRSALFAM TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF AUXOVR NOT EQUAL ZEROES
                MOVE "OVRD"      TO FR3-RUBRICA
                MOVE CT-EQPSUP   TO FR3-QTDE
                IF AUXOVR LESS THAN ZEROES
                    MOVE "D"     TO FR3-NATUR
                    COMPUTE FR3-VALOR = ZEROES - AUXOVR
                ELSE
                    MOVE "P"     TO FR3-NATUR
                    MOVE AUXOVR  TO FR3-VALOR
                END-IF
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF AUXDIFRET GREATER THAN ZEROES
                MOVE "DISS"      TO FR3-RUBRICA
                MOVE "P"         TO FR3-NATUR
                MOVE AUXDIFMES   TO FR3-QTDE
                MOVE AUXDIFRET   TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.
            IF AUXADT GREATER THAN ZEROES
                MOVE "ADTO"      TO FR3-RUBRICA
                MOVE "D"         TO FR3-NATUR
                MOVE ZEROES      TO FR3-QTDE
                MOVE AUXADT      TO FR3-VALOR
                WRITE REGFISCEXT FROM FIS-RUBRICA
            END-IF.

        GRAVAREMESSASAL SECTION.
            MOVE CODTRAB  TO RD-COD.
            MOVE NOMETRAB TO RD-NOME.
            MOVE AUXLIQPAG TO RD-VALOR.
            WRITE REGBANKSAL FROM REM-DETALHE.
            ADD 1         TO CT-REMDET.
            ADD AUXLIQPAG TO AUXTOTGER.

        GRAVAHOLERITE SECTION.
            MOVE CODTRAB   TO HOL-COD.
            MOVE COMREL    TO HOL-COM-V.
            MOVE SALBRREL  TO HOL-BRUTO-V.
            MOVE DESCREL   TO HOL-DESC-V.
            MOVE AUXLIQPAG TO HOL-LIQ-V.
            MOVE AUXINSS   TO HOL-INSS-V.
            MOVE AUXIRRF   TO HOL-IRRF-V.
            WRITE REGHOL FROM HOL-CAB     AFTER ADVANCING PAGE.
                    WRITE REGHOL FROM HOL-AJU AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM.
            PERFORM IMPRIMEOVERRIDE.
            PERFORM IMPRIMEPONTO.
            IF AUXDIFRET GREATER THAN ZEROES
                MOVE AUXDIFMES TO HOL-DR-MESES
                MOVE AUXDIFRET TO HOL-DR-V
                WRITE REGHOL FROM HOL-DIFRET AFTER ADVANCING 1 LINE
            END-IF.
            WRITE REGHOL FROM HOL-BRUTO   AFTER ADVANCING 1 LINE.
            WRITE REGHOL FROM HOL-DESC    AFTER ADVANCING 1 LINE.
            WRITE REGHOL FROM HOL-INSS    AFTER ADVANCING 1 LINE.
            WRITE REGHOL FROM HOL-IRRF    AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEFAMILIA.
            IF AUXADT GREATER THAN ZEROES
                COMPUTE HOL-ADT-V = ZEROES - AUXADT
                WRITE REGHOL FROM HOL-ADIANT AFTER ADVANCING 1 LINE
            END-IF.
            WRITE REGHOL FROM HOL-LIQ     AFTER ADVANCING 1 LINE.
            PERFORM GRAVAREGISTROFOLHA.

      * DEMONSTRATIVO DO OVERRIDE NO HOLERITE DO SUPERVISOR: UMA
      * LINHA POR VENDEDOR DA EQUIPE E POR ESTORNO, E O TOTAL.
        IMPRIMEOVERRIDE SECTION.
            IF CT-EQPSUP EQUAL ZEROES AND CT-EQPEST EQUAL ZEROES
                EXIT SECTION
            END-IF.
            MOVE WS-TXSUP TO HOL-OV-TX.
            WRITE REGHOL FROM HOL-OVCAB AFTER ADVANCING 1 LINE.
            PERFORM VARYING IDX-EQP FROM 1 BY 1
                     UNTIL IDX-EQP GREATER THAN QTDE-EQP
                IF EQP-SUP-OCR(IDX-EQP) EQUAL CODTRAB
                   AND EQP-INICIO-OCR(IDX-EQP) NOT GREATER THAN
                       WS-DATA-SIS
                   AND (EQP-FIM-OCR(IDX-EQP) EQUAL ZEROES
                        OR EQP-FIM-OCR(IDX-EQP) NOT LESS THAN
                           WS-DATA-SIS)
                    MULTIPLY EQP-VENDAS-OCR(IDX-EQP) BY WS-OVTAXA
                        GIVING AUXOVLIN ROUNDED
                    MOVE EQP-COD-OCR(IDX-EQP)    TO HOL-OV-COD
                    MOVE EQP-NOME-OCR(IDX-EQP)   TO HOL-OV-TXT
                    MOVE EQP-VENDAS-OCR(IDX-EQP) TO HOL-OV-VEN
                    MOVE AUXOVLIN                TO HOL-OV-V
                    WRITE REGHOL FROM HOL-OVLIN AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM.
            PERFORM VARYING IDX-AJUS FROM 1 BY 1
                     UNTIL IDX-AJUS GREATER THAN QTDE-AJUS
                PERFORM VERIFICAESTORNOEQUIPE
                IF EQPACHADO EQUAL "SIM"
                    PERFORM CALCULAOVESTORNO
                    MOVE AJ-COD-OCR(IDX-AJUS)    TO HOL-OV-COD
                    MOVE AJ-MOTIVO-OCR(IDX-AJUS) TO HOL-OV-TXT
                    IF AJ-SINAL-OCR(IDX-AJUS) EQUAL "+"
                        MOVE AJ-VENDA-OCR(IDX-AJUS) TO HOL-OV-VEN
                    ELSE
                        COMPUTE HOL-OV-VEN =
                            ZEROES - AJ-VENDA-OCR(IDX-AJUS)
                    END-IF
                    MOVE AUXOVLIN TO HOL-OV-V
                    WRITE REGHOL FROM HOL-OVLIN AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM.
            MOVE AUXOVR TO HOL-OVTOT-V.
            MOVE AUXOVVEN TO HOL-OVVEN-V.
            WRITE REGHOL FROM HOL-OVTOT AFTER ADVANCING 1 LINE.

      * LINHAS DA FOLHA DE PONTO NO HOLERITE, SO AS QUE TEM HORAS
      * OU DIAS; AS FALTAS SAEM NEGATIVAS, COMO O ESTORNO.
        IMPRIMEPONTO SECTION.
            IF LK-FRHNORM GREATER THAN ZEROES
                MOVE "HORAS NORMAIS:"    TO HOL-PT-TXT
                MOVE LK-FRHNORM          TO HOL-PT-QT
                MOVE " H"                TO HOL-PT-UN
                MOVE SPACES            TO HOL-PT-V-X
                WRITE REGHOL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF LK-FRQHE50 GREATER THAN ZEROES
                MOVE "HORAS EXTRAS 50%:" TO HOL-PT-TXT
                MOVE LK-FRQHE50          TO HOL-PT-QT
                MOVE " H"                TO HOL-PT-UN
                MOVE LK-FRHE50           TO HOL-PT-V
                WRITE REGHOL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF LK-FRQHE100 GREATER THAN ZEROES
                MOVE "HORAS EXTRAS 100%:" TO HOL-PT-TXT
                MOVE LK-FRQHE100         TO HOL-PT-QT
                MOVE " H"                TO HOL-PT-UN
                MOVE LK-FRHE100          TO HOL-PT-V
                WRITE REGHOL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF LK-FRQNOT GREATER THAN ZEROES
                MOVE "ADICIONAL NOTURNO:" TO HOL-PT-TXT
                MOVE LK-FRQNOT           TO HOL-PT-QT
                MOVE " H"                TO HOL-PT-UN
                MOVE LK-FRADNOT          TO HOL-PT-V
                WRITE REGHOL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF LK-FRQFALTA GREATER THAN ZEROES
                MOVE "FALTAS:"           TO HOL-PT-TXT
                MOVE LK-FRQFALTA         TO HOL-PT-QT
                MOVE " D"                TO HOL-PT-UN
                COMPUTE HOL-PT-V = ZEROES - LK-FRFALTAS
                WRITE REGHOL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF LK-FRQFER GREATER THAN ZEROES
                MOVE "FERIAS NO MES:"    TO HOL-PT-TXT
                MOVE LK-FRQFER           TO HOL-PT-QT
                MOVE " D"                TO HOL-PT-UN
                COMPUTE HOL-PT-V = ZEROES - LK-FRFERMES
                WRITE REGHOL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.

      * DEDUCAO DE DEPENDENTES NA BASE DO IRRF (SO INFORMATIVA) E
      * SALARIO-FAMILIA, QUE ENTRA NO LIQUIDO SEM PASSAR PELO BRUTO.
        IMPRIMEFAMILIA SECTION.
            IF LK-FRDEDDEP GREATER THAN ZEROES
                MOVE "DEPENDENTES IRRF:"  TO HOL-FA-TXT
                MOVE LK-FRQDEPIR         TO HOL-FA-QT
                MOVE LK-FRDEDDEP         TO HOL-FA-V
                WRITE REGHOL FROM HOL-FAMILIA AFTER ADVANCING 1 LINE
            END-IF.
            IF LK-FRSALFAM GREATER THAN ZEROES
                MOVE "SALARIO-FAMILIA:"   TO HOL-FA-TXT
                MOVE LK-FRQSFAM          TO HOL-FA-QT
                MOVE LK-FRSALFAM         TO HOL-FA-V
                WRITE REGHOL FROM HOL-FAMILIA AFTER ADVANCING 1 LINE
            END-IF.

      * OS NUMEROS DO HOLERITE VAO PARA O REGISTRO PERMANENTE
      * FOLHAREG.DAT VIA FOLHALOG - O SPOOL E SOBRESCRITO A CADA
      * RODADA, O REGISTRO NAO.
                                   CODTRAB NOMETRAB LK-FRVENDAS
                                   SALTRABF LK-FRCOM DESCTRA
                                   AUXINSS AUXIRRF LK-FRLIQ
                                   LK-FRAJU LK-FRMOT LK-FRPONTO
                                   LK-FREVENTO LK-FRFAMILIA AUXADT
                                   AUXDIFRET AUXOVR.

        CABECALHO SECTION.
            ADD 1 TO CT-PAG.
            MULTIPLY VENDETRAB BY AUXTAXA GIVING AUXCOM ROUNDED.
            MOVE AUXCOM TO COMREL.
            PERFORM APLICAAJUSTES.
            PERFORM CALCULAPONTO.
            PERFORM CALCULAFERIAS.
            PERFORM CALCULADIFRET.
            PERFORM CALCULAOVERRIDE.
            COMPUTE AUXBRSIG = SALTRABF + AUXCOM + AUXAJU
                             + LK-FRHE50 + LK-FRHE100 + LK-FRADNOT
                             - LK-FRFALTAS - LK-FRFERMES.
            ADD AUXDIFRET AUXOVR TO AUXBRSIG.
            IF AUXBRSIG LESS THAN ZEROES
                MOVE ZEROES TO AUXBRSIG
            END-IF.
            MOVE AUXBRSIG TO AUXSALBR SALBRREL.
            CALL "DEPVEND" USING CODTRAB WS-DATA-SIS AUXSALBR
                                 LK-FRFAMILIA.
            PERFORM CALCULAINSS.
            PERFORM CALCULAIRRF.
            COMPUTE AUXSALLI =
                AUXSALBR - DESCTRA - AUXINSS - AUXIRRF
                + LK-FRSALFAM.
            MOVE AUXSALLI TO SALLIQREL.
            PERFORM CALCULAADIANT.
            ADD AUXSALLI TO AUXTOTSALSEC.
            ADD AUXSALLI TO AUXTOTSALDEP.

                MOVE TETO-INSS-OCR(IDX-INSS) TO WS-PREVTETO
            END-PERFORM.

      * A BASE DO IRRF E O BRUTO MENOS O INSS E MENOS A DEDUCAO
      * LEGAL DOS DEPENDENTES, SEM FICAR NEGATIVA.
        CALCULAIRRF SECTION.
            COMPUTE WS-BASEIRRF = AUXSALBR - AUXINSS.
            IF LK-FRDEDDEP GREATER THAN WS-BASEIRRF
                MOVE ZEROES TO WS-BASEIRRF
            ELSE
                SUBTRACT LK-FRDEDDEP FROM WS-BASEIRRF
            END-IF.
            MOVE "NAO" TO IRRFACHADA.
            MOVE ZEROES TO AUXIRRF.
            PERFORM VARYING IDX-IRRF FROM 1 BY 1
            WRITE REGFISCEXT FROM FIS-DEPTO.
            MOVE ZEROES TO AUXDEPBRU AUXDEPINS AUXDEPIRR.

      * CREDITOS PENDENTES DE CREDPEND.DAT ENTRAM NA REMESSA ANTES
      * DO TRAILER E CONTAM NA QUANTIDADE E NO TOTAL DO ARQUIVO. O
      * ARQUIVO E REGRAVADO SO COM OS CREDITOS REMETIDOS HOJE.
        INCLUICREDITOS SECTION.
            OPEN INPUT CREDPEND.
            IF WS-FSCRED NOT EQUAL "00"
                CLOSE CREDPEND
                EXIT SECTION
            END-IF.
            PERFORM LEITURA-CRED UNTIL FIM-CRED EQUAL "SIM".
            CLOSE CREDPEND.
            OPEN OUTPUT CREDPEND.
            PERFORM VARYING IDX-CRED FROM 1 BY 1
                     UNTIL IDX-CRED GREATER THAN QTDE-CRED
                WRITE REGCREDPEND FROM CR-REG-OCR(IDX-CRED)
            END-PERFORM.
            CLOSE CREDPEND.
            IF CT-CREDREM GREATER THAN ZEROES
                DISPLAY "EM03EX06: " CT-CREDREM " CREDITO(S) DE "
                        "CREDPEND.DAT INCLUIDO(S) NA REMESSA"
            END-IF.

        LEITURA-CRED SECTION.
            READ CREDPEND
                AT END MOVE "SIM" TO FIM-CRED
                NOT AT END
                    IF CP-DTREM NOT EQUAL SPACES
                       AND CP-DTREM NOT EQUAL WS-DATA-SIS
                        EXIT SECTION
                    END-IF
                    IF CP-COD IS NOT NUMERIC
                       OR CP-VALOR IS NOT NUMERIC
                        DISPLAY "EM03EX06: *** CREDITO PENDENTE COM "
                                "CAMPO INVALIDO - IGNORADO ***"
                        EXIT SECTION
                    END-IF
                    IF QTDE-CRED NOT LESS THAN 500
                        DISPLAY "EM03EX06: *** TABELA DE CREDITOS "
                                "CHEIA - CREDITO DO VENDEDOR " CP-COD
                                " IGNORADO ***"
                        EXIT SECTION
                    END-IF
                    MOVE 1        TO RD-TIPO
                    MOVE CP-COD   TO RD-COD
                    MOVE CP-NOME  TO RD-NOME
                    MOVE CP-VALOR TO RD-VALOR
                    WRITE REGBANKSAL FROM REM-DETALHE
                    ADD 1        TO CT-REMDET CT-CREDREM
                    ADD CP-VALOR TO AUXTOTGER
                    MOVE WS-DATA-SIS TO CP-DTREM
                    ADD 1 TO QTDE-CRED
                    MOVE REGCREDPEND TO CR-REG-OCR(QTDE-CRED)
            END-READ.

        TERMINO SECTION.
            PERFORM VERIFICAPONTOSEMVENDEDOR.
            MOVE PREVDEP TO YTD-KEY-DEP.
            MOVE PREVSEC TO YTD-KEY-SEC.
            PERFORM IMPRODSEC.
            MOVE PREVDEP TO YTD-KEY-DEP.
            MOVE SPACES  TO YTD-KEY-SEC.
            PERFORM IMPRODDEP.
            PERFORM INCLUICREDITOS.
            MOVE CT-REMDET TO RT-QTDE.
            MOVE AUXTOTGER TO RT-TOTAL.
            WRITE REGBANKSAL FROM REM-TRAILER.
