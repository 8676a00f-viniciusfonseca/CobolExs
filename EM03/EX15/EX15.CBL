        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM03EX15.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. RESCISAO DO CONTRATO DE TRABALHO DOS VENDEDORES. CADA
      * LINHA DE RESCREQ.DAT (VENDEDOR, DATA DO AFASTAMENTO, MOTIVO E
      * AVISO PREVIO) GERA O TERMO DE RESCISAO NO RELATORIO RELRESC:
      * SALDO DE SALARIO DOS DIAS DO MES, COMISSAO DO MES APURADA NA
      * FOLHA (FOLHAREG.DAT), 13O SALARIO E FERIAS PROPORCIONAIS,
      * FERIAS VENCIDAS DO CONTROLE FERCTL.DAT (EM DOBRO QUANDO
      * PASSOU O PRAZO DE CONCESSAO), TERCO CONSTITUCIONAL E AVISO
      * PREVIO INDENIZADO (30 DIAS MAIS 3 POR ANO DE CASA, ATE 90),
      * CONFORME O MOTIVO:
      *   "S" SEM JUSTA CAUSA - TODAS AS VERBAS, MULTA FGTS DE 40%;
      *   "A" ACORDO (CLT ART. 484-A) - AVISO INDENIZADO PELA METADE,
      *       MULTA FGTS DE 20%;
      *   "P" PEDIDO DE DEMISSAO - SEM AVISO INDENIZADO NEM MULTA;
      *   "J" JUSTA CAUSA - SO SALDO DE SALARIO E FERIAS VENCIDAS.
      * O AVISO INDENIZADO PROJETA O TEMPO DE SERVICO PARA OS AVOS DE
      * 13O E DE FERIAS. A BASE DAS VERBAS E O SALARIO FIXO MAIS A
      * MEDIA DAS COMISSOES DOS DOZE MESES ANTERIORES, COMO NAS
      * FERIAS DE EM03EX14. INSS E IRRF POR RETFOLHA, SEPARADOS PARA
      * O SALARIO E PARA O 13O; FERIAS E AVISO INDENIZADOS SAO
      * ISENTOS. A MULTA DO FGTS E SO INFORMATIVA (DEPOSITO NA CONTA
      * VINCULADA), ESTIMADA SOBRE A REMUNERACAO DE FOLHAREG.DAT.
      * O ADIANTAMENTO QUINZENAL DA COMPETENCIA DO AFASTAMENTO
      * (ADIANT.DAT, PAGO POR EM03EX16) E DESCONTADO DO CREDITO.
      * O ACERTO VAI PARA FOLHAREG.DAT (TIPO "R"), PARA CREDPEND.DAT
      * (EM03EX06 INCLUI O LIQUIDO NA REMESSA BANKSAL.DAT), PARA O
      * ACUMULADO DA SECAO EM EM03EX06.YTD E PARA DESLIG.DAT, QUE
      * TIRA O VENDEDOR DAS RODADAS SEGUINTES DA FOLHA. OS PERIODOS
      * DE FERIAS DO VENDEDOR FICAM QUITADOS EM FERCTL.DAT. RESCREQ
      * E ESVAZIADO NO FIM DA RODADA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADVEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FERCTL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RESCREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FOLHAREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL YTDACUM ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DESLIG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDESL.
            SELECT OPTIONAL CREDPEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCRED.
            SELECT OPTIONAL ADIANT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELRESC ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
            01 REGENT.
               COPY REGVEND REPLACING ==:DEP:==    BY ==CODDEPENT==
                                       ==:SEC:==    BY ==CODSECENT==
                                       ==:COD:==    BY ==CODENT==
                                       ==:NOME:==   BY ==NOMEENT==
                                       ==:VENDAS:== BY ==VENDEENT==
                                       ==:SALFIX:== BY ==SALENTF==
                                       ==:DESC:==   BY ==DESCENT==.

            FD FERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERCTL.DAT".
            01 REGFERCTL PIC X(67).

            FD RESCREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESCREQ.DAT".
            01 REGRESCREQ.
               02 RS-COD    PIC 9(05).
               02 RS-DATA   PIC 9(08).
               02 RS-MOTIVO PIC X(01).
                  88 RS-SEMJUSTA VALUE "S".
                  88 RS-JUSTA    VALUE "J".
                  88 RS-PEDIDO   VALUE "P".
                  88 RS-ACORDO   VALUE "A".
               02 RS-AVISO  PIC X(01).
                  88 RS-INDENIZADO VALUE "I".
                  88 RS-TRABALHADO VALUE "T".

      * SO OS CAMPOS QUE A RESCISAO USA: COMISSAO, DESCONTO, INSS,
      * IRRF E LIQUIDO DE CADA LINHA, MAIS O TIPO. LINHA SEM TIPO E
      * LINHA ANTIGA DA FOLHA MENSAL.
            FD FOLHAREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAREG.DAT".
            01 REGFOLHAREG.
               COPY REGFOLHA.

            FD YTDACUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EM03EX06.YTD".
            01 REGYTD.
               02 YTD-ANO    PIC 9(04).
               02 YTD-DEP    PIC X(01).
               02 YTD-SEC    PIC X(01).
               02 YTD-VALOR  PIC 9(09)V99.
      * LINHA ANTERIOR AO EXERCICIO NO REGISTRO, COMO EM EM03EX06.
            01 REGYTD-LEG.
               02 LEG-DEP    PIC X(01).
               02 LEG-SEC    PIC X(01).
               02 LEG-VALOR  PIC 9(09)V99.
               02 FILLER     PIC X(04).

            FD DESLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESLIG.DAT".
            01 REGDESLIG.
               COPY REGDESLI.

      * MESMO LAYOUT DE EM03EX14: CREDITO AINDA NAO REMETIDO.
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

      * ADIANTAMENTO QUINZENAL PAGO POR EM03EX16: O DA COMPETENCIA
      * DO AFASTAMENTO E DESCONTADO NO ACERTO.
            FD ADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANT.DAT".
            01 REGADIANT.
               COPY REGADIAN.

            FD RELRESC
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-VEND  PIC X(03) VALUE "NAO".
            77 FIM-FER   PIC X(03) VALUE "NAO".
            77 FIM-REQ   PIC X(03) VALUE "NAO".
            77 FIM-FOLHA PIC X(03) VALUE "NAO".
            77 FIM-YTD   PIC X(03) VALUE "NAO".
            77 FIM-DESL  PIC X(03) VALUE "NAO".
            77 FIM-ADT   PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-APLICADAS PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADAS PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM03EX15".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 WS-FSDESL   PIC X(02) VALUE SPACES.
            77 WS-FSCRED   PIC X(02) VALUE SPACES.
            77 VENDACHADO  PIC X(03) VALUE "NAO".
            77 FERACHADO   PIC X(03) VALUE "NAO".
            77 FOLHACHADA  PIC X(03) VALUE "NAO".
            77 DESLACHADO  PIC X(03) VALUE "NAO".
            77 YTDACHADO   PIC X(03) VALUE "NAO".
            77 DATAOK      PIC X(03) VALUE "NAO".
            77 REQOK       PIC X(03) VALUE "NAO".
            77 WS-CODVEND  PIC 9(05) VALUE ZEROES.

            77 QTDE-VEND PIC 9(03) VALUE ZEROES.
            77 IDX-VEND  PIC 9(03) VALUE ZEROES.

            01 TAB-VEND.
               02 TAB-VEND-OCR OCCURS 200 TIMES.
                  03 VD-COD-OCR    PIC 9(05).
                  03 VD-DEP-OCR    PIC X(01).
                  03 VD-SEC-OCR    PIC X(01).
                  03 VD-NOME-OCR   PIC X(20).
                  03 VD-SALFIX-OCR PIC 9(07)V99.

            77 QTDE-FOLHA PIC 9(04) VALUE ZEROES.
            77 IDX-FOLHA  PIC 9(04) VALUE ZEROES.

      * ULTIMA LINHA MENSAL DE CADA VENDEDOR E COMPETENCIA, MAIS OS
      * RECIBOS DE FERIAS, COM O BRUTO DE CADA UMA (BASE DO FGTS).
            01 TAB-FOLHA.
               02 TAB-FOLHA-OCR OCCURS 3000 TIMES.
                  03 FL-COD-OCR    PIC 9(05).
                  03 FL-COMPET-OCR PIC 9(06).
                  03 FL-DATA-OCR   PIC 9(08).
                  03 FL-TIPO-OCR   PIC X(01).
                  03 FL-COM-OCR    PIC 9(09)V99.
                  03 FL-BRUTO-OCR  PIC 9(09)V99.

            77 QTDE-FER PIC 9(04) VALUE ZEROES.
            77 IDX-FER  PIC 9(04) VALUE ZEROES.
            77 IDX-PER  PIC 9(04) VALUE ZEROES.

            01 TAB-FER.
               02 TAB-FER-OCR OCCURS 1000 TIMES.
                  03 FE-COD-OCR      PIC 9(05).
                  03 FE-ADMISSAO-OCR PIC 9(08).
                  03 FE-PAINI-OCR    PIC 9(08).
                  03 FE-PAFIM-OCR    PIC 9(08).
                  03 FE-LIMITE-OCR   PIC 9(08).
                  03 FE-FALTAS-OCR   PIC 9(03).
                  03 FE-DIREITO-OCR  PIC 9(02).
                  03 FE-GOZADOS-OCR  PIC 9(02).
                  03 FE-FRACOES-OCR  PIC 9(01).
                  03 FE-SITUACAO-OCR PIC X(01).
                  03 FE-PROGINI-OCR  PIC 9(08).
                  03 FE-PROGDIAS-OCR PIC 9(02).

            01 WS-FER.
               COPY REGFERIA.

            77 QTDE-DESL PIC 9(04) VALUE ZEROES.
            77 IDX-DESL  PIC 9(04) VALUE ZEROES.

            01 TAB-DESL.
               02 TAB-DESL-OCR OCCURS 1000 TIMES.
                  03 DL-COD-OCR  PIC 9(05).
                  03 DL-DATA-OCR PIC 9(08).

      * ADIANTAMENTOS DOS ULTIMOS DOZE MESES (ADIANT.DAT).
            77 QTDE-ADT  PIC 9(04) VALUE ZEROES.
            77 IDX-ADT   PIC 9(04) VALUE ZEROES.
            77 WS-ADTMIN PIC 9(06) VALUE ZEROES.

            01 TAB-ADT.
               02 TAB-ADT-OCR OCCURS 3000 TIMES.
                  03 AT-COD-OCR    PIC 9(05).
                  03 AT-COMPET-OCR PIC 9(06).
                  03 AT-VALOR-OCR  PIC 9(07)V99.

            77 QTDE-YTD   PIC 9(03) VALUE ZEROES.
            77 IDX-YTD    PIC 9(03) VALUE ZEROES.
            77 WS-ANOYTD  PIC 9(04) VALUE ZEROES.
            77 YTD-KEY-DEP   PIC X(01) VALUE SPACES.
            77 YTD-KEY-SEC   PIC X(01) VALUE SPACES.
            77 YTD-KEY-VALOR PIC 9(09)V99 VALUE ZEROES.
            77 YTD-RESULT    PIC 9(09)V99 VALUE ZEROES.

            01 TAB-YTD.
               02 TAB-YTD-OCR OCCURS 200 TIMES.
                  03 YTD-DEP-OCR PIC X(01).
                  03 YTD-SEC-OCR PIC X(01).
                  03 YTD-VAL-OCR PIC 9(09)V99.

            01 WS-DATA-SIS PIC 9(08) VALUE ZEROES.
            01 WS-DATA-SIS-R REDEFINES WS-DATA-SIS.
               02 WS-ANO-SIS    PIC 9(04).
               02 FILLER        PIC 9(04).
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.

            01 WS-DTAUX PIC 9(08) VALUE ZEROES.
            01 WS-DTAUX-R REDEFINES WS-DTAUX.
               02 WS-DTAUX-AA PIC 9(04).
               02 WS-DTAUX-MM PIC 9(02).
               02 WS-DTAUX-DD PIC 9(02).
            77 WS-DTCONF   PIC 9(08) VALUE ZEROES.
            77 WS-DIAINT   PIC 9(07) VALUE ZEROES.

      * DATAS DO CALCULO: AFASTAMENTO, ADMISSAO, FIM DO AVISO
      * PROJETADO E INICIO DO PERIODO AQUISITIVO EM CURSO.
            01 WS-DTDESL PIC 9(08) VALUE ZEROES.
            01 WS-DTDESL-R REDEFINES WS-DTDESL.
               02 WS-DESL-COMPET PIC 9(06).
               02 WS-DESL-DD     PIC 9(02).
            01 WS-DTDESL-A REDEFINES WS-DTDESL.
               02 WS-DESL-AA     PIC 9(04).
               02 FILLER         PIC 9(04).
            01 WS-DTADM PIC 9(08) VALUE ZEROES.
            01 WS-DTADM-R REDEFINES WS-DTADM.
               02 WS-ADM-AA PIC 9(04).
               02 WS-ADM-MM PIC 9(02).
               02 WS-ADM-DD PIC 9(02).
            01 WS-DTPROJ PIC 9(08) VALUE ZEROES.
            01 WS-DTPROJ-R REDEFINES WS-DTPROJ.
               02 WS-PROJ-AA PIC 9(04).
               02 WS-PROJ-MM PIC 9(02).
               02 WS-PROJ-DD PIC 9(02).
            01 WS-DTPAINI PIC 9(08) VALUE ZEROES.
            01 WS-DTPAINI-R REDEFINES WS-DTPAINI.
               02 WS-PAINI-AA PIC 9(04).
               02 WS-PAINI-MM PIC 9(02).
               02 WS-PAINI-DD PIC 9(02).

            77 WS-ANOS      PIC 9(02) VALUE ZEROES.
            77 WS-DIASAVISO PIC 9(03) VALUE ZEROES.
            77 WS-DIASSALDO PIC 9(02) VALUE ZEROES.
            77 WS-MESES13   PIC S9(03) VALUE ZEROES.
            77 WS-MESESFER  PIC S9(03) VALUE ZEROES.
            77 WS-MESINI    PIC S9(03) VALUE ZEROES.
            77 WS-MESFIM    PIC S9(03) VALUE ZEROES.
            77 WS-RESTODIAS PIC S9(03) VALUE ZEROES.
            77 WS-DIASVENC  PIC 9(03) VALUE ZEROES.
            77 WS-DIASDOBRA PIC 9(03) VALUE ZEROES.
            77 WS-DIASFER   PIC 9(03) VALUE ZEROES.
            77 WS-SALDO     PIC 9(02) VALUE ZEROES.
            77 WS-AVISOTIPO PIC X(01) VALUE SPACES.

            77 WS-CPINI    PIC 9(06) VALUE ZEROES.
            77 WS-CPFIM    PIC 9(06) VALUE ZEROES.
            77 WS-SOMACOM  PIC 9(11)V99 VALUE ZEROES.
            77 WS-MESESCOM PIC 9(03) VALUE ZEROES.
            77 WS-MEDIACOM PIC 9(09)V99 VALUE ZEROES.
            77 WS-COMMES   PIC 9(09)V99 VALUE ZEROES.
            77 WS-SALFIX   PIC 9(07)V99 VALUE ZEROES.
            77 WS-BASE     PIC 9(09)V99 VALUE ZEROES.
            77 WS-AUX      PIC 9(11)V99 VALUE ZEROES.

            77 WS-VLSALDO  PIC 9(09)V99 VALUE ZEROES.
            77 WS-VL13     PIC 9(09)V99 VALUE ZEROES.
            77 WS-VLFVENC  PIC 9(09)V99 VALUE ZEROES.
            77 WS-VLFPROP  PIC 9(09)V99 VALUE ZEROES.
            77 WS-VLTERCO  PIC 9(09)V99 VALUE ZEROES.
            77 WS-VLAVISO  PIC 9(09)V99 VALUE ZEROES.
            77 WS-PROVENTOS PIC 9(09)V99 VALUE ZEROES.
            77 WS-DESCONTOS PIC 9(09)V99 VALUE ZEROES.
            77 WS-LIQUIDO  PIC 9(09)V99 VALUE ZEROES.
            77 WS-ADIANT   PIC 9(07)V99 VALUE ZEROES.
            77 WS-CREDITO  PIC 9(09)V99 VALUE ZEROES.

            77 WS-BRUTO    PIC 9(09)V99 VALUE ZEROES.
            77 WS-DEDUCAO  PIC 9(07)V99 VALUE ZEROES.
            77 WS-INSSSAL  PIC 9(09)V99 VALUE ZEROES.
            77 WS-IRRFSAL  PIC 9(09)V99 VALUE ZEROES.
            77 WS-INSS13   PIC 9(09)V99 VALUE ZEROES.
            77 WS-IRRF13   PIC 9(09)V99 VALUE ZEROES.
            77 WS-FXINSS   PIC 9(02) VALUE ZEROES.
            77 WS-FXIRRF   PIC 9(02) VALUE ZEROES.
            77 WS-INSS     PIC 9(09)V99 VALUE ZEROES.
            77 WS-IRRF     PIC 9(09)V99 VALUE ZEROES.

      * FGTS: DEPOSITO DE 8% DA REMUNERACAO; MULTA RESCISORIA DE 40%
      * SEM JUSTA CAUSA E 20% NO ACORDO.
            77 WS-ALIQFGTS PIC 9(02)V99 VALUE 8,00.
            77 WS-PCTMULTA PIC 9(02) VALUE ZEROES.
            77 WS-BASEFGTS PIC 9(11)V99 VALUE ZEROES.
            77 WS-SALDOFGTS PIC 9(11)V99 VALUE ZEROES.
            77 WS-MULTAFGTS PIC 9(09)V99 VALUE ZEROES.

      * PARAMETROS DO ACERTO EM FOLHAREG.DAT (FOLHALOG).
            77 LK-FRVENDAS PIC 9(07)V99 VALUE ZEROES.
            77 LK-FRSALDO  PIC 9(07)V99 VALUE ZEROES.
            77 LK-FRDESC   PIC 9(05)V99 VALUE ZEROES.
            77 LK-FRAJU    PIC S9(08)V99 VALUE ZEROES.
            77 LK-FRMOT    PIC X(20) VALUE SPACES.
            77 LK-FRPONTO  PIC X(69) VALUE ZEROES.
            01 LK-FREVENTO.
               02 LK-FRTIPO   PIC X(01) VALUE "R".
               02 LK-FRDIAS   PIC 9(03) VALUE ZEROES.
               02 LK-FRBASE   PIC 9(09)V99 VALUE ZEROES.
               02 LK-FRADIC   PIC 9(09)V99 VALUE ZEROES.
            01 LK-FRFAMILIA.
               02 LK-FRQDEPIR PIC 9(02) VALUE ZEROES.
               02 LK-FRDEDDEP PIC 9(07)V99 VALUE ZEROES.
               02 LK-FRQSFAM  PIC 9(02) VALUE ZEROES.
               02 LK-FRSALFAM PIC 9(07)V99 VALUE ZEROES.
            77 LK-FRADIANT PIC 9(07)V99 VALUE ZEROES.
            77 LK-FRDIFRET PIC 9(07)V99 VALUE ZEROES.
            77 LK-FROVERR  PIC S9(07)V99 VALUE ZEROES.
            01 WS-MOTRES.
               02 FILLER      PIC X(09) VALUE "RESCISAO ".
               02 MR-MOTIVO   PIC X(01).
               02 FILLER      PIC X(01) VALUE SPACES.
               02 MR-DATA     PIC 9(08).
               02 FILLER      PIC X(01) VALUE SPACES.

            01 WS-REFDIAS.
               02 RD-DIAS PIC ZZ9.
               02 FILLER  PIC X(05) VALUE " DIAS".
            01 WS-REFAVOS.
               02 RA-AVOS PIC Z9.
               02 FILLER  PIC X(08) VALUE "/12 AVOS".
            01 WS-TXTAVISO.
               02 FILLER  PIC X(11) VALUE "INDENIZADO ".
               02 TA-DIAS PIC ZZ9.
               02 FILLER  PIC X(05) VALUE " DIAS".

            01 CAB-01.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(37) VALUE
                  "RESCISOES DE CONTRATO DE TRABALHO EM ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(19) VALUE SPACES.

            01 CAB-TRANS.
               02 FILLER PIC X(40) VALUE
                  "TRANSACOES DE RESCISAO (RESCREQ.DAT)".

            01 DET-RES.
               02 FILLER   PIC X(10) VALUE "VENDEDOR: ".
               02 DR-COD   PIC X(05).
               02 FILLER   PIC X(10) VALUE "  MOTIVO: ".
               02 DR-MOTIVO PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-MSG   PIC X(45).
               02 FILLER   PIC X(07) VALUE SPACES.

            01 TR-TRACO.
               02 FILLER PIC X(78) VALUE ALL "-".

            01 TR-TITULO.
               02 FILLER PIC X(19) VALUE SPACES.
               02 FILLER PIC X(41) VALUE
                  "TERMO DE RESCISAO DO CONTRATO DE TRABALHO".

            01 TR-IDENT.
               02 FILLER    PIC X(10) VALUE "VENDEDOR: ".
               02 TI-COD    PIC 9(05).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 TI-NOME   PIC X(20).
               02 FILLER    PIC X(11) VALUE "  DEP/SEC: ".
               02 TI-DEP    PIC X(01).
               02 FILLER    PIC X(01) VALUE "/".
               02 TI-SEC    PIC X(01).

            01 TR-DATAS.
               02 FILLER    PIC X(10) VALUE "ADMISSAO: ".
               02 TD-ADM    PIC 9(08).
               02 FILLER    PIC X(15) VALUE "  AFASTAMENTO: ".
               02 TD-DESL   PIC 9(08).
               02 FILLER    PIC X(17) VALUE "  TEMPO DE CASA: ".
               02 TD-ANOS   PIC Z9.
               02 FILLER    PIC X(06) VALUE " ANOS".

            01 TR-MOTIVO.
               02 FILLER    PIC X(08) VALUE "MOTIVO: ".
               02 TM-MOTIVO PIC X(26).
               02 FILLER    PIC X(15) VALUE "  AVISO PREVIO:".
               02 FILLER    PIC X(01) VALUE SPACES.
               02 TM-AVISO  PIC X(20).

            01 TR-BASE.
               02 FILLER    PIC X(14) VALUE "SALARIO FIXO: ".
               02 TB-SALFIX PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(20) VALUE "  MEDIA COMISSOES: ".
               02 TB-MEDIA  PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE " (".
               02 TB-MESES  PIC Z9.
               02 FILLER    PIC X(07) VALUE " MESES)".

            01 TR-COLS.
               02 FILLER PIC X(32) VALUE "VERBA".
               02 FILLER PIC X(14) VALUE "REFERENCIA".
               02 FILLER PIC X(16) VALUE "       PROVENTOS".
               02 FILLER PIC X(16) VALUE "       DESCONTOS".

            01 TR-VERBA.
               02 TV-TXT    PIC X(32).
               02 TV-REF    PIC X(14).
               02 TV-PROV   PIC ZZZ.ZZZ.ZZ9,99.
               02 TV-PROV-X REDEFINES TV-PROV PIC X(14).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 TV-DESC   PIC ZZZ.ZZZ.ZZ9,99.
               02 TV-DESC-X REDEFINES TV-DESC PIC X(14).

            01 TR-LIQUIDO.
               02 FILLER    PIC X(46) VALUE
                  "LIQUIDO A RECEBER (CREDITO EM CREDPEND.DAT)".
               02 TL-LIQ    PIC ZZZ.ZZZ.ZZ9,99.

            01 TR-FGTS.
               02 FILLER    PIC X(11) VALUE "MULTA FGTS ".
               02 TF-PCT    PIC Z9.
               02 FILLER    PIC X(33) VALUE
                  "% (ESTIMADA, DEPOSITO NA CONTA)".
               02 TF-MULTA  PIC ZZZ.ZZZ.ZZ9,99.

            01 TR-YTD.
               02 FILLER    PIC X(46) VALUE
                  "ACUMULADO DA SECAO NO ANO (EM03EX06.YTD)".
               02 TY-VALOR  PIC ZZZ.ZZZ.ZZ9,99.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-QT     PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA-SIS WS-DATAREAL.
            PERFORM LEYTD.
            PERFORM VERIFICAANOYTD.
            PERFORM CARREGAVENDEDORES.
            PERFORM CARREGAFOLHA.
            PERFORM CARREGACONTROLE.
            PERFORM CARREGADESLIG.
            PERFORM CARREGAADIANT.
            OPEN OUTPUT RELRESC.
            MOVE WS-DATA-SIS TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            PERFORM APLICATRANSACOES.
            IF CT-APLICADAS GREATER THAN ZEROES
                PERFORM GRAVACONTROLE
                PERFORM GRAVAYTD
            END-IF.
            PERFORM TERMINO.
        STOP RUN.

        LEYTD.
            OPEN INPUT YTDACUM.
            PERFORM LEITURA-YTD UNTIL FIM-YTD EQUAL "SIM".
            CLOSE YTDACUM.

        LEITURA-YTD.
            READ YTDACUM
                AT END MOVE "SIM" TO FIM-YTD
                NOT AT END
                    IF QTDE-YTD LESS THAN 200
                        ADD 1 TO QTDE-YTD
                        IF YTD-ANO IS NUMERIC
                            MOVE YTD-DEP   TO YTD-DEP-OCR(QTDE-YTD)
                            MOVE YTD-SEC   TO YTD-SEC-OCR(QTDE-YTD)
                            MOVE YTD-VALOR TO YTD-VAL-OCR(QTDE-YTD)
                            IF YTD-ANO NOT EQUAL ZEROES
                                MOVE YTD-ANO TO WS-ANOYTD
                            END-IF
                        ELSE
                            MOVE LEG-DEP   TO YTD-DEP-OCR(QTDE-YTD)
                            MOVE LEG-SEC   TO YTD-SEC-OCR(QTDE-YTD)
                            MOVE LEG-VALOR TO YTD-VAL-OCR(QTDE-YTD)
                        END-IF
                    ELSE
                        DISPLAY "EM03EX15: *** TABELA YTD CHEIA - "
                                "LINHA DE EM03EX06.YTD IGNORADA ***"
                    END-IF
            END-READ.

      * O ACERTO ENTRA NO ACUMULADO DO ANO; COM O ARQUIVO AINDA NO
      * EXERCICIO ANTERIOR NADA E CALCULADO, COMO NA FOLHA.
        VERIFICAANOYTD.
            IF QTDE-YTD GREATER THAN ZEROES
               AND WS-ANOYTD NOT EQUAL ZEROES
               AND WS-ANOYTD NOT EQUAL WS-ANO-SIS
                DISPLAY "EM03EX15: *** EM03EX06.YTD PERTENCE AO "
                        "EXERCICIO " WS-ANOYTD " - EXECUTE O "
                        "FECHAMENTO EM03EX07 ANTES DE RODAR ***"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

        CARREGAVENDEDORES.
            OPEN INPUT CADVEND.
            PERFORM LEITURA-VEND UNTIL FIM-VEND EQUAL "SIM".
            CLOSE CADVEND.

        LEITURA-VEND.
            READ CADVEND
                AT END MOVE "SIM" TO FIM-VEND
                NOT AT END
                    IF QTDE-VEND LESS THAN 200
                        ADD 1 TO QTDE-VEND
                        MOVE CODENT    TO VD-COD-OCR(QTDE-VEND)
                        MOVE CODDEPENT TO VD-DEP-OCR(QTDE-VEND)
                        MOVE CODSECENT TO VD-SEC-OCR(QTDE-VEND)
                        MOVE NOMEENT   TO VD-NOME-OCR(QTDE-VEND)
                        MOVE SALENTF   TO VD-SALFIX-OCR(QTDE-VEND)
                    ELSE
                        DISPLAY "EM03EX15: *** TABELA DE VENDEDORES "
                                "CHEIA - VENDEDOR " CODENT
                                " IGNORADO ***"
                    END-IF
            END-READ.

      ******************************************************************
      * CARGA DE FOLHAREG.DAT: DA FOLHA MENSAL FICA A LINHA MAIS       *
      * RECENTE DE CADA VENDEDOR E COMPETENCIA; OS RECIBOS DE FERIAS   *
      * ENTRAM TODOS. O BRUTO (LIQUIDO + RETENCOES + DESCONTO) E A     *
      * REMUNERACAO SOBRE A QUAL O FGTS FOI DEPOSITADO.                *
      ******************************************************************
        CARREGAFOLHA.
            OPEN INPUT FOLHAREG.
            PERFORM LEITURA-FOLHA UNTIL FIM-FOLHA EQUAL "SIM".
            CLOSE FOLHAREG.

        LEITURA-FOLHA.
            READ FOLHAREG
                AT END MOVE "SIM" TO FIM-FOLHA
                NOT AT END
                    IF FR-TIPO NOT EQUAL "R"
                       AND FR-COD IS NUMERIC
                       AND FR-COMPET IS NUMERIC
                        PERFORM GUARDAFOLHA
                    END-IF
            END-READ.

        GUARDAFOLHA.
            IF FR-TIPO NOT EQUAL "F"
                MOVE "M" TO FR-TIPO
            END-IF.
            IF FR-DESC NOT NUMERIC
                MOVE ZEROES TO FR-DESC
            END-IF.
            MOVE "NAO" TO FOLHACHADA.
            IF FR-TIPO EQUAL "M"
                PERFORM VARYING IDX-FOLHA FROM 1 BY 1
                         UNTIL IDX-FOLHA GREATER THAN QTDE-FOLHA
                            OR FOLHACHADA EQUAL "SIM"
                    IF FL-COD-OCR(IDX-FOLHA) EQUAL FR-COD
                       AND FL-COMPET-OCR(IDX-FOLHA) EQUAL FR-COMPET
                       AND FL-TIPO-OCR(IDX-FOLHA) EQUAL "M"
                        MOVE "SIM" TO FOLHACHADA
                    END-IF
                END-PERFORM
            END-IF.
            IF FOLHACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FOLHA
                IF FR-DATA NOT LESS THAN FL-DATA-OCR(IDX-FOLHA)
                    MOVE FR-DATA TO FL-DATA-OCR(IDX-FOLHA)
                    MOVE FR-COM  TO FL-COM-OCR(IDX-FOLHA)
                    COMPUTE FL-BRUTO-OCR(IDX-FOLHA) = FR-LIQ + FR-INSS
                                                    + FR-IRRF + FR-DESC
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-FOLHA LESS THAN 3000
                ADD 1 TO QTDE-FOLHA
                MOVE FR-COD    TO FL-COD-OCR(QTDE-FOLHA)
                MOVE FR-COMPET TO FL-COMPET-OCR(QTDE-FOLHA)
                MOVE FR-DATA   TO FL-DATA-OCR(QTDE-FOLHA)
                MOVE FR-TIPO   TO FL-TIPO-OCR(QTDE-FOLHA)
                MOVE FR-COM    TO FL-COM-OCR(QTDE-FOLHA)
                COMPUTE FL-BRUTO-OCR(QTDE-FOLHA) = FR-LIQ + FR-INSS
                                                 + FR-IRRF + FR-DESC
            ELSE
                DISPLAY "EM03EX15: *** TABELA DA FOLHA CHEIA - "
                        "COMPETENCIA " FR-COMPET " DO VENDEDOR "
                        FR-COD " IGNORADA ***"
            END-IF.

        CARREGACONTROLE.
            OPEN INPUT FERCTL.
            PERFORM LEITURA-FER UNTIL FIM-FER EQUAL "SIM".
            CLOSE FERCTL.

        LEITURA-FER.
            READ FERCTL INTO WS-FER
                AT END MOVE "SIM" TO FIM-FER
                NOT AT END
                    IF QTDE-FER LESS THAN 1000
                        ADD 1 TO QTDE-FER
                        MOVE QTDE-FER TO IDX-FER
                        PERFORM GUARDAPERIODO
                    ELSE
                        DISPLAY "EM03EX15: *** TABELA DE FERIAS CHEIA"
                                " - PERIODO " FE-PAINI " DO VENDEDOR "
                                FE-COD " IGNORADO ***"
                    END-IF
            END-READ.

        GUARDAPERIODO.
            MOVE FE-COD      TO FE-COD-OCR(IDX-FER).
            MOVE FE-ADMISSAO TO FE-ADMISSAO-OCR(IDX-FER).
            MOVE FE-PAINI    TO FE-PAINI-OCR(IDX-FER).
            MOVE FE-PAFIM    TO FE-PAFIM-OCR(IDX-FER).
            MOVE FE-LIMITE   TO FE-LIMITE-OCR(IDX-FER).
            MOVE FE-FALTAS   TO FE-FALTAS-OCR(IDX-FER).
            MOVE FE-DIREITO  TO FE-DIREITO-OCR(IDX-FER).
            MOVE FE-GOZADOS  TO FE-GOZADOS-OCR(IDX-FER).
            MOVE FE-FRACOES  TO FE-FRACOES-OCR(IDX-FER).
            MOVE FE-SITUACAO TO FE-SITUACAO-OCR(IDX-FER).
            MOVE FE-PROGINI  TO FE-PROGINI-OCR(IDX-FER).
            MOVE FE-PROGDIAS TO FE-PROGDIAS-OCR(IDX-FER).

        CARREGADESLIG.
            OPEN INPUT DESLIG.
            PERFORM LEITURA-DESL UNTIL FIM-DESL EQUAL "SIM".
            CLOSE DESLIG.

        LEITURA-DESL.
            READ DESLIG
                AT END MOVE "SIM" TO FIM-DESL
                NOT AT END
                    IF DL-COD IS NUMERIC AND DL-DATA IS NUMERIC
                        PERFORM GUARDADESLIG
                    END-IF
            END-READ.

        GUARDADESLIG.
            IF QTDE-DESL LESS THAN 1000
                ADD 1 TO QTDE-DESL
                MOVE DL-COD  TO DL-COD-OCR(QTDE-DESL)
                MOVE DL-DATA TO DL-DATA-OCR(QTDE-DESL)
            ELSE
                DISPLAY "EM03EX15: *** TABELA DE DESLIGAMENTOS CHEIA"
                        " - VENDEDOR " DL-COD " IGNORADO ***"
            END-IF.

        CARREGAADIANT.
            COMPUTE WS-ADTMIN = WS-DATA-SIS / 100 - 100.
            OPEN INPUT ADIANT.
            PERFORM LEITURA-ADT UNTIL FIM-ADT EQUAL "SIM".
            CLOSE ADIANT.

        LEITURA-ADT.
            READ ADIANT
                AT END MOVE "SIM" TO FIM-ADT
                NOT AT END
                    IF AD-COD IS NUMERIC AND AD-COMPET IS NUMERIC
                       AND AD-VALOR IS NUMERIC
                       AND AD-COMPET NOT LESS THAN WS-ADTMIN
                        PERFORM GUARDAADIANT
                    END-IF
            END-READ.

        GUARDAADIANT.
            IF QTDE-ADT LESS THAN 3000
                ADD 1 TO QTDE-ADT
                MOVE AD-COD    TO AT-COD-OCR(QTDE-ADT)
                MOVE AD-COMPET TO AT-COMPET-OCR(QTDE-ADT)
                MOVE AD-VALOR  TO AT-VALOR-OCR(QTDE-ADT)
            ELSE
                DISPLAY "EM03EX15: *** TABELA DE ADIANTAMENTOS CHEIA"
                        " - VENDEDOR " AD-COD " IGNORADO ***"
            END-IF.

        VALIDADATA.
            MOVE "NAO" TO DATAOK.
            IF WS-DTAUX-MM LESS THAN 1 OR WS-DTAUX-MM GREATER THAN 12
               OR WS-DTAUX-DD LESS THAN 1
               OR WS-DTAUX-DD GREATER THAN 31
               OR WS-DTAUX-AA LESS THAN 1601
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-DIAINT = FUNCTION INTEGER-OF-DATE(WS-DTAUX).
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTCONF.
            IF WS-DTCONF EQUAL WS-DTAUX
                MOVE "SIM" TO DATAOK
            END-IF.

      ******************************************************************
      * TRANSACOES DE RESCREQ.DAT, NA ORDEM DO ARQUIVO. CADA UMA SAI NO*
      * RELATORIO COM O RESULTADO; A ACEITA E SEGUIDA DO SEU TERMO.    *
      ******************************************************************
        APLICATRANSACOES.
            WRITE REGREL FROM CAB-TRANS AFTER ADVANCING 2 LINES.
            OPEN EXTEND DESLIG.
            IF WS-FSDESL EQUAL "35"
                OPEN OUTPUT DESLIG
            END-IF.
            OPEN EXTEND CREDPEND.
            IF WS-FSCRED EQUAL "35"
                OPEN OUTPUT CREDPEND
            END-IF.
            OPEN INPUT RESCREQ.
            PERFORM LEITURA-REQ UNTIL FIM-REQ EQUAL "SIM".
            CLOSE RESCREQ
                  DESLIG
                  CREDPEND.

        LEITURA-REQ.
            READ RESCREQ
                AT END MOVE "SIM" TO FIM-REQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE "NAO"     TO REQOK
                    MOVE SPACES    TO DR-MSG
                    MOVE RS-COD    TO DR-COD
                    MOVE RS-MOTIVO TO DR-MOTIVO
                    PERFORM TRATATRANSACAO
                    IF REQOK EQUAL "SIM"
                        ADD 1 TO CT-APLICADAS
                        MOVE "RESCISAO CALCULADA" TO DR-MSG
                    ELSE
                        ADD 1 TO CT-RECUSADAS
                    END-IF
                    WRITE REGREL FROM DET-RES AFTER ADVANCING 1 LINE
                    IF REQOK EQUAL "SIM"
                        PERFORM IMPRIMETERMO
                    END-IF
            END-READ.

        TRATATRANSACAO.
            IF RS-COD NOT NUMERIC
                MOVE "*** CODIGO DE VENDEDOR INVALIDO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE RS-COD TO WS-CODVEND.
            PERFORM BUSCAVENDEDOR.
            IF VENDACHADO NOT EQUAL "SIM"
                MOVE "*** VENDEDOR NAO CADASTRADO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCADESLIG.
            IF DESLACHADO EQUAL "SIM"
                STRING "*** VENDEDOR JA DESLIGADO EM "
                       DL-DATA-OCR(IDX-DESL) " ***"
                       DELIMITED BY SIZE INTO DR-MSG
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF NOT RS-SEMJUSTA AND NOT RS-JUSTA
               AND NOT RS-PEDIDO AND NOT RS-ACORDO
                MOVE "*** MOTIVO INVALIDO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RS-DATA NOT NUMERIC
                MOVE "*** DATA DE AFASTAMENTO INVALIDA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE RS-DATA TO WS-DTAUX.
            PERFORM VALIDADATA.
            IF DATAOK NOT EQUAL "SIM"
                MOVE "*** DATA DE AFASTAMENTO INVALIDA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RS-DATA GREATER THAN WS-DATA-SIS
                MOVE "*** DATA DE AFASTAMENTO FUTURA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCACONTROLE.
            IF FERACHADO NOT EQUAL "SIM"
                MOVE "*** SEM CONTROLE DE FERIAS (ADMISSAO) ***"
                  TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RS-DATA LESS THAN FE-ADMISSAO-OCR(IDX-FER)
                MOVE "*** AFASTAMENTO ANTERIOR A ADMISSAO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RS-SEMJUSTA OR RS-ACORDO
                IF RS-INDENIZADO OR RS-AVISO EQUAL SPACES
                    MOVE "I" TO WS-AVISOTIPO
                ELSE
                    IF RS-TRABALHADO
                        MOVE "T" TO WS-AVISOTIPO
                    ELSE
                        MOVE "*** AVISO PREVIO INVALIDO ***" TO DR-MSG
                        EXIT PARAGRAPH
                    END-IF
                END-IF
            ELSE
                MOVE "N" TO WS-AVISOTIPO
            END-IF.
            MOVE FE-ADMISSAO-OCR(IDX-FER) TO WS-DTADM.
            MOVE RS-DATA TO WS-DTDESL.
            PERFORM CALCULARESCISAO.
            PERFORM GRAVARESCISAO.
            MOVE "SIM" TO REQOK.

      ******************************************************************
      * CALCULO DAS VERBAS. BASE = SALARIO FIXO + MEDIA DAS COMISSOES  *
      * DAS COMPETENCIAS ENCONTRADAS NOS DOZE MESES ANTERIORES AO DO   *
      * AFASTAMENTO (A COMISSAO DO PROPRIO MES E PAGA A PARTE).        *
      ******************************************************************
        CALCULARESCISAO.
            MOVE VD-SALFIX-OCR(IDX-VEND) TO WS-SALFIX.
            MOVE WS-DESL-COMPET TO WS-CPFIM.
            COMPUTE WS-CPINI = WS-CPFIM - 100.
            MOVE ZEROES TO WS-SOMACOM WS-MESESCOM WS-MEDIACOM
                           WS-COMMES WS-BASEFGTS.
            PERFORM SOMAFOLHA
                VARYING IDX-FOLHA FROM 1 BY 1
                UNTIL IDX-FOLHA GREATER THAN QTDE-FOLHA.
            IF WS-MESESCOM GREATER THAN ZEROES
                COMPUTE WS-MEDIACOM ROUNDED =
                        WS-SOMACOM / WS-MESESCOM
            END-IF.
            COMPUTE WS-BASE = WS-SALFIX + WS-MEDIACOM.

      * TEMPO DE CASA EM ANOS COMPLETOS E AVISO PREVIO (LEI 12.506).
            COMPUTE WS-ANOS = (WS-DTDESL - WS-DTADM) / 10000.
            MOVE ZEROES TO WS-DIASAVISO WS-VLAVISO.
            IF WS-AVISOTIPO EQUAL "I"
                COMPUTE WS-DIASAVISO = 30 + WS-ANOS * 3
                IF WS-DIASAVISO GREATER THAN 90
                    MOVE 90 TO WS-DIASAVISO
                END-IF
                COMPUTE WS-AUX = WS-BASE * WS-DIASAVISO
                COMPUTE WS-VLAVISO ROUNDED = WS-AUX / 30
                IF RS-ACORDO
                    COMPUTE WS-VLAVISO ROUNDED = WS-VLAVISO / 2
                END-IF
            END-IF.
            COMPUTE WS-DIAINT =
                    FUNCTION INTEGER-OF-DATE(WS-DTDESL) + WS-DIASAVISO.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTPROJ.

      * SALDO DE SALARIO: DIAS DO MES ATE O AFASTAMENTO (MES DE 30).
            MOVE WS-DESL-DD TO WS-DIASSALDO.
            IF WS-DIASSALDO GREATER THAN 30
                MOVE 30 TO WS-DIASSALDO
            END-IF.
            COMPUTE WS-AUX = WS-SALFIX * WS-DIASSALDO.
            COMPUTE WS-VLSALDO ROUNDED = WS-AUX / 30.

            PERFORM CALCULA13.
            PERFORM CALCULAFERIAS.
            COMPUTE WS-AUX = WS-VLFVENC + WS-VLFPROP.
            COMPUTE WS-VLTERCO ROUNDED = WS-AUX / 3.

      * RETENCOES: SALARIO DO MES E 13O EM SEPARADO.
            COMPUTE WS-BRUTO = WS-VLSALDO + WS-COMMES.
      * DEDUCAO DOS DEPENDENTES NA BASE DO IRRF; SALARIO-FAMILIA SO
      * NA FOLHA MENSAL.
            CALL "DEPVEND" USING WS-CODVEND WS-DTDESL WS-BRUTO
                                 LK-FRFAMILIA.
            MOVE ZEROES TO LK-FRQSFAM LK-FRSALFAM.
            MOVE LK-FRDEDDEP TO WS-DEDUCAO.
            CALL "RETFOLHA" USING WS-BRUTO WS-DEDUCAO WS-INSSSAL
                                  WS-FXINSS WS-IRRFSAL WS-FXIRRF.
            MOVE ZEROES TO WS-INSS13 WS-IRRF13.
            IF WS-VL13 GREATER THAN ZEROES
                MOVE WS-VL13 TO WS-BRUTO
                CALL "RETFOLHA" USING WS-BRUTO WS-DEDUCAO WS-INSS13
                                      WS-FXINSS WS-IRRF13 WS-FXIRRF
            END-IF.
            COMPUTE WS-INSS = WS-INSSSAL + WS-INSS13.
            COMPUTE WS-IRRF = WS-IRRFSAL + WS-IRRF13.
            COMPUTE WS-PROVENTOS = WS-VLSALDO + WS-COMMES + WS-VL13
                                 + WS-VLFVENC + WS-VLFPROP
                                 + WS-VLTERCO + WS-VLAVISO.
            COMPUTE WS-DESCONTOS = WS-INSS + WS-IRRF.
            COMPUTE WS-LIQUIDO = WS-PROVENTOS - WS-DESCONTOS.

      * ADIANTAMENTO QUINZENAL DA COMPETENCIA SAI DO CREDITO (ATE O
      * LIQUIDO); O LIQUIDO DO ACERTO EM FOLHAREG.DAT E O DE ANTES.
            PERFORM BUSCAADIANT.
            IF WS-ADIANT GREATER THAN WS-LIQUIDO
                DISPLAY "EM03EX15: *** ADIANTAMENTO DO VENDEDOR "
                        WS-CODVEND " MAIOR QUE O LIQUIDO - "
                        "DESCONTADO ATE O LIQUIDO ***"
                MOVE WS-LIQUIDO TO WS-ADIANT
            END-IF.
            ADD WS-ADIANT TO WS-DESCONTOS.
            COMPUTE WS-CREDITO = WS-LIQUIDO - WS-ADIANT.

      * MULTA DO FGTS SOBRE O SALDO ESTIMADO DA CONTA VINCULADA.
            MOVE ZEROES TO WS-PCTMULTA WS-MULTAFGTS.
            IF RS-SEMJUSTA
                MOVE 40 TO WS-PCTMULTA
            END-IF.
            IF RS-ACORDO
                MOVE 20 TO WS-PCTMULTA
            END-IF.
            COMPUTE WS-BASEFGTS = WS-BASEFGTS + WS-VLSALDO + WS-COMMES
                                + WS-VL13 + WS-VLAVISO.
            COMPUTE WS-SALDOFGTS ROUNDED =
                    WS-BASEFGTS * WS-ALIQFGTS / 100.
            COMPUTE WS-MULTAFGTS ROUNDED =
                    WS-SALDOFGTS * WS-PCTMULTA / 100.

      * MEDIA DAS COMISSOES, COMISSAO DO MES E REMUNERACAO COM FGTS.
        SOMAFOLHA.
            IF FL-COD-OCR(IDX-FOLHA) NOT EQUAL WS-CODVEND
                EXIT PARAGRAPH
            END-IF.
            ADD FL-BRUTO-OCR(IDX-FOLHA) TO WS-BASEFGTS.
            IF FL-TIPO-OCR(IDX-FOLHA) NOT EQUAL "M"
                EXIT PARAGRAPH
            END-IF.
            IF FL-COMPET-OCR(IDX-FOLHA) EQUAL WS-CPFIM
                MOVE FL-COM-OCR(IDX-FOLHA) TO WS-COMMES
                SUBTRACT FL-BRUTO-OCR(IDX-FOLHA) FROM WS-BASEFGTS
            END-IF.
            IF FL-COMPET-OCR(IDX-FOLHA) NOT LESS THAN WS-CPINI
               AND FL-COMPET-OCR(IDX-FOLHA) LESS THAN WS-CPFIM
                ADD FL-COM-OCR(IDX-FOLHA) TO WS-SOMACOM
                ADD 1 TO WS-MESESCOM
            END-IF.

      * 13O PROPORCIONAL: UM AVO POR MES DO ANO COM 15 DIAS OU MAIS
      * DE SERVICO, CONTADO ATE O FIM DO AVISO PROJETADO. JUSTA CAUSA
      * PERDE O 13O.
        CALCULA13.
            MOVE ZEROES TO WS-MESES13 WS-VL13.
            IF RS-JUSTA
                EXIT PARAGRAPH
            END-IF.
            IF WS-PROJ-AA GREATER THAN WS-DESL-AA
                MOVE 12 TO WS-MESES13
            ELSE
                MOVE 1 TO WS-MESINI
                IF WS-ADM-AA EQUAL WS-PROJ-AA
                    MOVE WS-ADM-MM TO WS-MESINI
                    IF WS-ADM-DD GREATER THAN 16
                        ADD 1 TO WS-MESINI
                    END-IF
                END-IF
                MOVE WS-PROJ-MM TO WS-MESFIM
                IF WS-PROJ-DD LESS THAN 15
                    SUBTRACT 1 FROM WS-MESFIM
                END-IF
                COMPUTE WS-MESES13 = WS-MESFIM - WS-MESINI + 1
            END-IF.
            IF WS-MESES13 LESS THAN ZEROES
                MOVE ZEROES TO WS-MESES13
            END-IF.
            IF WS-MESES13 GREATER THAN 12
                MOVE 12 TO WS-MESES13
            END-IF.
            COMPUTE WS-AUX = WS-BASE * WS-MESES13.
            COMPUTE WS-VL13 ROUNDED = WS-AUX / 12.

      ******************************************************************
      * FERIAS: SALDO DOS PERIODOS FECHADOS (CONCESSIVO, OU VENCIDO EM *
      * DOBRA) PARA TODOS OS MOTIVOS; AVOS DO PERIODO EM CURSO, ATE O  *
      * FIM DO AVISO PROJETADO, SALVO JUSTA CAUSA.                     *
      ******************************************************************
        CALCULAFERIAS.
            MOVE ZEROES TO WS-DIASVENC WS-DIASDOBRA WS-MESESFER
                           WS-VLFVENC WS-VLFPROP WS-DTPAINI.
            PERFORM SOMAPERIODO
                VARYING IDX-PER FROM 1 BY 1
                UNTIL IDX-PER GREATER THAN QTDE-FER.
            COMPUTE WS-DIASFER = WS-DIASDOBRA * 2.
            ADD WS-DIASVENC TO WS-DIASFER.
            COMPUTE WS-AUX = WS-BASE * WS-DIASFER.
            COMPUTE WS-VLFVENC ROUNDED = WS-AUX / 30.
            IF RS-JUSTA OR WS-DTPAINI EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-MESESFER = (WS-PROJ-AA * 12 + WS-PROJ-MM)
                                - (WS-PAINI-AA * 12 + WS-PAINI-MM).
            IF WS-PROJ-DD + 1 NOT LESS THAN WS-PAINI-DD
                COMPUTE WS-RESTODIAS = WS-PROJ-DD - WS-PAINI-DD + 1
            ELSE
                SUBTRACT 1 FROM WS-MESESFER
                COMPUTE WS-RESTODIAS = WS-PROJ-DD + 30
                                     - WS-PAINI-DD + 1
            END-IF.
            IF WS-RESTODIAS NOT LESS THAN 15
                ADD 1 TO WS-MESESFER
            END-IF.
            IF WS-MESESFER LESS THAN ZEROES
                MOVE ZEROES TO WS-MESESFER
            END-IF.
            IF WS-MESESFER GREATER THAN 12
                MOVE 12 TO WS-MESESFER
            END-IF.
            COMPUTE WS-AUX = WS-BASE * WS-MESESFER.
            COMPUTE WS-VLFPROP ROUNDED = WS-AUX / 12.

        SOMAPERIODO.
            IF FE-COD-OCR(IDX-PER) NOT EQUAL WS-CODVEND
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-SALDO = FE-DIREITO-OCR(IDX-PER)
                             - FE-GOZADOS-OCR(IDX-PER).
            IF FE-SITUACAO-OCR(IDX-PER) EQUAL "C"
                ADD WS-SALDO TO WS-DIASVENC
            END-IF.
            IF FE-SITUACAO-OCR(IDX-PER) EQUAL "V"
                ADD WS-SALDO TO WS-DIASDOBRA
            END-IF.
            IF FE-SITUACAO-OCR(IDX-PER) EQUAL "A"
                MOVE FE-PAINI-OCR(IDX-PER) TO WS-DTPAINI
            END-IF.

      ******************************************************************
      * GRAVACAO DO ACERTO: FOLHAREG.DAT (TIPO "R"), CREDITO PARA A    *
      * REMESSA, DESLIG.DAT, PERIODOS DE FERIAS QUITADOS E ACUMULADO   *
      * DO ANO DA SECAO E DO DEPARTAMENTO.                             *
      ******************************************************************
        GRAVARESCISAO.
            MOVE RS-MOTIVO TO MR-MOTIVO.
            MOVE WS-DTDESL TO MR-DATA.
            MOVE WS-MOTRES TO LK-FRMOT.
            MOVE WS-DIASAVISO TO LK-FRDIAS.
            COMPUTE LK-FRBASE = WS-VL13 + WS-VLFVENC + WS-VLFPROP
                              + WS-VLTERCO.
            MOVE WS-VLAVISO TO LK-FRADIC.
            MOVE WS-VLSALDO TO LK-FRSALDO.
            MOVE WS-ADIANT  TO LK-FRADIANT.
            CALL "FOLHALOG" USING WS-DESL-COMPET VD-DEP-OCR(IDX-VEND)
                                  VD-SEC-OCR(IDX-VEND) WS-CODVEND
                                  VD-NOME-OCR(IDX-VEND) LK-FRVENDAS
                                  LK-FRSALDO WS-COMMES
                                  LK-FRDESC WS-INSS WS-IRRF
                                  WS-LIQUIDO LK-FRAJU LK-FRMOT
                                  LK-FRPONTO LK-FREVENTO
                                  LK-FRFAMILIA LK-FRADIANT
                                  LK-FRDIFRET
                                  LK-FROVERR.

            MOVE SPACES TO REGCREDPEND.
            MOVE 1                      TO CP-TIPO.
            MOVE WS-CODVEND             TO CP-COD.
            MOVE VD-NOME-OCR(IDX-VEND)  TO CP-NOME.
            MOVE WS-CREDITO             TO CP-VALOR.
            WRITE REGCREDPEND.

            MOVE SPACES TO REGDESLIG.
            MOVE WS-CODVEND   TO DL-COD.
            MOVE WS-DTDESL    TO DL-DATA.
            MOVE RS-MOTIVO    TO DL-MOTIVO.
            MOVE WS-AVISOTIPO TO DL-AVISO.
            MOVE WS-DATA-SIS  TO DL-DTCALC.
            MOVE WS-CREDITO   TO DL-LIQUIDO.
            WRITE REGDESLIG.
            ADD 1 TO CT-GRAVADOS.
            PERFORM GUARDADESLIG.

            PERFORM QUITAPERIODO
                VARYING IDX-PER FROM 1 BY 1
                UNTIL IDX-PER GREATER THAN QTDE-FER.

            MOVE VD-DEP-OCR(IDX-VEND) TO YTD-KEY-DEP.
            MOVE SPACES               TO YTD-KEY-SEC.
            MOVE WS-LIQUIDO           TO YTD-KEY-VALOR.
            PERFORM ACUMULAYTD.
            MOVE VD-SEC-OCR(IDX-VEND) TO YTD-KEY-SEC.
            PERFORM ACUMULAYTD.

            MOVE SPACES TO LK-CHAVE.
            STRING WS-CODVEND "-" WS-DTDESL
                   DELIMITED BY SIZE INTO LK-CHAVE
            END-STRING.
            MOVE "RESCISAO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        QUITAPERIODO.
            IF FE-COD-OCR(IDX-PER) EQUAL WS-CODVEND
               AND FE-SITUACAO-OCR(IDX-PER) NOT EQUAL "Q"
                MOVE FE-DIREITO-OCR(IDX-PER) TO FE-GOZADOS-OCR(IDX-PER)
                MOVE ZEROES TO FE-PROGINI-OCR(IDX-PER)
                               FE-PROGDIAS-OCR(IDX-PER)
                MOVE "Q" TO FE-SITUACAO-OCR(IDX-PER)
            END-IF.

        ACUMULAYTD.
            MOVE "NAO" TO YTDACHADO.
            PERFORM VARYING IDX-YTD FROM 1 BY 1
                     UNTIL IDX-YTD GREATER THAN QTDE-YTD
                        OR YTDACHADO EQUAL "SIM"
                IF YTD-DEP-OCR(IDX-YTD) EQUAL YTD-KEY-DEP
                   AND YTD-SEC-OCR(IDX-YTD) EQUAL YTD-KEY-SEC
                    ADD YTD-KEY-VALOR TO YTD-VAL-OCR(IDX-YTD)
                    MOVE YTD-VAL-OCR(IDX-YTD) TO YTD-RESULT
                    MOVE "SIM" TO YTDACHADO
                END-IF
            END-PERFORM.
            IF YTDACHADO NOT EQUAL "SIM"
                IF QTDE-YTD LESS THAN 200
                    ADD 1 TO QTDE-YTD
                    MOVE YTD-KEY-DEP   TO YTD-DEP-OCR(QTDE-YTD)
                    MOVE YTD-KEY-SEC   TO YTD-SEC-OCR(QTDE-YTD)
                    MOVE YTD-KEY-VALOR TO YTD-VAL-OCR(QTDE-YTD)
                    MOVE YTD-KEY-VALOR TO YTD-RESULT
                ELSE
                    DISPLAY "EM03EX15: *** TABELA YTD CHEIA - "
                            "ACUMULADO NAO GUARDADO ***"
                    MOVE YTD-KEY-VALOR TO YTD-RESULT
                END-IF
            END-IF.

      ******************************************************************
      * TERMO DE RESCISAO DO VENDEDOR DA TRANSACAO ACEITA.             *
      ******************************************************************
        IMPRIMETERMO.
            WRITE REGREL FROM TR-TRACO AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM TR-TITULO AFTER ADVANCING 1 LINE.
            MOVE WS-CODVEND            TO TI-COD.
            MOVE VD-NOME-OCR(IDX-VEND) TO TI-NOME.
            MOVE VD-DEP-OCR(IDX-VEND)  TO TI-DEP.
            MOVE VD-SEC-OCR(IDX-VEND)  TO TI-SEC.
            WRITE REGREL FROM TR-IDENT AFTER ADVANCING 2 LINES.
            MOVE WS-DTADM  TO TD-ADM.
            MOVE WS-DTDESL TO TD-DESL.
            MOVE WS-ANOS   TO TD-ANOS.
            WRITE REGREL FROM TR-DATAS AFTER ADVANCING 1 LINE.
            IF RS-SEMJUSTA
                MOVE "SEM JUSTA CAUSA" TO TM-MOTIVO
            END-IF.
            IF RS-JUSTA
                MOVE "JUSTA CAUSA" TO TM-MOTIVO
            END-IF.
            IF RS-PEDIDO
                MOVE "PEDIDO DE DEMISSAO" TO TM-MOTIVO
            END-IF.
            IF RS-ACORDO
                MOVE "ACORDO (CLT ART. 484-A)" TO TM-MOTIVO
            END-IF.
            IF WS-AVISOTIPO EQUAL "I"
                MOVE WS-DIASAVISO TO TA-DIAS
                MOVE WS-TXTAVISO TO TM-AVISO
            ELSE
                IF WS-AVISOTIPO EQUAL "T"
                    MOVE "TRABALHADO" TO TM-AVISO
                ELSE
                    MOVE "NAO SE APLICA" TO TM-AVISO
                END-IF
            END-IF.
            WRITE REGREL FROM TR-MOTIVO AFTER ADVANCING 1 LINE.
            MOVE WS-SALFIX   TO TB-SALFIX.
            MOVE WS-MEDIACOM TO TB-MEDIA.
            MOVE WS-MESESCOM TO TB-MESES.
            WRITE REGREL FROM TR-BASE AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM TR-COLS AFTER ADVANCING 2 LINES.

            MOVE "SALDO DE SALARIO" TO TV-TXT.
            MOVE WS-DIASSALDO TO RD-DIAS.
            MOVE WS-REFDIAS TO TV-REF.
            MOVE WS-VLSALDO TO WS-AUX.
            PERFORM IMPPROVENTO.
            MOVE "COMISSOES DO MES" TO TV-TXT.
            MOVE SPACES TO TV-REF.
            MOVE WS-COMMES TO WS-AUX.
            PERFORM IMPPROVENTO.
            MOVE "13O SALARIO PROPORCIONAL" TO TV-TXT.
            MOVE WS-MESES13 TO RA-AVOS.
            MOVE WS-REFAVOS TO TV-REF.
            MOVE WS-VL13 TO WS-AUX.
            PERFORM IMPPROVENTO.
            MOVE "FERIAS VENCIDAS" TO TV-TXT.
            COMPUTE RD-DIAS = WS-DIASVENC + WS-DIASDOBRA.
            MOVE WS-REFDIAS TO TV-REF.
            MOVE WS-VLFVENC TO WS-AUX.
            PERFORM IMPPROVENTO.
            IF WS-DIASDOBRA GREATER THAN ZEROES
                MOVE "  (PERIODO VENCIDO EM DOBRA)" TO TV-TXT
                MOVE WS-DIASDOBRA TO RD-DIAS
                MOVE WS-REFDIAS TO TV-REF
                MOVE SPACES TO TV-PROV-X TV-DESC-X
                WRITE REGREL FROM TR-VERBA AFTER ADVANCING 1 LINE
            END-IF.
            MOVE "FERIAS PROPORCIONAIS" TO TV-TXT.
            MOVE WS-MESESFER TO RA-AVOS.
            MOVE WS-REFAVOS TO TV-REF.
            MOVE WS-VLFPROP TO WS-AUX.
            PERFORM IMPPROVENTO.
            MOVE "1/3 CONSTITUCIONAL DE FERIAS" TO TV-TXT.
            MOVE SPACES TO TV-REF.
            MOVE WS-VLTERCO TO WS-AUX.
            PERFORM IMPPROVENTO.
            MOVE "AVISO PREVIO INDENIZADO" TO TV-TXT.
            MOVE WS-DIASAVISO TO RD-DIAS.
            MOVE WS-REFDIAS TO TV-REF.
            MOVE WS-VLAVISO TO WS-AUX.
            PERFORM IMPPROVENTO.
            MOVE "INSS SOBRE SALARIO" TO TV-TXT.
            MOVE WS-INSSSAL TO WS-AUX.
            PERFORM IMPDESCONTO.
            MOVE "IRRF SOBRE SALARIO" TO TV-TXT.
            MOVE WS-IRRFSAL TO WS-AUX.
            PERFORM IMPDESCONTO.
            MOVE "INSS SOBRE 13O SALARIO" TO TV-TXT.
            MOVE WS-INSS13 TO WS-AUX.
            PERFORM IMPDESCONTO.
            MOVE "IRRF SOBRE 13O SALARIO" TO TV-TXT.
            MOVE WS-IRRF13 TO WS-AUX.
            PERFORM IMPDESCONTO.
            IF WS-ADIANT GREATER THAN ZEROES
                MOVE "ADIANTAMENTO SALARIAL" TO TV-TXT
                MOVE WS-ADIANT TO WS-AUX
                PERFORM IMPDESCONTO
            END-IF.
            MOVE "TOTAIS" TO TV-TXT.
            MOVE SPACES TO TV-REF.
            MOVE WS-PROVENTOS TO TV-PROV.
            MOVE WS-DESCONTOS TO TV-DESC.
            WRITE REGREL FROM TR-VERBA AFTER ADVANCING 2 LINES.
            MOVE WS-CREDITO TO TL-LIQ.
            WRITE REGREL FROM TR-LIQUIDO AFTER ADVANCING 2 LINES.
            MOVE WS-PCTMULTA  TO TF-PCT.
            MOVE WS-MULTAFGTS TO TF-MULTA.
            WRITE REGREL FROM TR-FGTS AFTER ADVANCING 1 LINE.
            MOVE YTD-RESULT TO TY-VALOR.
            WRITE REGREL FROM TR-YTD AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM TR-TRACO AFTER ADVANCING 1 LINE.

        IMPPROVENTO.
            MOVE WS-AUX TO TV-PROV.
            MOVE SPACES TO TV-DESC-X.
            WRITE REGREL FROM TR-VERBA AFTER ADVANCING 1 LINE.

        IMPDESCONTO.
            MOVE SPACES TO TV-REF TV-PROV-X.
            MOVE WS-AUX TO TV-DESC.
            WRITE REGREL FROM TR-VERBA AFTER ADVANCING 1 LINE.

        BUSCAVENDEDOR.
            MOVE "NAO" TO VENDACHADO.
            PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND GREATER THAN QTDE-VEND
                        OR VENDACHADO EQUAL "SIM"
                IF VD-COD-OCR(IDX-VEND) EQUAL WS-CODVEND
                    MOVE "SIM" TO VENDACHADO
                END-IF
            END-PERFORM.
            IF VENDACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-VEND
            END-IF.

        BUSCACONTROLE.
            MOVE "NAO" TO FERACHADO.
            PERFORM VARYING IDX-FER FROM 1 BY 1
                     UNTIL IDX-FER GREATER THAN QTDE-FER
                        OR FERACHADO EQUAL "SIM"
                IF FE-COD-OCR(IDX-FER) EQUAL WS-CODVEND
                    MOVE "SIM" TO FERACHADO
                END-IF
            END-PERFORM.
            IF FERACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FER
            END-IF.

        BUSCADESLIG.
            MOVE "NAO" TO DESLACHADO.
            PERFORM VARYING IDX-DESL FROM 1 BY 1
                     UNTIL IDX-DESL GREATER THAN QTDE-DESL
                        OR DESLACHADO EQUAL "SIM"
                IF DL-COD-OCR(IDX-DESL) EQUAL WS-CODVEND
                    MOVE "SIM" TO DESLACHADO
                END-IF
            END-PERFORM.
            IF DESLACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-DESL
            END-IF.

        BUSCAADIANT.
            MOVE ZEROES TO WS-ADIANT.
            PERFORM VARYING IDX-ADT FROM 1 BY 1
                     UNTIL IDX-ADT GREATER THAN QTDE-ADT
                IF AT-COD-OCR(IDX-ADT) EQUAL WS-CODVEND
                   AND AT-COMPET-OCR(IDX-ADT) EQUAL WS-DESL-COMPET
                    ADD AT-VALOR-OCR(IDX-ADT) TO WS-ADIANT
                END-IF
            END-PERFORM.

      * FERCTL.DAT REGRAVADO NA ORDEM EM QUE FOI LIDO.
        GRAVACONTROLE.
            OPEN OUTPUT FERCTL.
            PERFORM GRAVAPERIODO
                VARYING IDX-FER FROM 1 BY 1
                UNTIL IDX-FER GREATER THAN QTDE-FER.
            CLOSE FERCTL.

        GRAVAPERIODO.
            MOVE SPACES TO WS-FER.
            MOVE FE-COD-OCR(IDX-FER)      TO FE-COD.
            MOVE FE-ADMISSAO-OCR(IDX-FER) TO FE-ADMISSAO.
            MOVE FE-PAINI-OCR(IDX-FER)    TO FE-PAINI.
            MOVE FE-PAFIM-OCR(IDX-FER)    TO FE-PAFIM.
            MOVE FE-LIMITE-OCR(IDX-FER)   TO FE-LIMITE.
            MOVE FE-FALTAS-OCR(IDX-FER)   TO FE-FALTAS.
            MOVE FE-DIREITO-OCR(IDX-FER)  TO FE-DIREITO.
            MOVE FE-GOZADOS-OCR(IDX-FER)  TO FE-GOZADOS.
            MOVE FE-FRACOES-OCR(IDX-FER)  TO FE-FRACOES.
            MOVE FE-SITUACAO-OCR(IDX-FER) TO FE-SITUACAO.
            MOVE FE-PROGINI-OCR(IDX-FER)  TO FE-PROGINI.
            MOVE FE-PROGDIAS-OCR(IDX-FER) TO FE-PROGDIAS.
            WRITE REGFERCTL FROM WS-FER.

        GRAVAYTD.
            OPEN OUTPUT YTDACUM.
            PERFORM GRAVALINHAYTD
                VARYING IDX-YTD FROM 1 BY 1
                UNTIL IDX-YTD GREATER THAN QTDE-YTD.
            CLOSE YTDACUM.

        GRAVALINHAYTD.
            MOVE WS-ANO-SIS           TO YTD-ANO.
            MOVE YTD-DEP-OCR(IDX-YTD) TO YTD-DEP.
            MOVE YTD-SEC-OCR(IDX-YTD) TO YTD-SEC.
            MOVE YTD-VAL-OCR(IDX-YTD) TO YTD-VALOR.
            WRITE REGYTD.

        TERMINO.
            MOVE "TRANSACOES LIDAS (RESCREQ.DAT)" TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "RESCISOES CALCULADAS" TO ROD-QT-TXT.
            MOVE CT-APLICADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "TRANSACOES RECUSADAS" TO ROD-QT-TXT.
            MOVE CT-RECUSADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELRESC.
            OPEN OUTPUT RESCREQ.
            CLOSE RESCREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
