        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM03EX14.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. CONTROLE DE FERIAS DOS VENDEDORES. FERCTL.DAT GUARDA
      * OS PERIODOS AQUISITIVOS DE CADA VENDEDOR (DOZE MESES CONTADOS
      * DA ADMISSAO) COM OS DIAS DE DIREITO, OS DIAS GOZADOS E O
      * LIMITE DO PERIODO CONCESSIVO. RODA TODO DIA ANTES DA FOLHA:
      * 1) APLICA AS TRANSACOES DE FERREQ.DAT - "A" ABRE O CONTROLE
      *    A PARTIR DA DATA DE ADMISSAO, "P" PROGRAMA FERIAS (INICIO
      *    E DIAS) CONFERINDO SALDO, FRACIONAMENTO (ATE TRES FRACOES,
      *    NENHUMA MENOR QUE 5 DIAS E UMA DE PELO MENOS 14) E O LIMITE
      *    DE CONCESSAO, "C" CANCELA A PROGRAMACAO AINDA NAO PAGA.
      *    O ARQUIVO E ESVAZIADO NO FIM DA RODADA;
      * 2) FECHA O PERIODO AQUISITIVO COMPLETO, CALCULANDO O DIREITO
      *    PELAS FALTAS DA FOLHA DE PONTO GRAVADAS EM FOLHAREG.DAT
      *    (CLT ART. 130), E ABRE O SEGUINTE. PERIODO CUJO PRAZO DE
      *    CONCESSAO JA TERMINOU QUANDO O CONTROLE FOI ABERTO ENTRA
      *    QUITADO (FERIAS ANTERIORES AO CONTROLE); PERIODO QUE VENCE
      *    COM SALDO DEPOIS DISSO FICA "V" E E PAGO EM DOBRO;
      * 3) PAGA A FERIAS PROGRAMADA DOIS DIAS ANTES DO INICIO DO GOZO
      *    (PARAM66.DAT): SALARIO FIXO MAIS A MEDIA DAS COMISSOES DOS
      *    ULTIMOS DOZE MESES, PROPORCIONAL AOS DIAS, MAIS O TERCO
      *    CONSTITUCIONAL, COM INSS E IRRF CALCULADOS POR RETFOLHA. O
      *    RECIBO VAI PARA FOLHAREG.DAT (TIPO "F"), PARA O HISTORICO
      *    FERGOZO.DAT E PARA CREDPEND.DAT, QUE EM03EX06 INCLUI NA
      *    PROXIMA REMESSA DE SALARIOS BANKSAL.DAT.
      * O RELATORIO RELFERIA LISTA AS TRANSACOES, OS PAGAMENTOS E OS
      * PERIODOS EM ABERTO, APONTANDO O VENCIDO E O QUE VENCE NOS
      * PROXIMOS DIAS.

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
            SELECT OPTIONAL FERREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FOLHAREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM66 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FERGOZO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSGOZO.
            SELECT OPTIONAL CREDPEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCRED.
            SELECT TRABFER ASSIGN TO DISK.
            SELECT RELFERIA ASSIGN TO DISK.

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

            FD FERREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERREQ.DAT".
            01 REGFERREQ.
               02 RQ-COD  PIC 9(05).
               02 RQ-ACAO PIC X(01).
                  88 RQ-ADMISSAO  VALUE "A".
                  88 RQ-PROGRAMA  VALUE "P".
                  88 RQ-CANCELA   VALUE "C".
               02 RQ-DATA PIC 9(08).
               02 RQ-DIAS PIC 9(02).

      * SO OS CAMPOS QUE O CONTROLE DE FERIAS USA: A COMISSAO PAGA E
      * AS FALTAS DA FOLHA DE PONTO DE CADA COMPETENCIA. LINHA SEM
      * TIPO E LINHA ANTIGA DA FOLHA MENSAL.
            FD FOLHAREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAREG.DAT".
            01 REGFOLHAREG.
               COPY REGFOLHA.

            FD PARAM66
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM66.DAT".
            01 REGPARAM66.
               02 PARM-AVISO   PIC 9(03).
               02 PARM-ALERTA  PIC 9(03).
               02 PARM-ANTEC   PIC 9(02).

            FD FERGOZO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERGOZO.DAT".
            01 REGFERGOZO.
               COPY REGFGOZO.

      * CREDITO DE FERIAS AINDA NAO REMETIDO AO BANCO, NO LAYOUT DO
      * DETALHE DA REMESSA BANKSAL.DAT DE EM03EX06; CP-DTREM FICA EM
      * BRANCO ATE A REMESSA.
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

            SD TRABFER.
            01 TREGFER.
               02 COD-T    PIC 9(05).
               02 PAINI-T  PIC 9(08).
               02 REG-T    PIC X(67).

            FD RELFERIA
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 FIM-VEND PIC X(03) VALUE "NAO".
            77 FIM-FER  PIC X(03) VALUE "NAO".
            77 FIM-REQ  PIC X(03) VALUE "NAO".
            77 FIM-FOLHA PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-APLICADAS PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADAS PIC 9(07) VALUE ZEROES.
            77 CT-PAGAS     PIC 9(07) VALUE ZEROES.
            77 CT-VENCIDOS  PIC 9(07) VALUE ZEROES.
            77 CT-AVENCER   PIC 9(07) VALUE ZEROES.
            77 CT-NOVOSPER  PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM03EX14".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 WS-FSGOZO   PIC X(02) VALUE SPACES.
            77 WS-FSCRED   PIC X(02) VALUE SPACES.
            77 VENDACHADO  PIC X(03) VALUE "NAO".
            77 FERACHADO   PIC X(03) VALUE "NAO".
            77 FOLHACHADA  PIC X(03) VALUE "NAO".
            77 DATAOK      PIC X(03) VALUE "NAO".
            77 REQOK       PIC X(03) VALUE "NAO".
            77 WS-CODVEND  PIC 9(05) VALUE ZEROES.

            77 WS-AVISO    PIC 9(03) VALUE 30.
            77 WS-ALERTA   PIC 9(03) VALUE 60.
            77 WS-ANTEC    PIC 9(02) VALUE 2.

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

      * ULTIMA LINHA MENSAL DE CADA VENDEDOR E COMPETENCIA.
            01 TAB-FOLHA.
               02 TAB-FOLHA-OCR OCCURS 3000 TIMES.
                  03 FL-COD-OCR    PIC 9(05).
                  03 FL-COMPET-OCR PIC 9(06).
                  03 FL-DATA-OCR   PIC 9(08).
                  03 FL-FALTAS-OCR PIC 9(02).
                  03 FL-COM-OCR    PIC 9(09)V99.

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

            01 WS-DATA-SIS PIC 9(08) VALUE ZEROES.
            01 WS-DATA-SIS-R REDEFINES WS-DATA-SIS.
               02 WS-COMPET-SIS PIC 9(06).
               02 WS-DIA-SIS    PIC 9(02).
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-HOJEINT  PIC 9(07) VALUE ZEROES.

            01 WS-DTAUX PIC 9(08) VALUE ZEROES.
            01 WS-DTAUX-R REDEFINES WS-DTAUX.
               02 WS-DTAUX-AA PIC 9(04).
               02 WS-DTAUX-MM PIC 9(02).
               02 WS-DTAUX-DD PIC 9(02).
            01 WS-DTAUX-C REDEFINES WS-DTAUX.
               02 WS-DTAUX-COMPET PIC 9(06).
               02 FILLER          PIC 9(02).
            77 WS-DTCONF   PIC 9(08) VALUE ZEROES.
            77 WS-DIAINT   PIC 9(07) VALUE ZEROES.
            77 WS-INIINT   PIC 9(07) VALUE ZEROES.
            77 WS-FIMINT   PIC 9(07) VALUE ZEROES.
            77 WS-LIMINT   PIC 9(07) VALUE ZEROES.
            77 WS-FALTAM   PIC S9(07) VALUE ZEROES.

            77 WS-CPINI    PIC 9(06) VALUE ZEROES.
            77 WS-CPFIM    PIC 9(06) VALUE ZEROES.
            77 WS-FALTAS   PIC 9(05) VALUE ZEROES.
            77 WS-SALDO    PIC 9(02) VALUE ZEROES.
            77 WS-RESTO    PIC S9(03) VALUE ZEROES.

            77 WS-SOMACOM  PIC 9(11)V99 VALUE ZEROES.
            77 WS-MESESCOM PIC 9(03) VALUE ZEROES.
            77 WS-MEDIACOM PIC 9(09)V99 VALUE ZEROES.
            77 WS-BASEFER  PIC 9(09)V99 VALUE ZEROES.
            77 WS-AUXFER   PIC 9(11)V99 VALUE ZEROES.
            77 WS-VLFERIAS PIC 9(09)V99 VALUE ZEROES.
            77 WS-VLTERCO  PIC 9(09)V99 VALUE ZEROES.
            77 WS-BRUTO    PIC 9(09)V99 VALUE ZEROES.
            77 WS-DEDUCAO  PIC 9(07)V99 VALUE ZEROES.
            77 WS-INSS     PIC 9(09)V99 VALUE ZEROES.
            77 WS-FXINSS   PIC 9(02) VALUE ZEROES.
            77 WS-IRRF     PIC 9(09)V99 VALUE ZEROES.
            77 WS-FXIRRF   PIC 9(02) VALUE ZEROES.
            77 WS-LIQUIDO  PIC 9(09)V99 VALUE ZEROES.

      * PARAMETROS DO RECIBO DE FERIAS EM FOLHAREG.DAT (FOLHALOG).
            77 LK-FRVENDAS PIC 9(07)V99 VALUE ZEROES.
            77 LK-FRCOM    PIC 9(09)V99 VALUE ZEROES.
            77 LK-FRDESC   PIC 9(05)V99 VALUE ZEROES.
            77 LK-FRAJU    PIC S9(08)V99 VALUE ZEROES.
            77 LK-FRMOT    PIC X(20) VALUE SPACES.
            77 LK-FRPONTO  PIC X(69) VALUE ZEROES.
            01 LK-FREVENTO.
               02 LK-FRTIPO   PIC X(01) VALUE "F".
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
            01 WS-MOTFER.
               02 FILLER      PIC X(07) VALUE "FERIAS ".
               02 MF-DIAS     PIC 9(02).
               02 FILLER      PIC X(02) VALUE "D ".
               02 MF-INICIO   PIC 9(08).
               02 FILLER      PIC X(01) VALUE SPACES.

            01 WS-FLAGVENCE.
               02 FILLER PIC X(09) VALUE "VENCE EM ".
               02 FV-DIAS PIC ZZ9.
               02 FILLER PIC X(05) VALUE " DIAS".
            01 WS-FLAGPROG.
               02 FILLER PIC X(11) VALUE "PROGRAMADA ".
               02 FP-INICIO PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(15) VALUE SPACES.
               02 FILLER PIC X(38) VALUE
                  "CONTROLE DE FERIAS DOS VENDEDORES EM ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(19) VALUE SPACES.

            01 CAB-TRANS.
               02 FILLER PIC X(40) VALUE
                  "TRANSACOES DE FERIAS (FERREQ.DAT)".

            01 DET-RES.
               02 FILLER   PIC X(10) VALUE "VENDEDOR: ".
               02 DR-COD   PIC X(05).
               02 FILLER   PIC X(08) VALUE "  ACAO: ".
               02 DR-ACAO  PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-MSG   PIC X(40).
               02 FILLER   PIC X(14) VALUE SPACES.

            01 CAB-PAG.
               02 FILLER PIC X(50) VALUE
                  "FERIAS PAGAS NESTA DATA (CREDITO EM CREDPEND.DAT)".

            01 CAB-PCOLS.
               02 FILLER PIC X(19) VALUE "CODIGO NOME".
               02 FILLER PIC X(12) VALUE "INICIO   DI".
               02 FILLER PIC X(10) VALUE "   FERIAS ".
               02 FILLER PIC X(09) VALUE "   TERCO ".
               02 FILLER PIC X(09) VALUE "    INSS ".
               02 FILLER PIC X(09) VALUE "    IRRF ".
               02 FILLER PIC X(10) VALUE "  LIQUIDO ".
               02 FILLER PIC X(01) VALUE "D".

            01 DET-PAG.
               02 DP-COD    PIC 9(05).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-NOME   PIC X(12).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-INICIO PIC 9(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-DIAS   PIC Z9.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-FERIAS PIC ZZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-TERCO  PIC ZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-INSS   PIC ZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-IRRF   PIC ZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-LIQ    PIC ZZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-DOBRA  PIC X(01).

            01 CAB-SALDO.
               02 FILLER PIC X(40) VALUE
                  "PERIODOS AQUISITIVOS EM ABERTO".

            01 CAB-SCOLS.
               02 FILLER PIC X(19) VALUE "CODIGO NOME".
               02 FILLER PIC X(18) VALUE "AQUISITIVO".
               02 FILLER PIC X(11) VALUE "S DIR GOZ ".
               02 FILLER PIC X(12) VALUE "SAL LIMITE  ".
               02 FILLER PIC X(20) VALUE "SITUACAO".

            01 DET-SALDO.
               02 DS-COD    PIC 9(05).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-NOME   PIC X(12).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-PAINI  PIC 9(08).
               02 FILLER    PIC X(01) VALUE "-".
               02 DS-PAFIM  PIC 9(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-SIT    PIC X(01).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DS-DIR    PIC Z9.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DS-GOZ    PIC Z9.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DS-SALDO  PIC Z9.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-LIMITE PIC 9(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-FLAG   PIC X(20).

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-QT     PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA-SIS WS-DATAREAL.
            COMPUTE WS-HOJEINT = FUNCTION INTEGER-OF-DATE(WS-DATA-SIS).
            PERFORM LEPARAM66.
            PERFORM CARREGAVENDEDORES.
            PERFORM CARREGAFOLHA.
            PERFORM CARREGACONTROLE.
            OPEN OUTPUT RELFERIA.
            MOVE WS-DATA-SIS TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            PERFORM ATUALIZAPERIODOS.
            PERFORM APLICATRANSACOES.
            PERFORM PAGAPROGRAMADAS.
            SORT TRABFER
                 ASCENDING KEY COD-T PAINI-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
            PERFORM TERMINO.
        STOP RUN.

        LEPARAM66.
            OPEN INPUT PARAM66.
            READ PARAM66
                AT END CONTINUE
                NOT AT END
                    IF PARM-AVISO IS NUMERIC
                        MOVE PARM-AVISO TO WS-AVISO
                    END-IF
                    IF PARM-ALERTA IS NUMERIC
                        MOVE PARM-ALERTA TO WS-ALERTA
                    END-IF
                    IF PARM-ANTEC IS NUMERIC
                        MOVE PARM-ANTEC TO WS-ANTEC
                    END-IF
            END-READ.
            CLOSE PARAM66.

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
                        DISPLAY "EM03EX14: *** TABELA DE VENDEDORES "
                                "CHEIA - VENDEDOR " CODENT
                                " IGNORADO ***"
                    END-IF
            END-READ.

      ******************************************************************
      * CARGA DE FOLHAREG.DAT: RECIBO DE FERIAS (TIPO "F") E ACERTO DE *
      * RESCISAO ("R") NAO ENTRAM; DA FOLHA MENSAL FICA A LINHA MAIS   *
      * RECENTE DE CADA VENDEDOR E COMPETENCIA (UMA RODADA REPETIDA    *
      * SUBSTITUI A ANTERIOR).                                         *
      ******************************************************************
        CARREGAFOLHA.
            OPEN INPUT FOLHAREG.
            PERFORM LEITURA-FOLHA UNTIL FIM-FOLHA EQUAL "SIM".
            CLOSE FOLHAREG.

        LEITURA-FOLHA.
            READ FOLHAREG
                AT END MOVE "SIM" TO FIM-FOLHA
                NOT AT END
                    IF FR-TIPO NOT EQUAL "F" AND FR-TIPO NOT EQUAL "R"
                       AND FR-COD IS NUMERIC
                       AND FR-COMPET IS NUMERIC
                        PERFORM GUARDAFOLHA
                    END-IF
            END-READ.

        GUARDAFOLHA.
            IF FR-QFALTA NOT NUMERIC
                MOVE ZEROES TO FR-QFALTA
            END-IF.
            MOVE "NAO" TO FOLHACHADA.
            PERFORM VARYING IDX-FOLHA FROM 1 BY 1
                     UNTIL IDX-FOLHA GREATER THAN QTDE-FOLHA
                        OR FOLHACHADA EQUAL "SIM"
                IF FL-COD-OCR(IDX-FOLHA) EQUAL FR-COD
                   AND FL-COMPET-OCR(IDX-FOLHA) EQUAL FR-COMPET
                    MOVE "SIM" TO FOLHACHADA
                END-IF
            END-PERFORM.
            IF FOLHACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FOLHA
                IF FR-DATA NOT LESS THAN FL-DATA-OCR(IDX-FOLHA)
                    MOVE FR-DATA   TO FL-DATA-OCR(IDX-FOLHA)
                    MOVE FR-QFALTA TO FL-FALTAS-OCR(IDX-FOLHA)
                    MOVE FR-COM    TO FL-COM-OCR(IDX-FOLHA)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-FOLHA LESS THAN 3000
                ADD 1 TO QTDE-FOLHA
                MOVE FR-COD    TO FL-COD-OCR(QTDE-FOLHA)
                MOVE FR-COMPET TO FL-COMPET-OCR(QTDE-FOLHA)
                MOVE FR-DATA   TO FL-DATA-OCR(QTDE-FOLHA)
                MOVE FR-QFALTA TO FL-FALTAS-OCR(QTDE-FOLHA)
                MOVE FR-COM    TO FL-COM-OCR(QTDE-FOLHA)
            ELSE
                DISPLAY "EM03EX14: *** TABELA DA FOLHA CHEIA - "
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
                        DISPLAY "EM03EX14: *** TABELA DE FERIAS CHEIA"
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

      ******************************************************************
      * FECHAMENTO DO PERIODO AQUISITIVO COMPLETO E VENCIMENTO DO      *
      * PERIODO CONCESSIVO. O PERIODO NOVO ENTRA NO FIM DA TABELA E E  *
      * VISTO NA MESMA VARREDURA, O QUE COBRE VARIOS ANOS DE UMA VEZ   *
      * NA ABERTURA DO CONTROLE DE UM VENDEDOR ANTIGO.                 *
      ******************************************************************
        ATUALIZAPERIODOS.
            PERFORM ATUALIZAPERIODO
                VARYING IDX-FER FROM 1 BY 1
                UNTIL IDX-FER GREATER THAN QTDE-FER.

        ATUALIZAPERIODO.
            IF FE-SITUACAO-OCR(IDX-FER) EQUAL "A"
               AND FE-PAFIM-OCR(IDX-FER) LESS THAN WS-DATA-SIS
                PERFORM FECHAPERIODO
            END-IF.
            IF FE-SITUACAO-OCR(IDX-FER) EQUAL "C"
               AND FE-LIMITE-OCR(IDX-FER) LESS THAN WS-DATA-SIS
               AND FE-GOZADOS-OCR(IDX-FER)
                   LESS THAN FE-DIREITO-OCR(IDX-FER)
                MOVE "V" TO FE-SITUACAO-OCR(IDX-FER)
                ADD 1 TO CT-VENCIDOS
                MOVE SPACES TO LK-CHAVE
                STRING FE-COD-OCR(IDX-FER) "-"
                       FE-PAINI-OCR(IDX-FER) DELIMITED BY SIZE
                    INTO LK-CHAVE
                END-STRING
                MOVE "FERVENCIDA" TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

      * DIREITO PELAS FALTAS DAS DOZE COMPETENCIAS DO PERIODO
      * (CLT ART. 130): ATE 5 FALTAS 30 DIAS, ATE 14 24 DIAS, ATE 23
      * 18 DIAS, ATE 32 12 DIAS, ACIMA DISSO O PERIODO SE PERDE.
        FECHAPERIODO.
            MOVE FE-PAINI-OCR(IDX-FER) TO WS-DTAUX.
            MOVE WS-DTAUX-COMPET TO WS-CPINI.
            COMPUTE WS-CPFIM = WS-CPINI + 100.
            MOVE FE-COD-OCR(IDX-FER) TO WS-CODVEND.
            MOVE ZEROES TO WS-FALTAS.
            PERFORM SOMAFALTAS
                VARYING IDX-FOLHA FROM 1 BY 1
                UNTIL IDX-FOLHA GREATER THAN QTDE-FOLHA.
            IF WS-FALTAS GREATER THAN 999
                MOVE 999 TO FE-FALTAS-OCR(IDX-FER)
            ELSE
                MOVE WS-FALTAS TO FE-FALTAS-OCR(IDX-FER)
            END-IF.
            IF WS-FALTAS NOT GREATER THAN 5
                MOVE 30 TO FE-DIREITO-OCR(IDX-FER)
            ELSE
                IF WS-FALTAS NOT GREATER THAN 14
                    MOVE 24 TO FE-DIREITO-OCR(IDX-FER)
                ELSE
                    IF WS-FALTAS NOT GREATER THAN 23
                        MOVE 18 TO FE-DIREITO-OCR(IDX-FER)
                    ELSE
                        IF WS-FALTAS NOT GREATER THAN 32
                            MOVE 12 TO FE-DIREITO-OCR(IDX-FER)
                        ELSE
                            MOVE ZEROES TO FE-DIREITO-OCR(IDX-FER)
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF FE-DIREITO-OCR(IDX-FER) EQUAL ZEROES
                MOVE "Q" TO FE-SITUACAO-OCR(IDX-FER)
            ELSE
                IF FE-LIMITE-OCR(IDX-FER) LESS THAN WS-DATA-SIS
                    MOVE FE-DIREITO-OCR(IDX-FER)
                      TO FE-GOZADOS-OCR(IDX-FER)
                    MOVE "Q" TO FE-SITUACAO-OCR(IDX-FER)
                ELSE
                    MOVE "C" TO FE-SITUACAO-OCR(IDX-FER)
                END-IF
            END-IF.
            MOVE FE-PAFIM-OCR(IDX-FER) TO WS-DTAUX.
            COMPUTE WS-DIAINT = FUNCTION INTEGER-OF-DATE(WS-DTAUX) + 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTAUX.
            MOVE IDX-FER TO IDX-PER.
            PERFORM ABREPERIODO.

        SOMAFALTAS.
            IF FL-COD-OCR(IDX-FOLHA) EQUAL WS-CODVEND
               AND FL-COMPET-OCR(IDX-FOLHA) NOT LESS THAN WS-CPINI
               AND FL-COMPET-OCR(IDX-FOLHA) LESS THAN WS-CPFIM
                ADD FL-FALTAS-OCR(IDX-FOLHA) TO WS-FALTAS
            END-IF.

      * NOVO PERIODO AQUISITIVO COMECANDO EM WS-DTAUX, DO VENDEDOR
      * DA LINHA IDX-PER (OU DE WS-CODVEND NA ABERTURA DO CONTROLE).
        ABREPERIODO.
            IF QTDE-FER NOT LESS THAN 1000
                DISPLAY "EM03EX14: *** TABELA DE FERIAS CHEIA - "
                        "NOVO PERIODO DO VENDEDOR " WS-CODVEND
                        " NAO ABERTO ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-FER.
            ADD 1 TO CT-NOVOSPER.
            MOVE WS-CODVEND TO FE-COD-OCR(QTDE-FER).
            IF IDX-PER EQUAL ZEROES
                MOVE WS-DTAUX TO FE-ADMISSAO-OCR(QTDE-FER)
            ELSE
                MOVE FE-ADMISSAO-OCR(IDX-PER)
                  TO FE-ADMISSAO-OCR(QTDE-FER)
            END-IF.
            MOVE WS-DTAUX TO FE-PAINI-OCR(QTDE-FER).
            PERFORM FIMDOZEMESES.
            MOVE WS-DTAUX TO FE-PAFIM-OCR(QTDE-FER).
            COMPUTE WS-DIAINT = FUNCTION INTEGER-OF-DATE(WS-DTAUX) + 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTAUX.
            PERFORM FIMDOZEMESES.
            MOVE WS-DTAUX TO FE-LIMITE-OCR(QTDE-FER).
            MOVE ZEROES TO FE-FALTAS-OCR(QTDE-FER)
                           FE-GOZADOS-OCR(QTDE-FER)
                           FE-FRACOES-OCR(QTDE-FER)
                           FE-PROGINI-OCR(QTDE-FER)
                           FE-PROGDIAS-OCR(QTDE-FER).
            MOVE 30  TO FE-DIREITO-OCR(QTDE-FER).
            MOVE "A" TO FE-SITUACAO-OCR(QTDE-FER).

      * VESPERA DO MESMO DIA DO ANO SEGUINTE A WS-DTAUX (29/02 VIRA
      * 01/03 ANTES DE VOLTAR UM DIA).
        FIMDOZEMESES.
            ADD 1 TO WS-DTAUX-AA.
            IF WS-DTAUX-MM EQUAL 02 AND WS-DTAUX-DD EQUAL 29
                MOVE 03 TO WS-DTAUX-MM
                MOVE 01 TO WS-DTAUX-DD
            END-IF.
            COMPUTE WS-DIAINT = FUNCTION INTEGER-OF-DATE(WS-DTAUX) - 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTAUX.

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
      * TRANSACOES DE FERREQ.DAT, NA ORDEM DO ARQUIVO. CADA UMA SAI NO *
      * RELATORIO COM O RESULTADO; A RECUSADA NAO MEXE NO CONTROLE.    *
      ******************************************************************
        APLICATRANSACOES.
            WRITE REGREL FROM CAB-TRANS AFTER ADVANCING 2 LINES.
            OPEN INPUT FERREQ.
            PERFORM LEITURA-REQ UNTIL FIM-REQ EQUAL "SIM".
            CLOSE FERREQ.

        LEITURA-REQ.
            READ FERREQ
                AT END MOVE "SIM" TO FIM-REQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE "NAO"   TO REQOK
                    MOVE SPACES  TO DR-MSG
                    MOVE RQ-COD  TO DR-COD
                    MOVE RQ-ACAO TO DR-ACAO
                    PERFORM TRATATRANSACAO
                    IF REQOK EQUAL "SIM"
                        ADD 1 TO CT-APLICADAS
                    ELSE
                        ADD 1 TO CT-RECUSADAS
                    END-IF
                    WRITE REGREL FROM DET-RES AFTER ADVANCING 1 LINE
            END-READ.

        TRATATRANSACAO.
            IF RQ-COD NOT NUMERIC
                MOVE "*** CODIGO DE VENDEDOR INVALIDO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-COD TO WS-CODVEND.
            IF RQ-ADMISSAO
                PERFORM ADMITE
            ELSE
                IF RQ-PROGRAMA
                    PERFORM PROGRAMA
                ELSE
                    IF RQ-CANCELA
                        PERFORM CANCELA
                    ELSE
                        MOVE "*** ACAO INVALIDA ***" TO DR-MSG
                    END-IF
                END-IF
            END-IF.
            IF REQOK EQUAL "SIM"
                MOVE SPACES TO LK-CHAVE
                STRING RQ-COD "-" RQ-ACAO DELIMITED BY SIZE
                    INTO LK-CHAVE
                END-STRING
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

        ADMITE.
            PERFORM BUSCAVENDEDOR.
            IF VENDACHADO NOT EQUAL "SIM"
                MOVE "*** VENDEDOR NAO CADASTRADO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCACONTROLE.
            IF FERACHADO EQUAL "SIM"
                MOVE "*** CONTROLE DE FERIAS JA ABERTO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DATA NOT NUMERIC
                MOVE "*** DATA DE ADMISSAO INVALIDA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-DATA TO WS-DTAUX.
            PERFORM VALIDADATA.
            IF DATAOK NOT EQUAL "SIM"
                MOVE "*** DATA DE ADMISSAO INVALIDA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DATA GREATER THAN WS-DATA-SIS
                MOVE "*** DATA DE ADMISSAO FUTURA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-FER NOT LESS THAN 1000
                MOVE "*** TABELA DE FERIAS CHEIA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-DATA TO WS-DTAUX.
            MOVE ZEROES TO IDX-PER.
            PERFORM ABREPERIODO.
            PERFORM ATUALIZAPERIODOS.
            MOVE "CONTROLE DE FERIAS ABERTO" TO DR-MSG.
            MOVE "FERADMITE" TO LK-ACAO.
            MOVE "SIM" TO REQOK.

      * PROGRAMACAO SEMPRE NO PERIODO MAIS ANTIGO COM SALDO (A TABELA
      * ESTA EM ORDEM DE INICIO DO PERIODO DENTRO DO VENDEDOR).
        PROGRAMA.
            PERFORM BUSCACONTROLE.
            IF FERACHADO NOT EQUAL "SIM"
                MOVE "*** SEM CONTROLE DE FERIAS (ADMISSAO) ***"
                  TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCAPROGRAMADA.
            IF FERACHADO EQUAL "SIM"
                MOVE "*** JA EXISTE FERIAS PROGRAMADA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCASALDO.
            IF FERACHADO NOT EQUAL "SIM"
                MOVE "*** SEM SALDO DE FERIAS A GOZAR ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DATA NOT NUMERIC
                MOVE "*** DATA DE INICIO INVALIDA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-DATA TO WS-DTAUX.
            PERFORM VALIDADATA.
            IF DATAOK NOT EQUAL "SIM"
                MOVE "*** DATA DE INICIO INVALIDA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DATA LESS THAN WS-DATA-SIS
                MOVE "*** INICIO ANTERIOR A DATA DE HOJE ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DIAS NOT NUMERIC
                MOVE "*** QUANTIDADE DE DIAS INVALIDA ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-SALDO = FE-DIREITO-OCR(IDX-FER)
                             - FE-GOZADOS-OCR(IDX-FER).
            COMPUTE WS-RESTO = WS-SALDO - RQ-DIAS.
            IF RQ-DIAS LESS THAN 5
                MOVE "*** FRACAO MENOR QUE 5 DIAS ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF WS-RESTO LESS THAN ZEROES
                MOVE "*** DIAS ACIMA DO SALDO DO PERIODO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF WS-RESTO GREATER THAN ZEROES AND WS-RESTO LESS THAN 5
                MOVE "*** SALDO RESTANTE MENOR QUE 5 DIAS ***"
                  TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF FE-FRACOES-OCR(IDX-FER) NOT LESS THAN 2
               AND WS-RESTO GREATER THAN ZEROES
                MOVE "*** TERCEIRA FRACAO DEVE QUITAR O SALDO ***"
                  TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF FE-DIREITO-OCR(IDX-FER) NOT LESS THAN 14
               AND RQ-DIAS LESS THAN 14 AND WS-RESTO LESS THAN 14
               AND FE-GOZADOS-OCR(IDX-FER) LESS THAN 14
                MOVE "*** UMA FRACAO DEVE TER 14 DIAS OU MAIS ***"
                  TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-INIINT = FUNCTION INTEGER-OF-DATE(RQ-DATA).
            COMPUTE WS-FIMINT = WS-INIINT + RQ-DIAS - 1.
            COMPUTE WS-LIMINT =
                    FUNCTION INTEGER-OF-DATE(FE-LIMITE-OCR(IDX-FER)).
            IF FE-SITUACAO-OCR(IDX-FER) EQUAL "C"
               AND WS-FIMINT GREATER THAN WS-LIMINT
                MOVE "*** TERMINA APOS O LIMITE DE CONCESSAO ***"
                  TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-DATA TO FE-PROGINI-OCR(IDX-FER).
            MOVE RQ-DIAS TO FE-PROGDIAS-OCR(IDX-FER).
            IF WS-INIINT - WS-HOJEINT LESS THAN WS-AVISO
                MOVE "PROGRAMADA - AVISO ABAIXO DO MINIMO" TO DR-MSG
            ELSE
                MOVE "FERIAS PROGRAMADA" TO DR-MSG
            END-IF.
            IF FE-SITUACAO-OCR(IDX-FER) EQUAL "V"
                MOVE "PROGRAMADA - PERIODO VENCIDO (DOBRA)" TO DR-MSG
            END-IF.
            MOVE "FERPROGRAM" TO LK-ACAO.
            MOVE "SIM" TO REQOK.

        CANCELA.
            PERFORM BUSCAPROGRAMADA.
            IF FERACHADO NOT EQUAL "SIM"
                MOVE "*** NAO HA FERIAS PROGRAMADA A CANCELAR ***"
                  TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES TO FE-PROGINI-OCR(IDX-FER)
                           FE-PROGDIAS-OCR(IDX-FER).
            MOVE "PROGRAMACAO CANCELADA" TO DR-MSG.
            MOVE "FERCANCELA" TO LK-ACAO.
            MOVE "SIM" TO REQOK.

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

        BUSCAPROGRAMADA.
            MOVE "NAO" TO FERACHADO.
            PERFORM VARYING IDX-FER FROM 1 BY 1
                     UNTIL IDX-FER GREATER THAN QTDE-FER
                        OR FERACHADO EQUAL "SIM"
                IF FE-COD-OCR(IDX-FER) EQUAL WS-CODVEND
                   AND FE-PROGINI-OCR(IDX-FER) GREATER THAN ZEROES
                    MOVE "SIM" TO FERACHADO
                END-IF
            END-PERFORM.
            IF FERACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FER
            END-IF.

        BUSCASALDO.
            MOVE "NAO" TO FERACHADO.
            PERFORM VARYING IDX-FER FROM 1 BY 1
                     UNTIL IDX-FER GREATER THAN QTDE-FER
                        OR FERACHADO EQUAL "SIM"
                IF FE-COD-OCR(IDX-FER) EQUAL WS-CODVEND
                   AND (FE-SITUACAO-OCR(IDX-FER) EQUAL "C"
                     OR FE-SITUACAO-OCR(IDX-FER) EQUAL "V")
                   AND FE-GOZADOS-OCR(IDX-FER)
                       LESS THAN FE-DIREITO-OCR(IDX-FER)
                    MOVE "SIM" TO FERACHADO
                END-IF
            END-PERFORM.
            IF FERACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FER
            END-IF.

      ******************************************************************
      * PAGAMENTO DAS FERIAS PROGRAMADAS QUE COMECAM DENTRO DO PRAZO   *
      * DE ANTECEDENCIA (CLT ART. 145). A PROGRAMACAO PAGA SAI DO      *
      * CONTROLE E OS DIAS PASSAM A GOZADOS.                           *
      ******************************************************************
        PAGAPROGRAMADAS.
            WRITE REGREL FROM CAB-PAG AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-PCOLS AFTER ADVANCING 1 LINE.
            OPEN EXTEND FERGOZO.
            IF WS-FSGOZO EQUAL "35"
                OPEN OUTPUT FERGOZO
            END-IF.
            OPEN EXTEND CREDPEND.
            IF WS-FSCRED EQUAL "35"
                OPEN OUTPUT CREDPEND
            END-IF.
            PERFORM VERIFICAPAGAMENTO
                VARYING IDX-PER FROM 1 BY 1
                UNTIL IDX-PER GREATER THAN QTDE-FER.
            CLOSE FERGOZO
                  CREDPEND.

        VERIFICAPAGAMENTO.
            IF FE-PROGINI-OCR(IDX-PER) EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-INIINT =
                    FUNCTION INTEGER-OF-DATE(FE-PROGINI-OCR(IDX-PER)).
            IF WS-INIINT - WS-ANTEC GREATER THAN WS-HOJEINT
                EXIT PARAGRAPH
            END-IF.
            MOVE FE-COD-OCR(IDX-PER) TO WS-CODVEND.
            PERFORM BUSCAVENDEDOR.
            IF VENDACHADO NOT EQUAL "SIM"
                DISPLAY "EM03EX14: *** VENDEDOR " WS-CODVEND
                        " FORA DE CADVEND.DAT - FERIAS NAO PAGAS ***"
                EXIT PARAGRAPH
            END-IF.
            PERFORM PAGAFERIAS.

      * BASE = SALARIO FIXO + MEDIA DAS COMISSOES DAS COMPETENCIAS
      * ENCONTRADAS NOS DOZE MESES ANTERIORES. PERIODO VENCIDO PAGA
      * O DOBRO (CLT ART. 137); O TERCO INCIDE SOBRE O VALOR PAGO.
        PAGAFERIAS.
            COMPUTE WS-CPFIM = WS-COMPET-SIS.
            COMPUTE WS-CPINI = WS-COMPET-SIS - 100.
            MOVE ZEROES TO WS-SOMACOM WS-MESESCOM WS-MEDIACOM.
            PERFORM SOMACOMISSAO
                VARYING IDX-FOLHA FROM 1 BY 1
                UNTIL IDX-FOLHA GREATER THAN QTDE-FOLHA.
            IF WS-MESESCOM GREATER THAN ZEROES
                COMPUTE WS-MEDIACOM ROUNDED =
                        WS-SOMACOM / WS-MESESCOM
            END-IF.
            COMPUTE WS-BASEFER = VD-SALFIX-OCR(IDX-VEND) + WS-MEDIACOM.
            COMPUTE WS-AUXFER = WS-BASEFER * FE-PROGDIAS-OCR(IDX-PER).
            IF FE-SITUACAO-OCR(IDX-PER) EQUAL "V"
                COMPUTE WS-AUXFER = WS-AUXFER * 2
            END-IF.
            COMPUTE WS-VLFERIAS ROUNDED = WS-AUXFER / 30.
            COMPUTE WS-VLTERCO ROUNDED = WS-VLFERIAS / 3.
            COMPUTE WS-BRUTO = WS-VLFERIAS + WS-VLTERCO.
      * DEDUCAO DOS DEPENDENTES NA BASE DO IRRF; SALARIO-FAMILIA SO
      * NA FOLHA MENSAL.
            CALL "DEPVEND" USING WS-CODVEND WS-DATA-SIS WS-BRUTO
                                 LK-FRFAMILIA.
            MOVE ZEROES TO LK-FRQSFAM LK-FRSALFAM.
            MOVE LK-FRDEDDEP TO WS-DEDUCAO.
            CALL "RETFOLHA" USING WS-BRUTO WS-DEDUCAO WS-INSS
                                  WS-FXINSS WS-IRRF WS-FXIRRF.
            COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF.

            MOVE SPACES TO REGFERGOZO.
            MOVE WS-CODVEND              TO FG-COD.
            MOVE FE-PAINI-OCR(IDX-PER)   TO FG-PAINI.
            MOVE FE-PROGINI-OCR(IDX-PER) TO FG-INICIO.
            MOVE FE-PROGDIAS-OCR(IDX-PER) TO FG-DIAS.
            MOVE WS-DATA-SIS             TO FG-DTPAGTO.
            IF FE-SITUACAO-OCR(IDX-PER) EQUAL "V"
                MOVE "S" TO FG-DOBRA
            ELSE
                MOVE "N" TO FG-DOBRA
            END-IF.
            MOVE WS-VLFERIAS TO FG-FERIAS.
            MOVE WS-VLTERCO  TO FG-TERCO.
            MOVE WS-INSS     TO FG-INSS.
            MOVE WS-IRRF     TO FG-IRRF.
            MOVE WS-LIQUIDO  TO FG-LIQUIDO.
            WRITE REGFERGOZO.

            MOVE SPACES TO REGCREDPEND.
            MOVE 1                      TO CP-TIPO.
            MOVE WS-CODVEND             TO CP-COD.
            MOVE VD-NOME-OCR(IDX-VEND)  TO CP-NOME.
            MOVE WS-LIQUIDO             TO CP-VALOR.
            WRITE REGCREDPEND.

            MOVE FE-PROGDIAS-OCR(IDX-PER) TO MF-DIAS LK-FRDIAS.
            MOVE FE-PROGINI-OCR(IDX-PER)  TO MF-INICIO.
            MOVE WS-MOTFER   TO LK-FRMOT.
            MOVE WS-VLFERIAS TO LK-FRBASE.
            MOVE WS-VLTERCO  TO LK-FRADIC.
            CALL "FOLHALOG" USING WS-COMPET-SIS VD-DEP-OCR(IDX-VEND)
                                  VD-SEC-OCR(IDX-VEND) WS-CODVEND
                                  VD-NOME-OCR(IDX-VEND) LK-FRVENDAS
                                  VD-SALFIX-OCR(IDX-VEND) LK-FRCOM
                                  LK-FRDESC WS-INSS WS-IRRF
                                  WS-LIQUIDO LK-FRAJU LK-FRMOT
                                  LK-FRPONTO LK-FREVENTO
                                  LK-FRFAMILIA LK-FRADIANT
                                  LK-FRDIFRET
                                  LK-FROVERR.

            MOVE WS-CODVEND              TO DP-COD.
            MOVE VD-NOME-OCR(IDX-VEND)   TO DP-NOME.
            MOVE FE-PROGINI-OCR(IDX-PER) TO DP-INICIO.
            MOVE FE-PROGDIAS-OCR(IDX-PER) TO DP-DIAS.
            MOVE WS-VLFERIAS TO DP-FERIAS.
            MOVE WS-VLTERCO  TO DP-TERCO.
            MOVE WS-INSS     TO DP-INSS.
            MOVE WS-IRRF     TO DP-IRRF.
            MOVE WS-LIQUIDO  TO DP-LIQ.
            IF FE-SITUACAO-OCR(IDX-PER) EQUAL "V"
                MOVE "D" TO DP-DOBRA
            ELSE
                MOVE SPACES TO DP-DOBRA
            END-IF.
            WRITE REGREL FROM DET-PAG AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-PAGAS.

            MOVE SPACES TO LK-CHAVE.
            STRING WS-CODVEND "-" FE-PROGINI-OCR(IDX-PER)
                   DELIMITED BY SIZE INTO LK-CHAVE
            END-STRING.
            MOVE "FERPAGA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

            ADD FE-PROGDIAS-OCR(IDX-PER) TO FE-GOZADOS-OCR(IDX-PER).
            ADD 1 TO FE-FRACOES-OCR(IDX-PER).
            MOVE ZEROES TO FE-PROGINI-OCR(IDX-PER)
                           FE-PROGDIAS-OCR(IDX-PER).
            IF FE-GOZADOS-OCR(IDX-PER)
               NOT LESS THAN FE-DIREITO-OCR(IDX-PER)
                MOVE "Q" TO FE-SITUACAO-OCR(IDX-PER)
            END-IF.

        SOMACOMISSAO.
            IF FL-COD-OCR(IDX-FOLHA) EQUAL WS-CODVEND
               AND FL-COMPET-OCR(IDX-FOLHA) NOT LESS THAN WS-CPINI
               AND FL-COMPET-OCR(IDX-FOLHA) LESS THAN WS-CPFIM
                ADD FL-COM-OCR(IDX-FOLHA) TO WS-SOMACOM
                ADD 1 TO WS-MESESCOM
            END-IF.

      ******************************************************************
      * REGRAVACAO DE FERCTL.DAT EM ORDEM DE VENDEDOR E PERIODO, COM A *
      * LISTA DOS PERIODOS AINDA NAO QUITADOS.                         *
      ******************************************************************
        ROTENTRADA.
            PERFORM LIBERAPERIODO
                VARYING IDX-FER FROM 1 BY 1
                UNTIL IDX-FER GREATER THAN QTDE-FER.

        LIBERAPERIODO.
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
            MOVE FE-COD   TO COD-T.
            MOVE FE-PAINI TO PAINI-T.
            MOVE WS-FER   TO REG-T.
            RELEASE TREGFER.

        ROTSAIDA.
            OPEN OUTPUT FERCTL.
            WRITE REGREL FROM CAB-SALDO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-SCOLS AFTER ADVANCING 1 LINE.
            PERFORM LEITURA-TRAB.
            PERFORM GRAVAPERIODO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE FERCTL.

        LEITURA-TRAB.
            RETURN TRABFER
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        GRAVAPERIODO.
            MOVE REG-T TO WS-FER.
            WRITE REGFERCTL FROM WS-FER.
            ADD 1 TO CT-GRAVADOS.
            IF NOT FE-QUITADO
                PERFORM IMPPERIODO
            END-IF.
            PERFORM LEITURA-TRAB.

        IMPPERIODO.
            MOVE FE-COD TO DS-COD WS-CODVEND.
            PERFORM BUSCAVENDEDOR.
            IF VENDACHADO EQUAL "SIM"
                MOVE VD-NOME-OCR(IDX-VEND) TO DS-NOME
            ELSE
                MOVE "*** SEM CADASTRO ***" TO DS-NOME
            END-IF.
            MOVE FE-PAINI    TO DS-PAINI.
            MOVE FE-PAFIM    TO DS-PAFIM.
            MOVE FE-SITUACAO TO DS-SIT.
            MOVE FE-DIREITO  TO DS-DIR.
            MOVE FE-GOZADOS  TO DS-GOZ.
            COMPUTE WS-SALDO = FE-DIREITO - FE-GOZADOS.
            MOVE WS-SALDO    TO DS-SALDO.
            MOVE FE-LIMITE   TO DS-LIMITE.
            MOVE SPACES TO DS-FLAG.
            COMPUTE WS-FALTAM =
                    FUNCTION INTEGER-OF-DATE(FE-LIMITE) - WS-HOJEINT.
            IF FE-PROGINI GREATER THAN ZEROES
                MOVE FE-PROGINI TO FP-INICIO
                MOVE WS-FLAGPROG TO DS-FLAG
            END-IF.
            IF FE-VENCIDO
                MOVE "VENCIDO - DOBRA" TO DS-FLAG
            END-IF.
            IF FE-CONCESSIVO AND FE-PROGINI EQUAL ZEROES
               AND WS-FALTAM NOT GREATER THAN WS-ALERTA
                MOVE WS-FALTAM TO FV-DIAS
                MOVE WS-FLAGVENCE TO DS-FLAG
                ADD 1 TO CT-AVENCER
            END-IF.
            WRITE REGREL FROM DET-SALDO AFTER ADVANCING 1 LINE.

        TERMINO.
            MOVE "TRANSACOES LIDAS (FERREQ.DAT)" TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "TRANSACOES APLICADAS" TO ROD-QT-TXT.
            MOVE CT-APLICADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "TRANSACOES RECUSADAS" TO ROD-QT-TXT.
            MOVE CT-RECUSADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PERIODOS AQUISITIVOS ABERTOS" TO ROD-QT-TXT.
            MOVE CT-NOVOSPER TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "FERIAS PAGAS" TO ROD-QT-TXT.
            MOVE CT-PAGAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PERIODOS VENCIDOS HOJE" TO ROD-QT-TXT.
            MOVE CT-VENCIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PERIODOS PROXIMOS DO LIMITE" TO ROD-QT-TXT.
            MOVE CT-AVENCER TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELFERIA.
            OPEN OUTPUT FERREQ.
            CLOSE FERREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
