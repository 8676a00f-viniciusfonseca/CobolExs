        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX42.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. BAIXA POR PERDA DOS RECEBIVEIS INCOBRAVEIS: O SOCIO
      * QUE CHEGA AO ESTAGIO 4 DA COBRANCA DE EM02EX24 E A
      * MENSALIDADE VENCIDA HA MAIS DE UM ANO FICAVAM EM ABERTO PARA
      * SEMPRE. O COMANDO EM PERDAREQ.DAT ESCOLHE O PASSO, NO MOLDE
      * DE EM02EX30. "LISTAR" (OU ARQUIVO AUSENTE) GRAVA EM
      * PERDAREV.DAT OS CANDIDATOS: SOCIOS EM CODPAG1 = 2 NO ESTAGIO
      * DE COBRANCA DE PARAM51.DAT OU ACIMA (PADRAO 4) E MENSALIDADES
      * NAO PAGAS COM VENCIMENTO ANTERIOR AO CORTE (PADRAO 12 MESES
      * ANTES DA DATA DE PROCESSAMENTO). A EQUIPE APROVA A LINHA
      * PREENCHENDO O MOTIVO ("AG" ENVIADO A AGENCIA DE COBRANCA,
      * COM O NOME DA AGENCIA, OU "PD" DECLARADO PERDIDO); LINHA SEM
      * MOTIVO NAO E BAIXADA. "BAIXAR" E O PASSO APROVADO: O SOCIO
      * PASSA A CODPAG1 = 3 E A MENSALIDADE A SITUACAO "PERDA",
      * SAINDO DA POSICAO EM ABERTO MAS MANTENDO O SALDO, QUE VOLTA A
      * SER RECEBIVEL SE O DEVEDOR PAGAR (EVENTOS RECUPERA/TUIRECUP
      * DAS BAIXAS DE PAGAMENTO). CADA BAIXA VAI PARA O EXTRATO
      * (SOCLOG "PERDA" OU TUILOG "TUIPERDA", DE ONDE SAI O
      * LANCAMENTO CONTABIL DE EM05EX21), PARA O AUDITLOG E PARA O
      * REGISTRO PERMANENTE PERDAREG.DAT; O ARQUIVO DE REVISAO E
      * ESVAZIADO AO FINAL. "REGISTRO" EMITE PARA A AUDITORIA O
      * REGISTRO DAS BAIXAS COM O VALOR JA RECUPERADO DE CADA UMA.
      * O RELATORIO DE TODOS OS PASSOS SAI EM RELPERDA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL PERDAREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL PERDAREV ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREV.
            SELECT OPTIONAL PERDAREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREG.
            SELECT OPTIONAL PARAM51 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT OPTIONAL DUNSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDUN.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSTUI.
            SELECT TUIKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL LEDGSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSLED.
            SELECT OPTIONAL LEDGTUI ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSLTU.
            SELECT RELPERDA ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD PERDAREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERDAREQ.DAT".
            01 REGPERDAREQ.
               02 REQ-COMANDO PIC X(10).

      * LISTA DE REVISAO: ORIGEM ("S" SOCIO, "M" MENSALIDADE),
      * NUMERO, COMPETENCIA (ZEROS NO SOCIO), SALDO, VENCIMENTO E
      * NOME; MOTIVO E AGENCIA SAO PREENCHIDOS NA APROVACAO.
            FD PERDAREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERDAREV.DAT".
            01 REGPERDAREV.
               02 RV-ORIGEM  PIC X(01).
               02 FILLER     PIC X.
               02 RV-NUM     PIC 9(06).
               02 FILLER     PIC X.
               02 RV-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 RV-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 RV-VENC    PIC 9(08).
               02 FILLER     PIC X.
               02 RV-NOME    PIC X(30).
               02 FILLER     PIC X.
               02 RV-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 RV-AGENCIA PIC X(20).

      * REGISTRO PERMANENTE DAS BAIXAS POR PERDA, SO POR APENSO.
            FD PERDAREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERDAREG.DAT".
            01 REGPERDAREG.
               02 PR-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 PR-ORIGEM  PIC X(01).
               02 FILLER     PIC X.
               02 PR-NUM     PIC 9(06).
               02 FILLER     PIC X.
               02 PR-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 PR-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 PR-VENC    PIC 9(08).
               02 FILLER     PIC X.
               02 PR-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 PR-AGENCIA PIC X(20).
               02 FILLER     PIC X.
               02 PR-NOME    PIC X(30).

            FD PARAM51
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM51.DAT".
            01 REGPARAM51.
               02 PARM-MESES   PIC 9(02).
               02 PARM-ESTAGIO PIC 9(01).

            FD ARQSOC1
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1.DAT".
            01 CADSOC1.
               COPY REGSOC REPLACING ==:CODPAG:==  BY ==CODPAG1==
                                      ==:NUMSOC:==  BY ==NUMSOC1==
                                      ==:NOMSOC:==  BY ==NOMSOC1==
                                      ==:VALPAG:==  BY ==VALPAG1==
                                      ==:DIASATR:== BY ==DIASATR1==
                                      ==:DTVENC:==  BY ==DTVENC1==
                                      ==:VDD:==     BY ==VDD1==
                                      ==:VMM:==     BY ==VMM1==
                                      ==:VAA:==     BY ==VAA1==
                                      ==:LOGR:==    BY ==LOGRSOC1==
                                      ==:NUMEND:==  BY ==NUMENDSOC1==
                                      ==:CIDADE:==  BY ==CIDSOC1==
                                      ==:ESTADO:==  BY ==ESTSOC1==
                                      ==:CEP:==     BY ==CEPSOC1==
                                      ==:EMAIL:==   BY ==EMAILSOC1==
                                      ==:TEL:==     BY ==TELSOC1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD DUNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUNSOC.DAT".
            01 REGDUNSOC.
               02 DS-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 DS-ESTAGIO PIC 9(01).
               02 FILLER     PIC X.
               02 DS-DATAAVISO PIC 9(08).

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD TUIKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIKEEP.DAT".
            01 REGTUIKEEP PIC X(63).

            FD CADALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALU.DAT".
            01 REGALU.
               COPY REGALU REPLACING ==:NUM:==     BY ==NUM-ENT==
                                      ==:NOME:==    BY ==NOME-ENT==
                                      ==:SEXO:==    BY ==SEX-ENT==
                                      ==:DATNASC:== BY ==DATNASC-ENT==
                                      ==:DD:==      BY ==DD-ENT==
                                      ==:MM:==      BY ==MM-ENT==
                                      ==:AA:==      BY ==AA-ENT==
                                      ==:NT1:==     BY ==NT1-ENT==
                                      ==:NT2:==     BY ==NT2-ENT==
                                      ==:NT3:==     BY ==NT3-ENT==
                                      ==:FLT:==     BY ==FLT-ENT==
                                      ==:CAMPUS:==  BY ==CAMPUS-ENT==
                                      ==:SIT:==     BY ==SIT-ENT==.

            FD LEDGSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGSOC.DAT".
            01 REGLEDGSOC.
               02 LG-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 LG-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 LG-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LG-VALOR   PIC 9(09)V9(02).
               02 FILLER     PIC X.
               02 LG-DIASATR PIC 9(03).

            FD LEDGTUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGTUI.DAT".
            01 REGLEDGTUI.
               02 LT-NUM     PIC 9(05).
               02 FILLER     PIC X.
               02 LT-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 LT-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 LT-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LT-VALOR   PIC 9(09)V9(02).

            FD RELPERDA
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-SOC  PIC X(03) VALUE "NAO".
            77 FIM-TUI  PIC X(03) VALUE "NAO".
            77 FIM-KEEP PIC X(03) VALUE "NAO".
            77 FIM-REV  PIC X(03) VALUE "NAO".
            77 FIM-REG  PIC X(03) VALUE "NAO".
            77 FIM-DUN  PIC X(03) VALUE "NAO".
            77 FIM-LED  PIC X(03) VALUE "NAO".
            77 WS-FSREQ PIC X(02) VALUE SPACES.
            77 WS-FSREV PIC X(02) VALUE SPACES.
            77 WS-FSREG PIC X(02) VALUE SPACES.
            77 WS-FSDUN PIC X(02) VALUE SPACES.
            77 WS-FSTUI PIC X(02) VALUE SPACES.
            77 WS-FSLED PIC X(02) VALUE SPACES.
            77 WS-FSLTU PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-SOC      PIC 9(05) VALUE ZEROES.
            77 CT-TUI      PIC 9(05) VALUE ZEROES.
            77 CT-REJ      PIC 9(05) VALUE ZEROES.
            77 CT-APROVSOC PIC 9(05) VALUE ZEROES.
            77 CT-APROVTUI PIC 9(05) VALUE ZEROES.
            77 VAL-LINHAS  PIC 9(11)V99 VALUE ZEROES.
            77 VAL-RECUP   PIC 9(11)V99 VALUE ZEROES.
            77 VAL-SALDO   PIC 9(11)V99 VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM02EX42".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 LK-EVENTO    PIC X(10) VALUE SPACES.
            77 LK-DIASLEDG  PIC 9(03) VALUE ZEROES.
            77 LK-TLVALOR   PIC 9(09)V99 VALUE ZEROES.
            77 WS-COMANDO   PIC X(10) VALUE "LISTAR".
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-MESES     PIC 9(02) VALUE 12.
            77 WS-ESTAGIO   PIC 9(01) VALUE 4.
            77 WS-MESESABS  PIC 9(07) VALUE ZEROES.
            77 WS-CORTE     PIC 9(08) VALUE ZEROES.
            77 WS-RECUPERADO PIC 9(09)V99 VALUE ZEROES.
            77 QTDE-EST  PIC 9(04) VALUE ZEROES.
            77 IDX-EST   PIC 9(04) VALUE ZEROES.
            77 ACHOU-EST PIC 9(04) VALUE ZEROES.
            77 QTDE-REV  PIC 9(04) VALUE ZEROES.
            77 IDX-REV   PIC 9(04) VALUE ZEROES.
            77 ACHOU-REV PIC 9(04) VALUE ZEROES.
            77 QTDE-RCP  PIC 9(04) VALUE ZEROES.
            77 IDX-RCP   PIC 9(04) VALUE ZEROES.
            77 ACHOU-RCP PIC 9(04) VALUE ZEROES.

            01 WS-DATAAUX.
               02 WS-DTANO PIC 9(04).
               02 WS-DTMES PIC 9(02).
               02 WS-DTDIA PIC 9(02).

            01 WS-VENCAUX.
               02 WS-VCANO PIC 9(04).
               02 WS-VCMES PIC 9(02).
               02 WS-VCDIA PIC 9(02).

      * SOCIOS NO ESTAGIO DE COBRANCA DO CORTE OU ACIMA (DUNSOC.DAT).
            01 TAB-EST.
               02 TAB-EST-OCR OCCURS 5000 TIMES.
                  03 EST-NUM-OCR     PIC 9(06).
                  03 EST-ESTAGIO-OCR PIC 9(01).

      * LINHAS DA REVISAO APROVADA. SITUACAO: "A" APROVADA A BAIXAR,
      * "B" BAIXADA, "N" NAO APROVADA, "E" NAO ESTA MAIS EM ABERTO.
            01 TAB-REV.
               02 TAB-REV-OCR OCCURS 2000 TIMES.
                  03 REV-ORIGEM-OCR  PIC X(01).
                  03 REV-NUM-OCR     PIC 9(06).
                  03 REV-COMPET-OCR  PIC 9(06).
                  03 REV-VALOR-OCR   PIC 9(09)V99.
                  03 REV-VENC-OCR    PIC 9(08).
                  03 REV-NOME-OCR    PIC X(30).
                  03 REV-MOTIVO-OCR  PIC X(02).
                  03 REV-AGENCIA-OCR PIC X(20).
                  03 REV-SIT-OCR     PIC X(01).

      * RECUPERACOES DOS EXTRATOS, CONSUMIDAS NA ORDEM DO REGISTRO.
            01 TAB-RCP.
               02 TAB-RCP-OCR OCCURS 2000 TIMES.
                  03 RCP-ORIGEM-OCR PIC X(01).
                  03 RCP-NUM-OCR    PIC 9(06).
                  03 RCP-COMPET-OCR PIC 9(06).
                  03 RCP-SALDO-OCR  PIC 9(09)V99.

            01 CAB-01.
               02 FILLER    PIC X(20) VALUE SPACES.
               02 CB1-TITULO PIC X(40).
               02 FILLER    PIC X(20) VALUE SPACES.

            01 CAB-02.
               02 FILLER PIC X(11) VALUE " O NUMERO".
               02 FILLER PIC X(07) VALUE "COMPET".
               02 FILLER PIC X(25) VALUE "NOME".
               02 FILLER PIC X(15) VALUE "          SALDO".
               02 FILLER PIC X(22) VALUE "  SITUACAO".

            01 CAB-02R.
               02 FILLER PIC X(11) VALUE " O NUMERO".
               02 FILLER PIC X(07) VALUE "COMPET".
               02 FILLER PIC X(09) VALUE "BAIXA".
               02 FILLER PIC X(03) VALUE "MT".
               02 FILLER PIC X(11) VALUE "    BAIXADO".
               02 FILLER PIC X(11) VALUE " RECUPERADO".
               02 FILLER PIC X(11) VALUE "   EM PERDA".
               02 FILLER PIC X(17) VALUE " AGENCIA".

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 DET-PERDA.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-ORIGEM PIC X(01).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-NUM    PIC 9(06).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DP-COMPET PIC ZZZZZZ.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-NOME   PIC X(24).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DP-MSG    PIC X(21).

            01 DET-REG.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-ORIGEM PIC X(01).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-NUM    PIC 9(06).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DR-COMPET PIC ZZZZZZ.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-DATA   PIC 9(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-MOTIVO PIC X(02).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-VALOR  PIC ZZZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-RECUP  PIC ZZZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-SALDO  PIC ZZZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-AGENCIA PIC X(17).

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "SOCIOS........................: ".
               02 ROD-SOC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "MENSALIDADES..................: ".
               02 ROD-TUI   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "LINHAS NAO BAIXADAS...........: ".
               02 ROD-REJ   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "VALOR TOTAL DAS LINHAS........: ".
               02 ROD-VAL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(31) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "VALOR JA RECUPERADO...........: ".
               02 ROD-RECUP PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(31) VALUE SPACES.

            01 ROD-06.
               02 FILLER    PIC X(32) VALUE
                            "SALDO AINDA EM PERDA..........: ".
               02 ROD-SALDO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(31) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            EVALUATE WS-COMANDO
                WHEN "BAIXAR"
                    PERFORM PASSOBAIXA
                WHEN "REGISTRO"
                    PERFORM PASSOREGISTRO
                WHEN OTHER
                    PERFORM PASSOLISTA
            END-EVALUATE.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "RUNLOCK" USING LK-PROGID LK-LOCKMODO
                                  LK-LOCKRESULT.
            IF LK-LOCKRESULT EQUAL "OCUPADO"
                DISPLAY LK-PROGID ": *** CADEIA EM EXECUCAO SEGURA "
                        "A TRAVA (BATLOCK.DAT) - TENTE DEPOIS ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            OPEN INPUT PARAM51.
            READ PARAM51
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-MESES NUMERIC
                        AND PARM-MESES GREATER THAN ZEROES
                         MOVE PARM-MESES TO WS-MESES
                     END-IF
                     IF PARM-ESTAGIO NUMERIC
                        AND PARM-ESTAGIO GREATER THAN ZEROES
                         MOVE PARM-ESTAGIO TO WS-ESTAGIO
                     END-IF
            END-READ.
            CLOSE PARAM51.
      * CORTE = DATA DE PROCESSAMENTO MENOS WS-MESES MESES, NO MESMO
      * DIA; MENSALIDADE QUE VENCEU ANTES DELE E CANDIDATA.
            MOVE WS-DATAPROC TO WS-DATAAUX.
            COMPUTE WS-MESESABS = WS-DTANO * 12 + WS-DTMES - 1
                                - WS-MESES.
            DIVIDE WS-MESESABS BY 12 GIVING WS-DTANO
                   REMAINDER WS-DTMES.
            ADD 1 TO WS-DTMES.
            MOVE WS-DATAAUX TO WS-CORTE.
            OPEN INPUT PERDAREQ.
            IF WS-FSREQ EQUAL "00"
                READ PERDAREQ
                    AT END CONTINUE
                    NOT AT END MOVE REQ-COMANDO TO WS-COMANDO
                END-READ
            END-IF.
            CLOSE PERDAREQ.
            EVALUATE WS-COMANDO
                WHEN "BAIXAR"
                    MOVE "BAIXA POR PERDA - LINHAS APROVADAS"
                        TO CB1-TITULO
                WHEN "REGISTRO"
                    MOVE "REGISTRO DE BAIXAS POR PERDA"
                        TO CB1-TITULO
                WHEN OTHER
                    MOVE "CANDIDATOS A BAIXA POR PERDA"
                        TO CB1-TITULO
            END-EVALUATE.
            OPEN OUTPUT RELPERDA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            IF WS-COMANDO EQUAL "REGISTRO"
                WRITE REGREL FROM CAB-02R AFTER ADVANCING 2 LINES
            ELSE
                WRITE REGREL FROM CAB-02 AFTER ADVANCING 2 LINES
            END-IF.
            WRITE REGREL FROM CAB-03 AFTER ADVANCING 1 LINE.

      ***************************************************
      * PASSO 1 - LEVANTA OS CANDIDATOS EM PERDAREV.DAT *
      ***************************************************
        PASSOLISTA.
            PERFORM CARREGAESTAGIOS.
            OPEN OUTPUT PERDAREV.
            OPEN INPUT ARQSOC1.
            PERFORM LEITURA-SOCIO.
            PERFORM LISTASOCIO UNTIL FIM-SOC EQUAL "SIM".
            CLOSE ARQSOC1.
            OPEN INPUT TUIRECEB
                       CADALU.
            IF WS-FSTUI NOT EQUAL "00"
                MOVE "SIM" TO FIM-TUI.
            PERFORM LEITURA-MENSALIDADE.
            PERFORM LISTAMENSALIDADE UNTIL FIM-TUI EQUAL "SIM".
            CLOSE TUIRECEB
                  CADALU
                  PERDAREV.
            DISPLAY "EM02EX42: CANDIDATOS A BAIXA POR PERDA: "
                    CT-GRAVADOS.

        CARREGAESTAGIOS.
            OPEN INPUT DUNSOC.
            IF WS-FSDUN NOT EQUAL "00"
                MOVE "SIM" TO FIM-DUN.
            PERFORM LEITURA-ESTAGIO UNTIL FIM-DUN EQUAL "SIM".
            CLOSE DUNSOC.

        LEITURA-ESTAGIO.
            READ DUNSOC
                AT END MOVE "SIM" TO FIM-DUN
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF DS-ESTAGIO NOT LESS THAN WS-ESTAGIO
                        PERFORM GUARDAESTAGIO
                    END-IF
            END-READ.

        GUARDAESTAGIO.
            IF QTDE-EST NOT LESS THAN 5000
                DISPLAY "EM02EX42: *** TABELA DE ESTAGIOS CHEIA "
                        "(MAIS DE 5000 SOCIOS) ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-EST.
            MOVE DS-NUMSOC  TO EST-NUM-OCR(QTDE-EST).
            MOVE DS-ESTAGIO TO EST-ESTAGIO-OCR(QTDE-EST).

        LEITURA-SOCIO.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-SOC
            END-READ.
            IF FIM-SOC NOT EQUAL "SIM"
                ADD 1 TO CT-LIDOS
            END-IF.

        LISTASOCIO.
            IF CODPAG1 EQUAL 2
               AND VALPAG1 GREATER THAN ZEROES
                MOVE ZEROES TO ACHOU-EST
                PERFORM VARYING IDX-EST FROM 1 BY 1
                         UNTIL IDX-EST GREATER THAN QTDE-EST
                            OR ACHOU-EST GREATER THAN ZEROES
                    IF EST-NUM-OCR(IDX-EST) EQUAL NUMSOC1
                        MOVE IDX-EST TO ACHOU-EST
                    END-IF
                END-PERFORM
                IF ACHOU-EST GREATER THAN ZEROES
                    MOVE VAA1 TO WS-VCANO
                    MOVE VMM1 TO WS-VCMES
                    MOVE VDD1 TO WS-VCDIA
                    MOVE SPACES     TO REGPERDAREV
                    MOVE "S"        TO RV-ORIGEM
                    MOVE NUMSOC1    TO RV-NUM
                    MOVE ZEROES     TO RV-COMPET
                    MOVE VALPAG1    TO RV-VALOR
                    MOVE WS-VENCAUX TO RV-VENC
                    MOVE NOMSOC1    TO RV-NOME
                    WRITE REGPERDAREV
                    ADD 1 TO CT-SOC CT-GRAVADOS
                    ADD VALPAG1 TO VAL-LINHAS
                    MOVE "CANDIDATO" TO DP-MSG
                    PERFORM IMPRIMECANDIDATO
                END-IF
            END-IF.
            PERFORM LEITURA-SOCIO.

        LEITURA-MENSALIDADE.
            READ TUIRECEB
                AT END MOVE "SIM" TO FIM-TUI
            END-READ.
            IF FIM-TUI NOT EQUAL "SIM"
                ADD 1 TO CT-LIDOS
            END-IF.

        LISTAMENSALIDADE.
            IF TC-SITUACAO NOT EQUAL "PAGO"
               AND TC-SITUACAO NOT EQUAL "CANCELAD"
               AND TC-SITUACAO NOT EQUAL "PERDA"
               AND TC-VALOR GREATER THAN ZEROES
               AND TC-VENC LESS THAN WS-CORTE
                MOVE TC-NUM TO NUM-ENT
                READ CADALU
                    INVALID KEY MOVE "*** SEM CADASTRO ***"
                                    TO NOME-ENT
                END-READ
                MOVE SPACES    TO REGPERDAREV
                MOVE "M"       TO RV-ORIGEM
                MOVE TC-NUM    TO RV-NUM
                MOVE TC-COMPET TO RV-COMPET
                MOVE TC-VALOR  TO RV-VALOR
                MOVE TC-VENC   TO RV-VENC
                MOVE NOME-ENT  TO RV-NOME
                WRITE REGPERDAREV
                ADD 1 TO CT-TUI CT-GRAVADOS
                ADD TC-VALOR TO VAL-LINHAS
                MOVE "CANDIDATO" TO DP-MSG
                PERFORM IMPRIMECANDIDATO
            END-IF.
            PERFORM LEITURA-MENSALIDADE.

      * DP-MSG CHEGA PREENCHIDO; O RESTO VEM DA LINHA DE REVISAO.
        IMPRIMECANDIDATO.
            MOVE RV-ORIGEM TO DP-ORIGEM.
            MOVE RV-NUM    TO DP-NUM.
            MOVE RV-COMPET TO DP-COMPET.
            MOVE RV-NOME   TO DP-NOME.
            MOVE RV-VALOR  TO DP-VALOR.
            WRITE REGREL FROM DET-PERDA AFTER ADVANCING 1 LINE.

      ***************************************************
      * PASSO 2 - APROVADO: BAIXA AS LINHAS COM MOTIVO, *
      * REGISTRA EM PERDAREG.DAT E ESVAZIA A REVISAO.   *
      ***************************************************
        PASSOBAIXA.
            PERFORM CARREGAREVISAO.
            OPEN EXTEND PERDAREG.
            IF WS-FSREG EQUAL "35"
                OPEN OUTPUT PERDAREG
            END-IF.
            IF CT-APROVSOC GREATER THAN ZEROES
                PERFORM BAIXASOCIOS
            END-IF.
            IF CT-APROVTUI GREATER THAN ZEROES
                PERFORM BAIXAMENSALIDADES
            END-IF.
            CLOSE PERDAREG.
            PERFORM VARYING IDX-REV FROM 1 BY 1
                     UNTIL IDX-REV GREATER THAN QTDE-REV
                PERFORM CONFEREREVISAO
            END-PERFORM.
            OPEN OUTPUT PERDAREV.
            CLOSE PERDAREV.
            DISPLAY "EM02EX42: BAIXAS POR PERDA EFETUADAS: "
                    CT-GRAVADOS.

        CARREGAREVISAO.
            OPEN INPUT PERDAREV.
            IF WS-FSREV NOT EQUAL "00"
                MOVE "SIM" TO FIM-REV.
            PERFORM LEITURA-REVISAO UNTIL FIM-REV EQUAL "SIM".
            CLOSE PERDAREV.

        LEITURA-REVISAO.
            READ PERDAREV
                AT END MOVE "SIM" TO FIM-REV
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    PERFORM GUARDAREVISAO
            END-READ.

      * A TABELA E CHEIA ANTES DE QUALQUER BAIXA: NADA FOI TOCADO E
      * A REVISAO CONTINUA INTEIRA EM PERDAREV.DAT.
        GUARDAREVISAO.
            IF QTDE-REV NOT LESS THAN 2000
                DISPLAY "EM02EX42: *** TABELA DE REVISAO CHEIA "
                        "(MAIS DE 2000 LINHAS) - NADA BAIXADO ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-REV.
            MOVE RV-ORIGEM  TO REV-ORIGEM-OCR(QTDE-REV).
            MOVE RV-NUM     TO REV-NUM-OCR(QTDE-REV).
            MOVE RV-COMPET  TO REV-COMPET-OCR(QTDE-REV).
            MOVE RV-VALOR   TO REV-VALOR-OCR(QTDE-REV).
            MOVE RV-VENC    TO REV-VENC-OCR(QTDE-REV).
            MOVE RV-NOME    TO REV-NOME-OCR(QTDE-REV).
            MOVE RV-MOTIVO  TO REV-MOTIVO-OCR(QTDE-REV).
            MOVE RV-AGENCIA TO REV-AGENCIA-OCR(QTDE-REV).
            MOVE "N"        TO REV-SIT-OCR(QTDE-REV).
            IF RV-MOTIVO EQUAL "AG" OR RV-MOTIVO EQUAL "PD"
                IF RV-ORIGEM EQUAL "S"
                    MOVE "A" TO REV-SIT-OCR(QTDE-REV)
                    ADD 1 TO CT-APROVSOC
                END-IF
                IF RV-ORIGEM EQUAL "M"
                    MOVE "A" TO REV-SIT-OCR(QTDE-REV)
                    ADD 1 TO CT-APROVTUI
                END-IF
            END-IF.

        BAIXASOCIOS.
            MOVE "NAO" TO FIM-SOC.
            OPEN I-O ARQSOC1.
            PERFORM LEITURA-SOCIO.
            PERFORM BAIXASOCIO UNTIL FIM-SOC EQUAL "SIM".
            CLOSE ARQSOC1.

        BAIXASOCIO.
            MOVE ZEROES TO ACHOU-REV.
            PERFORM VARYING IDX-REV FROM 1 BY 1
                     UNTIL IDX-REV GREATER THAN QTDE-REV
                        OR ACHOU-REV GREATER THAN ZEROES
                IF REV-SIT-OCR(IDX-REV) EQUAL "A"
                   AND REV-ORIGEM-OCR(IDX-REV) EQUAL "S"
                   AND REV-NUM-OCR(IDX-REV) EQUAL NUMSOC1
                    MOVE IDX-REV TO ACHOU-REV
                END-IF
            END-PERFORM.
            IF ACHOU-REV GREATER THAN ZEROES
                IF CODPAG1 EQUAL 2
                   AND VALPAG1 GREATER THAN ZEROES
                    PERFORM PERDASOCIO
                    REWRITE CADSOC1
                ELSE
                    MOVE "E" TO REV-SIT-OCR(ACHOU-REV)
                END-IF
            END-IF.
            PERFORM LEITURA-SOCIO.

      * O SALDO BAIXADO E O VALPAG1 DO MOMENTO, QUE FICA NO REGISTRO
      * DO SOCIO PARA SER RECUPERADO NA PROXIMA BAIXA DE PAGAMENTO.
        PERDASOCIO.
            MOVE 3 TO CODPAG1.
            MOVE "B" TO REV-SIT-OCR(ACHOU-REV).
            MOVE VALPAG1 TO REV-VALOR-OCR(ACHOU-REV).
            ADD 1 TO CT-SOC CT-GRAVADOS.
            ADD VALPAG1 TO VAL-LINHAS.
            MOVE "PERDA" TO LK-EVENTO.
            MOVE ZEROES  TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO VALPAG1
                                 LK-DIASLEDG.
            MOVE NUMSOC1 TO LK-CHAVE.
            MOVE "PERDA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            PERFORM REGISTRABAIXA.

        BAIXAMENSALIDADES.
            MOVE "NAO" TO FIM-TUI.
            OPEN INPUT TUIRECEB.
            IF WS-FSTUI NOT EQUAL "00"
                MOVE "SIM" TO FIM-TUI.
            OPEN OUTPUT TUIKEEP.
            PERFORM LEITURA-MENSALIDADE.
            PERFORM BAIXAMENSALIDADE UNTIL FIM-TUI EQUAL "SIM".
            CLOSE TUIRECEB
                  TUIKEEP.
            MOVE "NAO" TO FIM-KEEP.
            OPEN INPUT  TUIKEEP
                 OUTPUT TUIRECEB.
            PERFORM COPIATUIKEEP UNTIL FIM-KEEP EQUAL "SIM".
            CLOSE TUIKEEP
                  TUIRECEB.

        BAIXAMENSALIDADE.
            MOVE ZEROES TO ACHOU-REV.
            PERFORM VARYING IDX-REV FROM 1 BY 1
                     UNTIL IDX-REV GREATER THAN QTDE-REV
                        OR ACHOU-REV GREATER THAN ZEROES
                IF REV-SIT-OCR(IDX-REV) EQUAL "A"
                   AND REV-ORIGEM-OCR(IDX-REV) EQUAL "M"
                   AND REV-NUM-OCR(IDX-REV) EQUAL TC-NUM
                   AND REV-COMPET-OCR(IDX-REV) EQUAL TC-COMPET
                    MOVE IDX-REV TO ACHOU-REV
                END-IF
            END-PERFORM.
            IF ACHOU-REV GREATER THAN ZEROES
                IF TC-SITUACAO NOT EQUAL "PAGO"
                   AND TC-SITUACAO NOT EQUAL "CANCELAD"
                   AND TC-SITUACAO NOT EQUAL "PERDA"
                   AND TC-VALOR GREATER THAN ZEROES
                    PERFORM PERDAMENSALIDADE
                ELSE
                    MOVE "E" TO REV-SIT-OCR(ACHOU-REV)
                END-IF
            END-IF.
            MOVE REGTUIRECEB TO REGTUIKEEP.
            WRITE REGTUIKEEP.
            PERFORM LEITURA-MENSALIDADE.

        PERDAMENSALIDADE.
            MOVE "PERDA" TO TC-SITUACAO.
            MOVE "B" TO REV-SIT-OCR(ACHOU-REV).
            MOVE TC-VALOR TO REV-VALOR-OCR(ACHOU-REV).
            ADD 1 TO CT-TUI CT-GRAVADOS.
            ADD TC-VALOR TO VAL-LINHAS.
            MOVE "TUIPERDA" TO LK-EVENTO.
            MOVE TC-VALOR   TO LK-TLVALOR.
            CALL "TUILOG" USING TC-NUM TC-COMPET LK-EVENTO
                                 LK-TLVALOR.
            MOVE SPACES TO LK-CHAVE.
            STRING TC-NUM "-" TC-COMPET DELIMITED BY SIZE
                INTO LK-CHAVE
            END-STRING.
            MOVE "TUIPERDA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            PERFORM REGISTRABAIXA.

        COPIATUIKEEP.
            READ TUIKEEP
                AT END MOVE "SIM" TO FIM-KEEP
                NOT AT END
                    MOVE REGTUIKEEP TO REGTUIRECEB
                    WRITE REGTUIRECEB
            END-READ.

      * ACHOU-REV CHEGA AQUI APONTANDO A LINHA BAIXADA.
        REGISTRABAIXA.
            MOVE SPACES TO REGPERDAREG.
            MOVE WS-DATAPROC                TO PR-DATA.
            MOVE REV-ORIGEM-OCR(ACHOU-REV)  TO PR-ORIGEM.
            MOVE REV-NUM-OCR(ACHOU-REV)     TO PR-NUM.
            MOVE REV-COMPET-OCR(ACHOU-REV)  TO PR-COMPET.
            MOVE REV-VALOR-OCR(ACHOU-REV)   TO PR-VALOR.
            MOVE REV-VENC-OCR(ACHOU-REV)    TO PR-VENC.
            MOVE REV-MOTIVO-OCR(ACHOU-REV)  TO PR-MOTIVO.
            MOVE REV-AGENCIA-OCR(ACHOU-REV) TO PR-AGENCIA.
            MOVE REV-NOME-OCR(ACHOU-REV)    TO PR-NOME.
            WRITE REGPERDAREG.

        CONFEREREVISAO.
            MOVE REV-ORIGEM-OCR(IDX-REV) TO DP-ORIGEM.
            MOVE REV-NUM-OCR(IDX-REV)    TO DP-NUM.
            MOVE REV-COMPET-OCR(IDX-REV) TO DP-COMPET.
            MOVE REV-NOME-OCR(IDX-REV)   TO DP-NOME.
            MOVE REV-VALOR-OCR(IDX-REV)  TO DP-VALOR.
            EVALUATE REV-SIT-OCR(IDX-REV)
                WHEN "B"
                    MOVE "*** BAIXADA ***" TO DP-MSG
                WHEN "N"
                    ADD 1 TO CT-REJ
                    MOVE "SEM MOTIVO AG/PD" TO DP-MSG
                WHEN "E"
                    ADD 1 TO CT-REJ
                    MOVE "NAO ESTA EM ABERTO" TO DP-MSG
                WHEN OTHER
                    ADD 1 TO CT-REJ
                    MOVE "NAO ENCONTRADA" TO DP-MSG
            END-EVALUATE.
            WRITE REGREL FROM DET-PERDA AFTER ADVANCING 1 LINE.

      ***************************************************
      * PASSO DA AUDITORIA - REGISTRO DAS BAIXAS COM O  *
      * VALOR JA RECUPERADO DE CADA UMA.                *
      ***************************************************
        PASSOREGISTRO.
            PERFORM CARREGARECUPERACOES.
            OPEN INPUT PERDAREG.
            IF WS-FSREG NOT EQUAL "00"
                MOVE "SIM" TO FIM-REG.
            PERFORM LEITURA-REGISTRO UNTIL FIM-REG EQUAL "SIM".
            CLOSE PERDAREG.
            DISPLAY "EM02EX42: BAIXAS NO REGISTRO: " CT-GRAVADOS.

        CARREGARECUPERACOES.
            OPEN INPUT LEDGSOC.
            IF WS-FSLED NOT EQUAL "00"
                MOVE "SIM" TO FIM-LED.
            PERFORM LEITURA-LEDGSOC UNTIL FIM-LED EQUAL "SIM".
            CLOSE LEDGSOC.
            MOVE "NAO" TO FIM-LED.
            OPEN INPUT LEDGTUI.
            IF WS-FSLTU NOT EQUAL "00"
                MOVE "SIM" TO FIM-LED.
            PERFORM LEITURA-LEDGTUI UNTIL FIM-LED EQUAL "SIM".
            CLOSE LEDGTUI.

        LEITURA-LEDGSOC.
            READ LEDGSOC
                AT END MOVE "SIM" TO FIM-LED
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LG-EVENTO EQUAL "RECUPERA"
                        PERFORM GUARDARECUPSOC
                    END-IF
            END-READ.

        GUARDARECUPSOC.
            IF QTDE-RCP NOT LESS THAN 2000
                DISPLAY "EM02EX42: *** TABELA DE RECUPERACOES CHEIA "
                        "(MAIS DE 2000) ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-RCP.
            MOVE "S"       TO RCP-ORIGEM-OCR(QTDE-RCP).
            MOVE LG-NUMSOC TO RCP-NUM-OCR(QTDE-RCP).
            MOVE ZEROES    TO RCP-COMPET-OCR(QTDE-RCP).
            MOVE LG-VALOR  TO RCP-SALDO-OCR(QTDE-RCP).

        LEITURA-LEDGTUI.
            READ LEDGTUI
                AT END MOVE "SIM" TO FIM-LED
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LT-EVENTO EQUAL "TUIRECUP"
                        PERFORM GUARDARECUPTUI
                    END-IF
            END-READ.

        GUARDARECUPTUI.
            IF QTDE-RCP NOT LESS THAN 2000
                DISPLAY "EM02EX42: *** TABELA DE RECUPERACOES CHEIA "
                        "(MAIS DE 2000) ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-RCP.
            MOVE "M"       TO RCP-ORIGEM-OCR(QTDE-RCP).
            MOVE LT-NUM    TO RCP-NUM-OCR(QTDE-RCP).
            MOVE LT-COMPET TO RCP-COMPET-OCR(QTDE-RCP).
            MOVE LT-VALOR  TO RCP-SALDO-OCR(QTDE-RCP).

        LEITURA-REGISTRO.
            READ PERDAREG
                AT END MOVE "SIM" TO FIM-REG
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    PERFORM LISTAREGISTRO
            END-READ.

      * A RECUPERACAO DO MESMO DEVEDOR (E DA MESMA COMPETENCIA, NA
      * MENSALIDADE) ABATE AS BAIXAS NA ORDEM DO REGISTRO, ATE O
      * VALOR DE CADA UMA; O QUE SOBRA FICA PARA A BAIXA SEGUINTE.
        LISTAREGISTRO.
            MOVE ZEROES TO WS-RECUPERADO.
            PERFORM VARYING IDX-RCP FROM 1 BY 1
                     UNTIL IDX-RCP GREATER THAN QTDE-RCP
                IF RCP-ORIGEM-OCR(IDX-RCP) EQUAL PR-ORIGEM
                   AND RCP-NUM-OCR(IDX-RCP) EQUAL PR-NUM
                   AND RCP-COMPET-OCR(IDX-RCP) EQUAL PR-COMPET
                   AND RCP-SALDO-OCR(IDX-RCP) GREATER THAN ZEROES
                   AND WS-RECUPERADO LESS THAN PR-VALOR
                    PERFORM ABATERECUPERACAO
                END-IF
            END-PERFORM.
            IF PR-ORIGEM EQUAL "S"
                ADD 1 TO CT-SOC
            ELSE
                ADD 1 TO CT-TUI
            END-IF.
            ADD 1 TO CT-GRAVADOS.
            ADD PR-VALOR      TO VAL-LINHAS.
            ADD WS-RECUPERADO TO VAL-RECUP.
            MOVE PR-ORIGEM  TO DR-ORIGEM.
            MOVE PR-NUM     TO DR-NUM.
            MOVE PR-COMPET  TO DR-COMPET.
            MOVE PR-DATA    TO DR-DATA.
            MOVE PR-MOTIVO  TO DR-MOTIVO.
            MOVE PR-VALOR   TO DR-VALOR.
            MOVE WS-RECUPERADO TO DR-RECUP.
            COMPUTE DR-SALDO = PR-VALOR - WS-RECUPERADO.
            MOVE PR-AGENCIA TO DR-AGENCIA.
            WRITE REGREL FROM DET-REG AFTER ADVANCING 1 LINE.

        ABATERECUPERACAO.
            IF RCP-SALDO-OCR(IDX-RCP) GREATER THAN
               PR-VALOR - WS-RECUPERADO
                SUBTRACT PR-VALOR FROM RCP-SALDO-OCR(IDX-RCP)
                ADD WS-RECUPERADO TO RCP-SALDO-OCR(IDX-RCP)
                MOVE PR-VALOR TO WS-RECUPERADO
            ELSE
                ADD RCP-SALDO-OCR(IDX-RCP) TO WS-RECUPERADO
                MOVE ZEROES TO RCP-SALDO-OCR(IDX-RCP)
            END-IF.

        TERMINO.
            MOVE CT-SOC     TO ROD-SOC.
            MOVE CT-TUI     TO ROD-TUI.
            MOVE CT-REJ     TO ROD-REJ.
            MOVE VAL-LINHAS TO ROD-VAL.
            WRITE REGREL FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM ROD-02 AFTER ADVANCING 1 LINE.
            IF WS-COMANDO EQUAL "BAIXAR"
                WRITE REGREL FROM ROD-03 AFTER ADVANCING 1 LINE
            END-IF.
            WRITE REGREL FROM ROD-04 AFTER ADVANCING 1 LINE.
            IF WS-COMANDO EQUAL "REGISTRO"
                COMPUTE VAL-SALDO = VAL-LINHAS - VAL-RECUP
                MOVE VAL-RECUP TO ROD-RECUP
                MOVE VAL-SALDO TO ROD-SALDO
                WRITE REGREL FROM ROD-05 AFTER ADVANCING 1 LINE
                WRITE REGREL FROM ROD-06 AFTER ADVANCING 1 LINE
            END-IF.
            CLOSE RELPERDA.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
