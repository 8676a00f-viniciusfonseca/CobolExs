      * VEM DE PARAM29.DAT. A COMPETENCIA JA FATURADA EM
      * TUIRECEB.DAT E RECUSADA, PARA UMA RERODADA NAO COBRAR O
      * ALUNO DUAS VEZES. CADA COBRANCA VAI PARA AUDITLOG.
      * BOLSAS E DESCONTOS VIGENTES NA COMPETENCIA (BOLSAS.DAT,
      * LAYOUT REGBOLS) SAO ABATIDOS DA MENSALIDADE CHEIA: O BOLETO
      * SAI PELO LIQUIDO E O RECEBIVEL GUARDA BRUTO, DESCONTO E
      * LIQUIDO. CADA DESCONTO CONCEDIDO VAI PARA TUIDESC.DAT, BASE
      * DO RELATORIO MENSAL DE DESCONTOS EM02EX38. MENSALIDADE
      * COBERTA POR INTEIRO NAO GERA BOLETO E ENTRA NO RECEBIVEL JA
      * QUITADA ("PAGO"), COM LIQUIDO ZERO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL PARAM29 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BOLSAS ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TUIDESC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDESC.

        DATA DIVISION.
            FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD PARAM29
               LABEL RECORD IS STANDARD
               02 PARM-VALOR   PIC 9(07)V99.
               02 PARM-DIAVENC PIC 9(02).

            FD BOLSAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLSAS.DAT".
            01 REGBOLSA.
               COPY REGBOLS REPLACING ==:NUM:==    BY ==BL-NUM==
                                       ==:TIPO:==   BY ==BL-TIPO==
                                       ==:TAXA:==   BY ==BL-TAXA==
                                       ==:INICIO:== BY ==BL-INICIO==
                                       ==:FIM:==    BY ==BL-FIM==
                                       ==:MOTIVO:== BY ==BL-MOTIVO==
                                       ==:DESCR:==  BY ==BL-DESCR==.

      * UMA LINHA POR DESCONTO CONCEDIDO NO FATURAMENTO: MATRICULA,
      * CAMPUS, COMPETENCIA, MOTIVO E TIPO DA BOLSA, MENSALIDADE
      * CHEIA E VALOR ABATIDO.
            FD TUIDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIDESC.DAT".
            01 REGTUIDESC.
               02 TD-NUM     PIC 9(05).
               02 FILLER     PIC X     VALUE SPACES.
               02 TD-CAMPUS  PIC X(02).
               02 FILLER     PIC X     VALUE SPACES.
               02 TD-COMPET  PIC 9(06).
               02 FILLER     PIC X     VALUE SPACES.
               02 TD-MOTIVO  PIC X(02).
               02 FILLER     PIC X     VALUE SPACES.
               02 TD-TIPO    PIC X(01).
               02 FILLER     PIC X     VALUE SPACES.
               02 TD-BRUTO   PIC 9(07)V99.
               02 FILLER     PIC X     VALUE SPACES.
               02 TD-VALOR   PIC 9(07)V99.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 FIM-RCB  PIC X(03) VALUE "NAO".
            77 LK-TMARQ    PIC X(12) VALUE SPACES.
            77 LK-TMVAL    PIC 9(13)V99 VALUE ZEROES.
            77 WS-TOTGERAL PIC 9(11)V99 VALUE ZEROES.
            77 WS-FSDESC   PIC X(02) VALUE SPACES.
            77 FIM-BOL     PIC X(03) VALUE "NAO".
            77 WS-DESCONTO PIC 9(07)V99 VALUE ZEROES.
            77 WS-DESCITEM PIC 9(07)V99 VALUE ZEROES.
            77 WS-LIQUIDO  PIC 9(07)V99 VALUE ZEROES.
            77 WS-TOTDESC  PIC 9(11)V99 VALUE ZEROES.
            77 CT-BOLSISTAS PIC 9(07) VALUE ZEROES.
            77 CT-ISENTOS  PIC 9(07) VALUE ZEROES.
            77 QTDE-BOL    PIC 9(04) VALUE ZEROES.
            77 IDX-BOL     PIC 9(04) VALUE ZEROES.

      * BENEFICIOS VIGENTES NA COMPETENCIA, NA ORDEM DE BOLSAS.DAT.
            01 TAB-BOLSA.
               02 TAB-BOLSA-OCR OCCURS 2000 TIMES.
                  03 BOL-NUM-OCR    PIC 9(05).
                  03 BOL-TIPO-OCR   PIC X(01).
                  03 BOL-TAXA-OCR   PIC 9(07)V99.
                  03 BOL-MOTIVO-OCR PIC X(02).

            01 WS-DATA-SISTEMA PIC 9(08).
            01 WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARREGABOLSAS.
            OPEN INPUT  CADALU
                 OUTPUT TUIREM
                 EXTEND TUIRECEB
                        TUIDESC.
            IF WS-FS EQUAL "35"
                OPEN OUTPUT TUIRECEB
            END-IF.
            IF WS-FSDESC EQUAL "35"
                OPEN OUTPUT TUIDESC
            END-IF.
            PERFORM LEITURA.

        LEPARAM29.
                    END-IF
            END-READ.

      * SO OS BENEFICIOS VIGENTES NA COMPETENCIA FATURADA ENTRAM NA
      * TABELA; TIPO FORA DE P/V OU TAXA ZERO SAO IGNORADOS COM AVISO.
        CARREGABOLSAS.
            OPEN INPUT BOLSAS.
            PERFORM LEITURA-BOL UNTIL FIM-BOL EQUAL "SIM".
            CLOSE BOLSAS.

        LEITURA-BOL.
            READ BOLSAS
                AT END MOVE "SIM" TO FIM-BOL
                NOT AT END PERFORM GUARDABOLSA
            END-READ.

        GUARDABOLSA.
            IF BL-INICIO GREATER THAN WS-COMPET-N
               OR (BL-FIM NOT EQUAL ZEROES
                   AND BL-FIM LESS THAN WS-COMPET-N)
                EXIT PARAGRAPH
            END-IF.
            IF (BL-TIPO NOT EQUAL "P" AND BL-TIPO NOT EQUAL "V")
               OR BL-TAXA NOT NUMERIC
               OR BL-TAXA EQUAL ZEROES
               OR (BL-TIPO EQUAL "P" AND BL-TAXA GREATER THAN 100)
                DISPLAY "EM02EX21: *** BOLSA INVALIDA IGNORADA - "
                        "MATRICULA " BL-NUM " TIPO " BL-TIPO " ***"
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-BOL LESS THAN 2000
                ADD 1 TO QTDE-BOL
                MOVE BL-NUM    TO BOL-NUM-OCR(QTDE-BOL)
                MOVE BL-TIPO   TO BOL-TIPO-OCR(QTDE-BOL)
                MOVE BL-TAXA   TO BOL-TAXA-OCR(QTDE-BOL)
                MOVE BL-MOTIVO TO BOL-MOTIVO-OCR(QTDE-BOL)
            ELSE
                DISPLAY "EM02EX21: *** TABELA DE BOLSAS CHEIA - "
                        "MATRICULA " BL-NUM " SEM DESCONTO ***"
            END-IF.

        LEITURA.
            READ CADALU AT END MOVE "SIM" TO FIM-ARQ.
            IF FIM-ARQ NOT EQUAL "SIM"
            PERFORM LEITURA.

        GERACOBRANCA.
            MOVE ZEROES TO WS-DESCONTO.
            PERFORM VARYING IDX-BOL FROM 1 BY 1
                     UNTIL IDX-BOL GREATER THAN QTDE-BOL
                IF BOL-NUM-OCR(IDX-BOL) EQUAL NUM-ENT
                    PERFORM APLICABOLSA
                END-IF
            END-PERFORM.
            COMPUTE WS-LIQUIDO = WS-VALOR - WS-DESCONTO.
            IF WS-DESCONTO GREATER THAN ZEROES
                ADD 1 TO CT-BOLSISTAS
            END-IF.

            IF WS-LIQUIDO GREATER THAN ZEROES
                MOVE NUM-ENT    TO TR-NUM
                MOVE NOME-ENT   TO TR-NOME
                MOVE WS-LIQUIDO TO TR-VALOR
                MOVE WS-VENC-DD TO TR-VENC-DD
                MOVE WS-VENC-MM TO TR-VENC-MM
                MOVE WS-VENC-AA TO TR-VENC-AA
                WRITE REGTUIREM
                ADD 1          TO CT-GRAVADOS
                ADD WS-LIQUIDO TO WS-TOTGERAL
            ELSE
                ADD 1 TO CT-ISENTOS
            END-IF.

            MOVE SPACES TO REGTUIRECEB.
            MOVE NUM-ENT       TO TC-NUM.
            MOVE CAMPUS-ENT    TO TC-CAMPUS.
            MOVE WS-COMPET-N   TO TC-COMPET.
            MOVE WS-LIQUIDO    TO TC-VALOR.
            MOVE WS-VENCDATA-N TO TC-VENC.
            IF WS-LIQUIDO GREATER THAN ZEROES
                MOVE "ABERTO"  TO TC-SITUACAO
            ELSE
                MOVE "PAGO"    TO TC-SITUACAO
            END-IF.
            MOVE WS-VALOR      TO TC-BRUTO.
            MOVE WS-DESCONTO   TO TC-DESCONTO.
            WRITE REGTUIRECEB.

            MOVE NUM-ENT   TO LK-CHAVE.
            MOVE "COBRADO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * PERCENTUAL INCIDE SOBRE A MENSALIDADE CHEIA; A SOMA DOS
      * DESCONTOS NUNCA PASSA DA MENSALIDADE.
        APLICABOLSA.
            IF BOL-TIPO-OCR(IDX-BOL) EQUAL "P"
                COMPUTE WS-DESCITEM ROUNDED =
                    WS-VALOR * BOL-TAXA-OCR(IDX-BOL) / 100
            ELSE
                MOVE BOL-TAXA-OCR(IDX-BOL) TO WS-DESCITEM
            END-IF.
            IF WS-DESCITEM GREATER THAN WS-VALOR - WS-DESCONTO
                COMPUTE WS-DESCITEM = WS-VALOR - WS-DESCONTO
            END-IF.
            IF WS-DESCITEM EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            ADD WS-DESCITEM TO WS-DESCONTO WS-TOTDESC.
            MOVE SPACES TO REGTUIDESC.
            MOVE NUM-ENT                TO TD-NUM.
            MOVE CAMPUS-ENT             TO TD-CAMPUS.
            MOVE WS-COMPET-N            TO TD-COMPET.
            MOVE BOL-MOTIVO-OCR(IDX-BOL) TO TD-MOTIVO.
            MOVE BOL-TIPO-OCR(IDX-BOL)  TO TD-TIPO.
            MOVE WS-VALOR               TO TD-BRUTO.
            MOVE WS-DESCITEM            TO TD-VALOR.
            WRITE REGTUIDESC.

        TERMINO.
            DISPLAY "EM02EX21: COBRANCAS GERADAS NA COMPETENCIA "
                    WS-COMPET-N ": " CT-GRAVADOS.
            DISPLAY "EM02EX21: ALUNOS COM BOLSA/DESCONTO: "
                    CT-BOLSISTAS " (ISENTOS: " CT-ISENTOS ")".
            DISPLAY "EM02EX21: TOTAL DE DESCONTOS CONCEDIDOS: "
                    WS-TOTDESC.
            DISPLAY "EM02EX21: ALUNOS NAO ATIVOS PULADOS: "
                    CT-PULADOS.
            CLOSE CADALU
                  TUIREM
                  TUIRECEB
                  TUIDESC.
            MOVE "TUIREM.DAT" TO LK-TMARQ.
            MOVE WS-TOTGERAL  TO LK-TMVAL.
            CALL "TRANSMAN" USING LK-TMARQ CT-GRAVADOS LK-TMVAL.
