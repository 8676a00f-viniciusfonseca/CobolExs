        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RETFOLHA.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED.
        SECURITY. ONLY AUTHOR MAY MODIFY.
      * REMARKS. RETENCOES LEGAIS SOBRE UM PAGAMENTO FORA DA FOLHA
      * MENSAL (FERIAS, RESCISAO, DIFERENCAS): INSS PROGRESSIVO POR
      * FAIXA ATE O TETO E IRRF PELA TABELA PROGRESSIVA SOBRE O
      * BRUTO MENOS O INSS E MENOS A DEDUCAO INFORMADA, COM AS MESMAS
      * TABELAS PARAM22.DAT E PARAM23.DAT (E OS MESMOS VALORES
      * PADRAO) DO CALCULO DE EM03EX06. AS TABELAS SAO LIDAS NA
      * PRIMEIRA CHAMADA DA EXECUCAO.
      * USO: CALL "RETFOLHA" USING LK-BRUTO LK-DEDUCAO LK-INSS
      *                            LK-FXINSS LK-IRRF LK-FXIRRF.
      * LK-BRUTO   (ENTRADA) PIC 9(09)V99 - BASE BRUTA DO PAGAMENTO.
      * LK-DEDUCAO (ENTRADA) PIC 9(07)V99 - DEDUCAO ADICIONAL DA
      *                                     BASE DO IRRF (ZEROS SE
      *                                     NAO HOUVER).
      * LK-INSS    (SAIDA)   PIC 9(09)V99 - INSS RETIDO.
      * LK-FXINSS  (SAIDA)   PIC 9(02)    - ULTIMA FAIXA DE INSS.
      * LK-IRRF    (SAIDA)   PIC 9(09)V99 - IRRF RETIDO.
      * LK-FXIRRF  (SAIDA)   PIC 9(02)    - FAIXA DE IRRF APLICADA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL PARAM22 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM23 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD PARAM22
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PARAM22.DAT".
        01 REGPARAM22.
           02 PARM-TETOINSS PIC 9(07)V99.
           02 PARM-ALIQINSS PIC 99V99.

        FD PARAM23
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PARAM23.DAT".
        01 REGPARAM23.
           02 PARM-TETOIRRF PIC 9(07)V99.
           02 PARM-ALIQIRRF PIC 99V99.
           02 PARM-DEDIRRF  PIC 9(07)V99.

        WORKING-STORAGE SECTION.
        77 TABELASLIDAS PIC XXX VALUE "NAO".
        77 FIM-PARAM22  PIC XXX VALUE "NAO".
        77 FIM-PARAM23  PIC XXX VALUE "NAO".
        77 QTDE-INSS    PIC 99 VALUE ZEROES.
        77 IDX-INSS     PIC 99 VALUE ZEROES.
        77 QTDE-IRRF    PIC 99 VALUE ZEROES.
        77 IDX-IRRF     PIC 99 VALUE ZEROES.
        77 IRRFACHADA   PIC XXX VALUE "NAO".
        77 WS-BASEINSS  PIC 9(09)V99 VALUE ZEROES.
        77 WS-BASEIRRF  PIC S9(09)V99 VALUE ZEROES.
        77 WS-TETOFAIXA PIC 9(09)V99 VALUE ZEROES.
        77 WS-PREVTETO  PIC 9(09)V99 VALUE ZEROES.
        77 WS-FATIA     PIC 9(09)V99 VALUE ZEROES.
        77 AUXIRRF      PIC S9(09)V99 VALUE ZEROES.

        01 TAB-INSS.
           02 TAB-INSS-OCR OCCURS 10 TIMES.
              03 TETO-INSS-OCR PIC 9(07)V99.
              03 ALIQ-INSS-OCR PIC 99V99.

        01 TAB-IRRF.
           02 TAB-IRRF-OCR OCCURS 10 TIMES.
              03 TETO-IRRF-OCR PIC 9(07)V99.
              03 ALIQ-IRRF-OCR PIC 99V99.
              03 DED-IRRF-OCR  PIC 9(07)V99.

        LINKAGE SECTION.
        01 LK-BRUTO   PIC 9(09)V99.
        01 LK-DEDUCAO PIC 9(07)V99.
        01 LK-INSS    PIC 9(09)V99.
        01 LK-FXINSS  PIC 9(02).
        01 LK-IRRF    PIC 9(09)V99.
        01 LK-FXIRRF  PIC 9(02).

        PROCEDURE DIVISION USING LK-BRUTO LK-DEDUCAO LK-INSS
                                  LK-FXINSS LK-IRRF LK-FXIRRF.
        PGM.
            IF TABELASLIDAS NOT EQUAL "SIM"
                PERFORM LEPARAM22
                PERFORM LEPARAM23
                MOVE "SIM" TO TABELASLIDAS
            END-IF.
            PERFORM CALCULAINSS.
            PERFORM CALCULAIRRF.
        GOBACK.

        LEPARAM22.
            OPEN INPUT PARAM22.
            PERFORM LEITURA-PARAM22 UNTIL FIM-PARAM22 EQUAL "SIM".
            CLOSE PARAM22.
            IF QTDE-INSS EQUAL ZEROES
                MOVE 4 TO QTDE-INSS
                MOVE 1412,00    TO TETO-INSS-OCR(1)
                MOVE  7,50      TO ALIQ-INSS-OCR(1)
                MOVE 2666,68    TO TETO-INSS-OCR(2)
                MOVE  9,00      TO ALIQ-INSS-OCR(2)
                MOVE 4000,03    TO TETO-INSS-OCR(3)
                MOVE 12,00      TO ALIQ-INSS-OCR(3)
                MOVE 7786,02    TO TETO-INSS-OCR(4)
                MOVE 14,00      TO ALIQ-INSS-OCR(4)
            END-IF.

        LEITURA-PARAM22.
            READ PARAM22
                AT END MOVE "SIM" TO FIM-PARAM22
                NOT AT END
                    IF QTDE-INSS LESS THAN 10
                        ADD 1 TO QTDE-INSS
                        MOVE PARM-TETOINSS
                            TO TETO-INSS-OCR(QTDE-INSS)
                        MOVE PARM-ALIQINSS
                            TO ALIQ-INSS-OCR(QTDE-INSS)
                    ELSE
                        DISPLAY "RETFOLHA: *** TABELA DE FAIXAS "
                                "INSS CHEIA - LINHA DE PARAM22.DAT "
                                "IGNORADA ***"
                    END-IF
            END-READ.

        LEPARAM23.
            OPEN INPUT PARAM23.
            PERFORM LEITURA-PARAM23 UNTIL FIM-PARAM23 EQUAL "SIM".
            CLOSE PARAM23.
            IF QTDE-IRRF EQUAL ZEROES
                MOVE 5 TO QTDE-IRRF
                MOVE 2259,20    TO TETO-IRRF-OCR(1)
                MOVE ZEROES     TO ALIQ-IRRF-OCR(1)
                MOVE ZEROES     TO DED-IRRF-OCR(1)
                MOVE 2826,65    TO TETO-IRRF-OCR(2)
                MOVE  7,50      TO ALIQ-IRRF-OCR(2)
                MOVE 169,44     TO DED-IRRF-OCR(2)
                MOVE 3751,05    TO TETO-IRRF-OCR(3)
                MOVE 15,00      TO ALIQ-IRRF-OCR(3)
                MOVE 381,44     TO DED-IRRF-OCR(3)
                MOVE 4664,68    TO TETO-IRRF-OCR(4)
                MOVE 22,50      TO ALIQ-IRRF-OCR(4)
                MOVE 662,77     TO DED-IRRF-OCR(4)
                MOVE 9999999,99 TO TETO-IRRF-OCR(5)
                MOVE 27,50      TO ALIQ-IRRF-OCR(5)
                MOVE 896,00     TO DED-IRRF-OCR(5)
            END-IF.

        LEITURA-PARAM23.
            READ PARAM23
                AT END MOVE "SIM" TO FIM-PARAM23
                NOT AT END
                    IF QTDE-IRRF LESS THAN 10
                        ADD 1 TO QTDE-IRRF
                        MOVE PARM-TETOIRRF
                            TO TETO-IRRF-OCR(QTDE-IRRF)
                        MOVE PARM-ALIQIRRF
                            TO ALIQ-IRRF-OCR(QTDE-IRRF)
                        MOVE PARM-DEDIRRF
                            TO DED-IRRF-OCR(QTDE-IRRF)
                    ELSE
                        DISPLAY "RETFOLHA: *** TABELA DE FAIXAS "
                                "IRRF CHEIA - LINHA DE PARAM23.DAT "
                                "IGNORADA ***"
                    END-IF
            END-READ.

        CALCULAINSS.
            MOVE ZEROES   TO LK-INSS WS-PREVTETO LK-FXINSS.
            MOVE LK-BRUTO TO WS-BASEINSS.
            IF WS-BASEINSS GREATER THAN TETO-INSS-OCR(QTDE-INSS)
                MOVE TETO-INSS-OCR(QTDE-INSS) TO WS-BASEINSS
            END-IF.
            PERFORM VARYING IDX-INSS FROM 1 BY 1
                     UNTIL IDX-INSS GREATER THAN QTDE-INSS
                MOVE TETO-INSS-OCR(IDX-INSS) TO WS-TETOFAIXA
                IF WS-TETOFAIXA GREATER THAN WS-BASEINSS
                    MOVE WS-BASEINSS TO WS-TETOFAIXA
                END-IF
                IF WS-TETOFAIXA GREATER THAN WS-PREVTETO
                    COMPUTE WS-FATIA = WS-TETOFAIXA - WS-PREVTETO
                    COMPUTE LK-INSS ROUNDED = LK-INSS +
                        WS-FATIA * ALIQ-INSS-OCR(IDX-INSS) / 100
                    MOVE IDX-INSS TO LK-FXINSS
                END-IF
                MOVE TETO-INSS-OCR(IDX-INSS) TO WS-PREVTETO
            END-PERFORM.

        CALCULAIRRF.
            COMPUTE WS-BASEIRRF = LK-BRUTO - LK-INSS - LK-DEDUCAO.
            IF WS-BASEIRRF LESS THAN ZEROES
                MOVE ZEROES TO WS-BASEIRRF
            END-IF.
            MOVE "NAO" TO IRRFACHADA.
            MOVE ZEROES TO AUXIRRF.
            PERFORM VARYING IDX-IRRF FROM 1 BY 1
                     UNTIL IDX-IRRF GREATER THAN QTDE-IRRF
                        OR IRRFACHADA EQUAL "SIM"
                IF WS-BASEIRRF NOT GREATER THAN
                   TETO-IRRF-OCR(IDX-IRRF)
                    COMPUTE AUXIRRF ROUNDED =
                        WS-BASEIRRF * ALIQ-IRRF-OCR(IDX-IRRF) / 100
                        - DED-IRRF-OCR(IDX-IRRF)
                    MOVE IDX-IRRF TO LK-FXIRRF
                    MOVE "SIM" TO IRRFACHADA
                END-IF
            END-PERFORM.
            IF IRRFACHADA NOT EQUAL "SIM"
                COMPUTE AUXIRRF ROUNDED =
                    WS-BASEIRRF * ALIQ-IRRF-OCR(QTDE-IRRF) / 100
                    - DED-IRRF-OCR(QTDE-IRRF)
                MOVE QTDE-IRRF TO LK-FXIRRF
            END-IF.
            IF AUXIRRF LESS THAN ZEROES
                MOVE ZEROES TO AUXIRRF
            END-IF.
            MOVE AUXIRRF TO LK-IRRF.
