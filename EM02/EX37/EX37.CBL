      * PAGO DIFERENTE DO COBRADO E APONTADO NO RELATORIO RELTUIPG
      * (A BAIXA E FEITA MESMO ASSIM, COMO NO CAIXA DOS SOCIOS) E
      * PAGAMENTO SEM MENSALIDADE ABERTA SAI COMO EXCECAO.
      * CADA BAIXA TAMBEM VAI PARA O EXTRATO LEDGTUI.DAT (VIA TUILOG,
      * EVENTO TUIPAGO COM O VALOR PAGO), DE ONDE SAEM O LANCAMENTO
      * CONTABIL DE EM05EX21 E O RPS DA NOTA FISCAL DE EM02EX40.
      * TUIRET.DAT E CONSUMIDO DE UMA VEZ; PAGAMENTOS ALEM DA
      * TABELA DE UMA RODADA VOLTAM PARA ELE E ENTRAM NA PROXIMA.
      * MENSALIDADE BAIXADA POR PERDA (SITUACAO "PERDA", EM02EX42)
      * QUE E PAGA TEM O VALOR RECEBIDO, ATE O VALOR BAIXADO,
      * LANCADO ANTES COMO RECUPERACAO (EVENTO TUIRECUP).

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD TUIKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIKEEP.DAT".
            01 REGTUIKEEP PIC X(63).

            FD RELTUIPG
               LABEL RECORD IS OMITTED.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX37".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 LK-TLEVENTO PIC X(10) VALUE "TUIPAGO".
            77 LK-RCEVENTO PIC X(10) VALUE "TUIRECUP".
            77 LK-TLVALOR  PIC 9(09)V99 VALUE ZEROES.

            77 QTDE-PAG PIC 9(02) VALUE ZEROES.
            77 IDX-PAG  PIC 9(02) VALUE ZEROES.
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF TC-SITUACAO NOT EQUAL "PAGO"
                       AND TC-SITUACAO NOT EQUAL "CANCELAD"
                        PERFORM CASAPAGAMENTO
                    END-IF
                    MOVE REGTUIRECEB TO REGTUIKEEP
            END-PERFORM.

        BAIXAMENSALIDADE.
            IF TC-SITUACAO EQUAL "PERDA"
                PERFORM RECUPERAPERDA
            END-IF.
            MOVE "PAGO" TO TC-SITUACAO.
            ADD 1 TO CT-BAIXAS CT-GRAVADOS.
            MOVE TC-NUM    TO DB-NUM.
            END-STRING.
            MOVE "TUIPAGO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            MOVE PG-VALOR-OCR(IDX-PAG) TO LK-TLVALOR.
            CALL "TUILOG" USING TC-NUM TC-COMPET LK-TLEVENTO
                                 LK-TLVALOR.

        RECUPERAPERDA.
            IF PG-VALOR-OCR(IDX-PAG) LESS THAN TC-VALOR
                MOVE PG-VALOR-OCR(IDX-PAG) TO LK-TLVALOR
            ELSE
                MOVE TC-VALOR TO LK-TLVALOR
            END-IF.
            MOVE SPACES TO LK-CHAVE.
            STRING TC-NUM "-" TC-COMPET DELIMITED BY SIZE
                INTO LK-CHAVE
            END-STRING.
            MOVE "TUIRECUP" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            CALL "TUILOG" USING TC-NUM TC-COMPET LK-RCEVENTO
                                 LK-TLVALOR.

        REGRAVARECEBIVEIS.
            MOVE "NAO" TO FIM-KEEP.
