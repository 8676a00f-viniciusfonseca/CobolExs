      * PROCESSAMENTO - PAGO (SITUACAO PAGO), ABERTO (VENCIMENTO
      * AINDA NAO CHEGOU) OU VENCIDO (VENCIMENTO PASSADO) - COM
      * SUBTOTAIS DE QUANTIDADE E VALOR POR CAMPUS E O TOTAL GERAL
      * POR POSICAO. MENSALIDADE CANCELADA NO TRANCAMENTO OU
      * CANCELAMENTO DO ALUNO (SITUACAO CANCELAD) SAI COM ESSA
      * POSICAO E FICA FORA DO TOTAL DO CAMPUS; O MESMO VALE PARA A
      * MENSALIDADE BAIXADA POR PERDA EM EM02EX42 (SITUACAO PERDA).

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            SD TRABTUI.
            01 TREGTUI.
            77 VAL-ABERTO  PIC 9(09)V99 VALUE ZEROES.
            77 VAL-PAGO    PIC 9(09)V99 VALUE ZEROES.
            77 VAL-VENCIDO PIC 9(09)V99 VALUE ZEROES.
            77 CT-CANCEL   PIC 9(05) VALUE ZEROES.
            77 VAL-CANCEL  PIC 9(09)V99 VALUE ZEROES.
            77 CT-PERDA    PIC 9(05) VALUE ZEROES.
            77 VAL-PERDA   PIC 9(09)V99 VALUE ZEROES.

            01 CAB-01.
               02 FILLER PIC X(22) VALUE SPACES.
            MOVE VENC-T(1:4) TO DT-VENC(7:4).
            MOVE WS-POSICAO  TO DT-POS.
            WRITE REGREL FROM DETALHE AFTER ADVANCING 1 LINE.
            ADD 1       TO CT-GRAVADOS.
            IF WS-POSICAO NOT EQUAL "CANCELAD"
               AND WS-POSICAO NOT EQUAL "PERDA"
                ADD 1       TO CT-CAMPUS
                ADD VALOR-T TO VAL-CAMPUS
            END-IF.

        CLASSIFICAPOSICAO.
            EVALUATE TRUE
                WHEN SIT-T EQUAL "CANCELAD"
                    MOVE "CANCELAD" TO WS-POSICAO
                    ADD 1       TO CT-CANCEL
                    ADD VALOR-T TO VAL-CANCEL
                WHEN SIT-T EQUAL "PERDA"
                    MOVE "PERDA"   TO WS-POSICAO
                    ADD 1       TO CT-PERDA
                    ADD VALOR-T TO VAL-PERDA
                WHEN SIT-T EQUAL "PAGO"
                    MOVE "PAGO"    TO WS-POSICAO
                    ADD 1       TO CT-PAGO
            MOVE CT-VENCIDO TO RP-QTDE.
            MOVE VAL-VENCIDO TO RP-VAL.
            WRITE REGREL FROM ROD-POSICAO AFTER ADVANCING 1 LINE.
            MOVE "CANCELAD" TO RP-POS.
            MOVE CT-CANCEL  TO RP-QTDE.
            MOVE VAL-CANCEL TO RP-VAL.
            WRITE REGREL FROM ROD-POSICAO AFTER ADVANCING 1 LINE.
            MOVE "PERDA"    TO RP-POS.
            MOVE CT-PERDA   TO RP-QTDE.
            MOVE VAL-PERDA  TO RP-VAL.
            WRITE REGREL FROM ROD-POSICAO AFTER ADVANCING 1 LINE.
