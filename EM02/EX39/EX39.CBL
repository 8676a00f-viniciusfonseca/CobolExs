        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX39.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. APURACAO DO BLOQUEIO FINANCEIRO DOS ALUNOS: SOMA
      * POR MATRICULA AS MENSALIDADES NAO PAGAS DE TUIRECEB.DAT COM
      * VENCIMENTO ANTERIOR A DATA DE PROCESSAMENTO (AS "VENCIDO" DE
      * EM02EX22) E BLOQUEIA O ALUNO QUE PASSA DO LIMITE DE
      * PARAM48.DAT - QUANTIDADE DE MESES VENCIDOS (PADRAO 2) OU
      * VALOR VENCIDO (ZERO = SO O LIMITE DE MESES). O BLOQUEIO FICA
      * EM BLOQFIN.DAT (LAYOUT REGBLOQ) ATE O DEBITO SER QUITADO OU
      * ATE A TESOURARIA LANCAR A LIBERACAO EM LIBFIN.DAT (MATRICULA
      * + MOTIVO, CONSUMIDO PELA RODADA). ALUNO LIBERADO SO VOLTA A
      * SER BLOQUEADO SE A DIVIDA CRESCER ALEM DO VALOR DEVIDO NA
      * LIBERACAO. A VIRADA DE PERIODO EM01EX17 TRANCA O ALUNO ATIVO
      * BLOQUEADO E EM01EX08 RECUSA REATIVAR ALUNO BLOQUEADO - ESTA
      * APURACAO RODA ANTES DA VIRADA. CADA BLOQUEIO E LIBERACAO VAI
      * PARA O AUDITLOG E O RESULTADO SAI EM RELBLOQ.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BLOQFIN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LIBFIN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM48 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELBLOQ ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD BLOQFIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BLOQFIN.DAT".
            01 REGBLOQFIN.
               COPY REGBLOQ REPLACING ==:NUM:==    BY ==BQ-NUM==
                                       ==:SIT:==    BY ==BQ-SIT==
                                       ==:MESES:==  BY ==BQ-MESES==
                                       ==:VALOR:==  BY ==BQ-VALOR==
                                       ==:DTBLOQ:== BY ==BQ-DTBLOQ==
                                       ==:DTLIB:==  BY ==BQ-DTLIB==
                                       ==:MOTIVO:== BY ==BQ-MOTIVO==.

            FD LIBFIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIBFIN.DAT".
            01 REGLIBFIN.
               02 LB-NUM    PIC 9(05).
               02 LB-MOTIVO PIC X(30).

            FD PARAM48
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM48.DAT".
            01 REGPARAM48.
               02 PARM-MESESBLQ PIC 9(02).
               02 PARM-VALORBLQ PIC 9(07)V99.

            FD RELBLOQ
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-BLOQNOVOS PIC 9(05) VALUE ZEROES.
            77 CT-LIBERADOS PIC 9(05) VALUE ZEROES.
            77 CT-QUITADOS  PIC 9(05) VALUE ZEROES.
            77 CT-BLOQUEADOS PIC 9(05) VALUE ZEROES.
            77 CT-LIBRECUS  PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM02EX39".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-MESESBLQ  PIC 9(02) VALUE 2.
            77 WS-VALORBLQ  PIC 9(07)V99 VALUE ZEROES.
            77 ACIMALIMITE  PIC X(03) VALUE "NAO".
            77 QTDE-DEV     PIC 9(04) VALUE ZEROES.
            77 IDX-DEV      PIC 9(04) VALUE ZEROES.
            77 ACHOU-DEV    PIC 9(04) VALUE ZEROES.
            77 QTDE-BLQ     PIC 9(04) VALUE ZEROES.
            77 IDX-BLQ      PIC 9(04) VALUE ZEROES.
            77 ACHOU-BLQ    PIC 9(04) VALUE ZEROES.
            77 WS-NUMBUSCA  PIC 9(05) VALUE ZEROES.

      * DIVIDA VENCIDA POR ALUNO NA DATA DE PROCESSAMENTO.
            01 TAB-DEV.
               02 TAB-DEV-OCR OCCURS 5000 TIMES.
                  03 DEV-NUM-OCR   PIC 9(05).
                  03 DEV-MESES-OCR PIC 9(03).
                  03 DEV-VALOR-OCR PIC 9(07)V99.

      * REGISTRO DE BLOQUEIOS, CARREGADO E REGRAVADO POR INTEIRO.
            01 TAB-BLQ.
               02 TAB-BLQ-OCR OCCURS 5000 TIMES.
                  03 BLQ-NUM-OCR    PIC 9(05).
                  03 BLQ-SIT-OCR    PIC X(01).
                  03 BLQ-MESES-OCR  PIC 9(03).
                  03 BLQ-VALOR-OCR  PIC 9(07)V99.
                  03 BLQ-DTBLOQ-OCR PIC 9(08).
                  03 BLQ-DTLIB-OCR  PIC 9(08).
                  03 BLQ-MOTIVO-OCR PIC X(30).

            01 CAB-01.
               02 FILLER PIC X(22) VALUE SPACES.
               02 FILLER PIC X(36) VALUE
                  "BLOQUEIO FINANCEIRO DE ALUNOS".
               02 FILLER PIC X(22) VALUE SPACES.

            01 CAB-02.
               02 FILLER PIC X(08) VALUE " MATR.".
               02 FILLER PIC X(07) VALUE "MESES".
               02 FILLER PIC X(17) VALUE "  VALOR VENCIDO".
               02 FILLER PIC X(48) VALUE "  MOVIMENTO".

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-LISTA.
               02 FILLER PIC X(80) VALUE
                  "ALUNOS BLOQUEADOS APOS A APURACAO:".

            01 DET-BLQ.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DB-NUM   PIC 9(05).
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DB-MESES PIC ZZ9.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DB-VALOR PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DB-MSG   PIC X(47).

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "BLOQUEIOS NOVOS...............: ".
               02 ROD-NOV   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "LIBERADOS PELA TESOURARIA.....: ".
               02 ROD-LIB   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "LIBERADOS POR QUITACAO........: ".
               02 ROD-QUI   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "LIBERACOES NAO APLICADAS......: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS BLOQUEADOS.............: ".
               02 ROD-BLQ   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM APURADIVIDA.
            PERFORM CARREGABLOQUEIOS.
            PERFORM APLICALIBERACOES.
            PERFORM VARYING IDX-DEV FROM 1 BY 1
                     UNTIL IDX-DEV GREATER THAN QTDE-DEV
                PERFORM CONFEREDEVEDOR
            END-PERFORM.
            PERFORM VARYING IDX-BLQ FROM 1 BY 1
                     UNTIL IDX-BLQ GREATER THAN QTDE-BLQ
                PERFORM CONFEREQUITACAO
            END-PERFORM.
            PERFORM REGRAVABLOQUEIOS.
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
            OPEN INPUT PARAM48.
            READ PARAM48
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-MESESBLQ NUMERIC
                        AND PARM-MESESBLQ GREATER THAN ZEROES
                         MOVE PARM-MESESBLQ TO WS-MESESBLQ
                     END-IF
                     IF PARM-VALORBLQ NUMERIC
                         MOVE PARM-VALORBLQ TO WS-VALORBLQ
                     END-IF
            END-READ.
            CLOSE PARAM48.
            OPEN OUTPUT RELBLOQ.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-03 AFTER ADVANCING 1 LINE.

      ***************************************************
      * DIVIDA VENCIDA: MENSALIDADE NAO PAGA COM        *
      * VENCIMENTO ANTERIOR A DATA DE PROCESSAMENTO.    *
      ***************************************************
        APURADIVIDA.
            OPEN INPUT TUIRECEB.
            PERFORM LEITURA-RCB UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE TUIRECEB.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-RCB.
            READ TUIRECEB
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF TC-SITUACAO NOT EQUAL "PAGO"
                       AND TC-SITUACAO NOT EQUAL "CANCELAD"
                       AND TC-VENC LESS THAN WS-DATAPROC
                       AND TC-VALOR GREATER THAN ZEROES
                        PERFORM SOMADIVIDA
                    END-IF
            END-READ.

        SOMADIVIDA.
            MOVE TC-NUM TO WS-NUMBUSCA.
            PERFORM BUSCADEVEDOR.
            IF ACHOU-DEV EQUAL ZEROES
                IF QTDE-DEV NOT LESS THAN 5000
                    DISPLAY "EM02EX39: *** TABELA DE DEVEDORES CHEIA "
                            "- APURACAO CANCELADA ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO QTDE-DEV
                MOVE QTDE-DEV TO ACHOU-DEV
                MOVE TC-NUM   TO DEV-NUM-OCR(ACHOU-DEV)
                MOVE ZEROES   TO DEV-MESES-OCR(ACHOU-DEV)
                                 DEV-VALOR-OCR(ACHOU-DEV)
            END-IF.
            ADD 1        TO DEV-MESES-OCR(ACHOU-DEV).
            ADD TC-VALOR TO DEV-VALOR-OCR(ACHOU-DEV).

        BUSCADEVEDOR.
            MOVE ZEROES TO ACHOU-DEV.
            PERFORM VARYING IDX-DEV FROM 1 BY 1
                     UNTIL IDX-DEV GREATER THAN QTDE-DEV
                        OR ACHOU-DEV NOT EQUAL ZEROES
                IF DEV-NUM-OCR(IDX-DEV) EQUAL WS-NUMBUSCA
                    MOVE IDX-DEV TO ACHOU-DEV
                END-IF
            END-PERFORM.

        CARREGABLOQUEIOS.
            OPEN INPUT BLOQFIN.
            PERFORM LEITURA-BLQ UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE BLOQFIN.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-BLQ.
            READ BLOQFIN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-BLQ NOT LESS THAN 5000
                        DISPLAY "EM02EX39: *** TABELA DE BLOQUEIOS "
                                "CHEIA - APURACAO CANCELADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-BLQ
                    MOVE BQ-NUM    TO BLQ-NUM-OCR(QTDE-BLQ)
                    MOVE BQ-SIT    TO BLQ-SIT-OCR(QTDE-BLQ)
                    MOVE BQ-MESES  TO BLQ-MESES-OCR(QTDE-BLQ)
                    MOVE BQ-VALOR  TO BLQ-VALOR-OCR(QTDE-BLQ)
                    MOVE BQ-DTBLOQ TO BLQ-DTBLOQ-OCR(QTDE-BLQ)
                    MOVE BQ-DTLIB  TO BLQ-DTLIB-OCR(QTDE-BLQ)
                    MOVE BQ-MOTIVO TO BLQ-MOTIVO-OCR(QTDE-BLQ)
            END-READ.

        BUSCABLOQUEIO.
            MOVE ZEROES TO ACHOU-BLQ.
            PERFORM VARYING IDX-BLQ FROM 1 BY 1
                     UNTIL IDX-BLQ GREATER THAN QTDE-BLQ
                        OR ACHOU-BLQ NOT EQUAL ZEROES
                IF BLQ-NUM-OCR(IDX-BLQ) EQUAL WS-NUMBUSCA
                    MOVE IDX-BLQ TO ACHOU-BLQ
                END-IF
            END-PERFORM.

      ***************************************************
      * LIBERACOES DA TESOURARIA: SO ALUNO BLOQUEADO.   *
      * O VALOR DEVIDO NA LIBERACAO FICA GUARDADO.      *
      ***************************************************
        APLICALIBERACOES.
            OPEN INPUT LIBFIN.
            PERFORM LEITURA-LIB UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LIBFIN.
            MOVE "NAO" TO FIM-ARQ.
            OPEN OUTPUT LIBFIN.
            CLOSE LIBFIN.

        LEITURA-LIB.
            READ LIBFIN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END PERFORM LIBERAALUNO
            END-READ.

        LIBERAALUNO.
            MOVE LB-NUM TO WS-NUMBUSCA.
            PERFORM BUSCABLOQUEIO.
            MOVE LB-NUM TO DB-NUM.
            MOVE ZEROES TO DB-MESES DB-VALOR.
            IF ACHOU-BLQ EQUAL ZEROES
                ADD 1 TO CT-LIBRECUS
                MOVE "*** LIBERACAO DE ALUNO SEM BLOQUEIO" TO DB-MSG
                WRITE REGREL FROM DET-BLQ AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
            END-IF.
            IF BLQ-SIT-OCR(ACHOU-BLQ) NOT EQUAL "B"
                ADD 1 TO CT-LIBRECUS
                MOVE "*** ALUNO JA LIBERADO" TO DB-MSG
                WRITE REGREL FROM DET-BLQ AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCADEVEDOR.
            IF ACHOU-DEV EQUAL ZEROES
                MOVE ZEROES TO BLQ-MESES-OCR(ACHOU-BLQ)
                               BLQ-VALOR-OCR(ACHOU-BLQ)
            ELSE
                MOVE DEV-MESES-OCR(ACHOU-DEV)
                    TO BLQ-MESES-OCR(ACHOU-BLQ)
                MOVE DEV-VALOR-OCR(ACHOU-DEV)
                    TO BLQ-VALOR-OCR(ACHOU-BLQ)
            END-IF.
            MOVE "L"         TO BLQ-SIT-OCR(ACHOU-BLQ).
            MOVE WS-DATAPROC TO BLQ-DTLIB-OCR(ACHOU-BLQ).
            MOVE LB-MOTIVO   TO BLQ-MOTIVO-OCR(ACHOU-BLQ).
            IF LB-MOTIVO EQUAL SPACES
                MOVE "LIBERADO PELA TESOURARIA"
                    TO BLQ-MOTIVO-OCR(ACHOU-BLQ)
            END-IF.
            ADD 1 TO CT-LIBERADOS.
            MOVE BLQ-MESES-OCR(ACHOU-BLQ) TO DB-MESES.
            MOVE BLQ-VALOR-OCR(ACHOU-BLQ) TO DB-VALOR.
            MOVE SPACES TO DB-MSG.
            STRING "LIBERADO: " BLQ-MOTIVO-OCR(ACHOU-BLQ)
                DELIMITED BY SIZE INTO DB-MSG
            END-STRING.
            WRITE REGREL FROM DET-BLQ AFTER ADVANCING 1 LINE.
            MOVE LB-NUM   TO LK-CHAVE.
            MOVE "LIBFIN" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      ***************************************************
      * DEVEDOR ACIMA DO LIMITE E BLOQUEADO; O LIBERADO *
      * SO VOLTA AO BLOQUEIO SE A DIVIDA CRESCEU.       *
      ***************************************************
        CONFEREDEVEDOR.
            MOVE "NAO" TO ACIMALIMITE.
            IF DEV-MESES-OCR(IDX-DEV) NOT LESS THAN WS-MESESBLQ
                MOVE "SIM" TO ACIMALIMITE
            END-IF.
            IF WS-VALORBLQ GREATER THAN ZEROES
               AND DEV-VALOR-OCR(IDX-DEV) NOT LESS THAN WS-VALORBLQ
                MOVE "SIM" TO ACIMALIMITE
            END-IF.
            MOVE DEV-NUM-OCR(IDX-DEV) TO WS-NUMBUSCA.
            PERFORM BUSCABLOQUEIO.
            IF ACHOU-BLQ NOT EQUAL ZEROES
               AND BLQ-SIT-OCR(ACHOU-BLQ) EQUAL "B"
                MOVE DEV-MESES-OCR(IDX-DEV)
                    TO BLQ-MESES-OCR(ACHOU-BLQ)
                MOVE DEV-VALOR-OCR(IDX-DEV)
                    TO BLQ-VALOR-OCR(ACHOU-BLQ)
                EXIT PARAGRAPH
            END-IF.
            IF ACIMALIMITE NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            IF ACHOU-BLQ NOT EQUAL ZEROES
               AND DEV-VALOR-OCR(IDX-DEV)
                   NOT GREATER THAN BLQ-VALOR-OCR(ACHOU-BLQ)
                EXIT PARAGRAPH
            END-IF.
            IF ACHOU-BLQ EQUAL ZEROES
                IF QTDE-BLQ NOT LESS THAN 5000
                    DISPLAY "EM02EX39: *** TABELA DE BLOQUEIOS "
                            "CHEIA - MATRICULA " WS-NUMBUSCA
                            " NA PROXIMA APURACAO ***"
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO QTDE-BLQ
                MOVE QTDE-BLQ    TO ACHOU-BLQ
                MOVE WS-NUMBUSCA TO BLQ-NUM-OCR(ACHOU-BLQ)
            END-IF.
            MOVE "B"         TO BLQ-SIT-OCR(ACHOU-BLQ).
            MOVE DEV-MESES-OCR(IDX-DEV) TO BLQ-MESES-OCR(ACHOU-BLQ).
            MOVE DEV-VALOR-OCR(IDX-DEV) TO BLQ-VALOR-OCR(ACHOU-BLQ).
            MOVE WS-DATAPROC TO BLQ-DTBLOQ-OCR(ACHOU-BLQ).
            MOVE ZEROES      TO BLQ-DTLIB-OCR(ACHOU-BLQ).
            MOVE SPACES      TO BLQ-MOTIVO-OCR(ACHOU-BLQ).
            ADD 1 TO CT-BLOQNOVOS.
            MOVE WS-NUMBUSCA            TO DB-NUM.
            MOVE DEV-MESES-OCR(IDX-DEV) TO DB-MESES.
            MOVE DEV-VALOR-OCR(IDX-DEV) TO DB-VALOR.
            MOVE "BLOQUEADO"            TO DB-MSG.
            WRITE REGREL FROM DET-BLQ AFTER ADVANCING 1 LINE.
            MOVE WS-NUMBUSCA TO LK-CHAVE.
            MOVE "BLOQFIN"   TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * BLOQUEADO SEM NENHUMA MENSALIDADE VENCIDA QUITOU O DEBITO.
        CONFEREQUITACAO.
            IF BLQ-SIT-OCR(IDX-BLQ) NOT EQUAL "B"
                EXIT PARAGRAPH
            END-IF.
            MOVE BLQ-NUM-OCR(IDX-BLQ) TO WS-NUMBUSCA.
            PERFORM BUSCADEVEDOR.
            IF ACHOU-DEV NOT EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE "L"              TO BLQ-SIT-OCR(IDX-BLQ).
            MOVE ZEROES           TO BLQ-MESES-OCR(IDX-BLQ)
                                     BLQ-VALOR-OCR(IDX-BLQ).
            MOVE WS-DATAPROC      TO BLQ-DTLIB-OCR(IDX-BLQ).
            MOVE "DEBITO QUITADO" TO BLQ-MOTIVO-OCR(IDX-BLQ).
            ADD 1 TO CT-QUITADOS.
            MOVE WS-NUMBUSCA TO DB-NUM.
            MOVE ZEROES      TO DB-MESES DB-VALOR.
            MOVE "LIBERADO: DEBITO QUITADO" TO DB-MSG.
            WRITE REGREL FROM DET-BLQ AFTER ADVANCING 1 LINE.
            MOVE WS-NUMBUSCA TO LK-CHAVE.
            MOVE "LIBFIN"    TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        REGRAVABLOQUEIOS.
            OPEN OUTPUT BLOQFIN.
            WRITE REGREL FROM CAB-LISTA AFTER ADVANCING 3 LINES.
            PERFORM VARYING IDX-BLQ FROM 1 BY 1
                     UNTIL IDX-BLQ GREATER THAN QTDE-BLQ
                PERFORM GRAVABLOQUEIO
            END-PERFORM.
            CLOSE BLOQFIN.

        GRAVABLOQUEIO.
            MOVE BLQ-NUM-OCR(IDX-BLQ)    TO BQ-NUM.
            MOVE BLQ-SIT-OCR(IDX-BLQ)    TO BQ-SIT.
            MOVE BLQ-MESES-OCR(IDX-BLQ)  TO BQ-MESES.
            MOVE BLQ-VALOR-OCR(IDX-BLQ)  TO BQ-VALOR.
            MOVE BLQ-DTBLOQ-OCR(IDX-BLQ) TO BQ-DTBLOQ.
            MOVE BLQ-DTLIB-OCR(IDX-BLQ)  TO BQ-DTLIB.
            MOVE BLQ-MOTIVO-OCR(IDX-BLQ) TO BQ-MOTIVO.
            WRITE REGBLOQFIN.
            ADD 1 TO CT-GRAVADOS.
            IF BQ-SIT EQUAL "B"
                ADD 1 TO CT-BLOQUEADOS
                MOVE BQ-NUM   TO DB-NUM
                MOVE BQ-MESES TO DB-MESES
                MOVE BQ-VALOR TO DB-VALOR
                MOVE SPACES   TO DB-MSG
                STRING "BLOQUEADO DESDE " BQ-DTBLOQ
                    DELIMITED BY SIZE INTO DB-MSG
                END-STRING
                WRITE REGREL FROM DET-BLQ AFTER ADVANCING 1 LINE
            END-IF.

        TERMINO.
            MOVE CT-BLOQNOVOS  TO ROD-NOV.
            MOVE CT-LIBERADOS  TO ROD-LIB.
            MOVE CT-QUITADOS   TO ROD-QUI.
            MOVE CT-LIBRECUS   TO ROD-REC.
            MOVE CT-BLOQUEADOS TO ROD-BLQ.
            WRITE REGREL FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-05 AFTER ADVANCING 1 LINE.
            CLOSE RELBLOQ.
            DISPLAY "EM02EX39: ALUNOS BLOQUEADOS = " CT-BLOQUEADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
